      * Registro de cuentas bancarias de los beneficiarios de pagos:
      * la corrida de pagos imprimia lista_pagos_banco.txt y tesoreria
      * volvia a tipear cada sueldo, comision y flete en el portal del
      * banco. Aca se mantiene la cuenta (CBU y titular) de cada
      * beneficiario, por clase: EMP empleado (EM-CODIGO de
      * empleados_master.dat), COM beneficiario de comisiones (de
      * tasas_comision.txt), FLE transportista (de tarifas_flete.txt)
      * y PRV proveedor (de productos_master.txt):
      *  - modo 1: alta o cambio de cuenta; el beneficiario se valida
      *    contra su maestro y el CBU por sus dos digitos
      *    verificadores. Toda alta o cambio queda P (pendiente de
      *    validar): un CBU cambiado no cobra hasta que alguien lo
      *    confirme
      *  - modo 2: validacion por un supervisor, que no puede ser el
      *    mismo operador que cargo la cuenta; queda V
      *  - modo 3: baja de la cuenta (B)
      *  - modo 4: listado del registro por pantalla y por el spool
      * ORDENES-PAGO modo 2 solo transfiere a cuentas V; las ordenes
      * de un beneficiario sin cuenta validada quedan retenidas.
      *
      * Clase CLI, cliente (CL-ID activo de clientes_master.dat): la
      * cuenta a la que ORDENES-PAGO transfiere la devolucion de un
      * saldo a favor (orden tipo DEV).
      *
      * Clase EMB, juzgado o acreedor de un embargo (DN-BENEFICIARIO
      * de un convenio E de descuentos_nomina.txt, cargado por
      * DESCUENTOS-NOMINA): la cuenta a la que ORDENES-PAGO transfiere
      * lo retenido por embargos en la liquidacion semanal (orden EMB).
      *
      * Clase CSS, organismo que cobra las contribuciones patronales
      * (CT-BENEFICIARIO de contribuciones_tasas.txt): la cuenta a la
      * que ORDENES-PAGO transfiere las cargas sociales del mes que
      * liquida CONTRIBUCIONES (orden CSS).
      *
      * Clase SUC, sucursal (LR-SUCURSAL con movimientos en
      * commission_ledger_central.dat, las que liquida
      * LIQUIDAR-SUCURSALES): la cuenta a la que ORDENES-PAGO
      * transfiere la liquidacion de comisiones de la sucursal (orden
      * SUC).
      *
      * El operador que carga o da de baja una cuenta se identifica
      * con su clave de operadores.txt en vez de tipear un nombre, y
      * la validacion del modo 2 la firma un operador con autoridad
      * CBU en autoridad_aprobacion.txt que no sea el que la cargo
      * (ni nombre de supervisor escrito a mano ni firma propia).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUENTAS-BANCARIAS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPLEADO-MASTER ASSIGN TO "empleados_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EM-CODIGO
                 FILE STATUS IS WS-EMPLEADO-STATUS.

             SELECT CLIENTE-MASTER ASSIGN TO "clientes_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CL-ID
                 FILE STATUS IS WS-CLIENTE-STATUS.

             SELECT TASAS-FILE ASSIGN TO "tasas_comision.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TASAS-STATUS.

             SELECT TARIFAS-FILE ASSIGN TO "tarifas_flete.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TARIFAS-STATUS.

             SELECT PRODUCTOS-FILE ASSIGN TO "productos_master.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRODUCTOS-STATUS.

             SELECT CARGAS-FILE ASSIGN TO "contribuciones_tasas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CARGAS-STATUS.

             SELECT CENTRAL-FILE ASSIGN TO
                 "commission_ledger_central.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CENTRAL-STATUS.

             COPY "CTABANCO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "AUTORIDAD-FC.cpy".

             COPY "ESPOOL-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "DESCNOM-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD EMPLEADO-MASTER.
        01 EMPLEADO-MASTER-RECORD.
           COPY "EMPLEADO-WS.cpy".

        FD CLIENTE-MASTER.
        01 CLIENTE-MASTER-RECORD.
           COPY "CLIENTE-WS.cpy".

        FD TASAS-FILE.
        01 TASA-RECORD.
           05 TA-VERSION      PIC 9(3).
           05 FILLER          PIC X.
           05 TA-VIGENCIA     PIC 9(8).
           05 FILLER          PIC X.
           05 TA-DIVISOR      PIC 9(3)V99.
           05 FILLER          PIC X.
           05 TA-BENEFICIARIO PIC X(15).

        FD TARIFAS-FILE.
        01 TARIFA-RECORD.
           05 TF-TRANSPORTISTA PIC X(6).
           05 FILLER           PIC X.
           05 TF-TARIFA-CARGA  PIC 9(5)V99.

        FD PRODUCTOS-FILE.
        01 PRODUCTO-RECORD.
           05 PD-CODIGO      PIC X(6).
           05 FILLER         PIC X.
           05 PD-DESCRIPCION PIC X(25).
           05 FILLER         PIC X.
           05 PD-REORDEN     PIC 9(3).
           05 FILLER         PIC X.
           05 PD-PROVEEDOR   PIC X(15).
           05 FILLER         PIC X.
           05 PD-COSTO       PIC 9(5)V99.
           05 FILLER         PIC X.
           05 PD-CANT-PEDIDO PIC 9(3).

        FD CARGAS-FILE.
        01 CARGA-RECORD.
           05 CS-CODIGO       PIC X(4).
           05 FILLER          PIC X.
           05 CS-DESCRIPCION  PIC X(20).
           05 FILLER          PIC X.
           05 CS-TASA         PIC 9(2)V99.
           05 FILLER          PIC X.
           05 CS-BENEFICIARIO PIC X(15).

      * del ledger consolidado solo interesa la sucursal (ver el
      * layout completo en LIQUIDAR-SUCURSALES)
        FD CENTRAL-FILE.
        01 CENTRAL-RECORD.
           05 FILLER          PIC X(68).
           05 LR-SUCURSAL     PIC X(4).

        COPY "CTABANCO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "AUTORIDAD-FD.cpy".

        COPY "ESPOOL-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "DESCNOM-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "CTABANCO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "DESCNOM-WS.cpy".

          77 WS-EMPLEADO-STATUS PIC X(2) VALUE "00".
              88 EMPLEADO-MASTER-OK VALUE "00".
          77 WS-CLIENTE-STATUS PIC X(2) VALUE "00".
              88 CLIENTE-MASTER-OK VALUE "00".
          77 WS-TASAS-STATUS PIC X(2) VALUE "00".
              88 TASAS-OK VALUE "00".
          77 WS-TARIFAS-STATUS PIC X(2) VALUE "00".
              88 TARIFAS-OK VALUE "00".
          77 WS-PRODUCTOS-STATUS PIC X(2) VALUE "00".
              88 PRODUCTOS-OK VALUE "00".
          77 WS-CARGAS-STATUS PIC X(2) VALUE "00".
              88 CARGAS-OK VALUE "00".
          77 WS-CENTRAL-STATUS PIC X(2) VALUE "00".
              88 CENTRAL-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * registro cargado en memoria para dar de alta, validar y
      * reescribir
          01 CUENTAS-TABLA.
             02 CUENTA-ENT OCCURS 300 TIMES.
                03 CT-CLASE        PIC X(3).
                03 CT-BENEFICIARIO PIC X(15).
                03 CT-CBU          PIC X(22).
                03 CT-TITULAR      PIC X(25).
                03 CT-ESTADO       PIC X.
                03 CT-CARGADOR     PIC X(10).
                03 CT-VALIDADOR    PIC X(10).
                03 CT-TIMESTAMP    PIC X(21).
          77 WS-CANT-CUENTAS PIC 9(3) VALUE ZEROS.
          77 WS-C            PIC 9(3) VALUE ZEROS.
          77 WS-CUENTA-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-DESBORDE     PIC X VALUE "N".
              88 TABLA-DESBORDADA VALUE "S".

          77 WS-CLASE        PIC X(3) VALUE SPACES.
              88 CLASE-VALIDA VALUE "EMP" "COM" "FLE" "PRV" "CLI"
                                    "EMB" "CSS" "SUC".
          77 WS-BENEFICIARIO PIC X(15) VALUE SPACES.
          77 WS-TITULAR      PIC X(25) VALUE SPACES.
          77 WS-OPERADOR     PIC X(10) VALUE SPACES.
          77 WS-CANT-PEND    PIC 9(3) VALUE ZEROS.
          77 WS-RENGLON      PIC 9(3) VALUE ZEROS.

          77 WS-BENEF-EXISTE PIC X VALUE "N".
              88 BENEFICIARIO-EXISTE VALUE "S".

      * CBU: 8 digitos de banco y sucursal con su verificador y 14 de
      * cuenta con el suyo; cada bloque se pondera con 7-1-3-9
          01 WS-CBU           PIC X(22) VALUE SPACES.
          01 WS-CBU-R REDEFINES WS-CBU.
             02 WS-CBU-DIG    PIC 9 OCCURS 22 TIMES.
          01 PESOS-CBU-1      PIC X(7) VALUE "7139713".
          01 PESOS-CBU-1-R REDEFINES PESOS-CBU-1.
             02 PESO-1        PIC 9 OCCURS 7 TIMES.
          01 PESOS-CBU-2      PIC X(13) VALUE "3971397139713".
          01 PESOS-CBU-2-R REDEFINES PESOS-CBU-2.
             02 PESO-2        PIC 9 OCCURS 13 TIMES.
          77 WS-D            PIC 9(2) VALUE ZEROS.
          77 WS-SUMA-CBU     PIC 9(4) VALUE ZEROS.
          77 WS-VERIF-CBU    PIC 9(2) VALUE ZEROS.
          77 WS-CBU-VALIDO   PIC X VALUE "N".
              88 CBU-VALIDO VALUE "S".

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Alta o cambio de cuenta bancaria"
             DISPLAY "2 - Validar cuentas pendientes (supervisor)"
             DISPLAY "3 - Baja de cuenta bancaria"
             DISPLAY "4 - Listado del registro de cuentas"
             ACCEPT WS-MODO

             PERFORM CARGAR-CUENTAS
             IF TABLA-DESBORDADA
                DISPLAY "ABORTADO: mas de 300 cuentas en el registro"
                GOBACK
             END-IF

             EVALUATE WS-MODO
                WHEN 2 PERFORM VALIDAR-CUENTAS
                WHEN 3 PERFORM BAJA-CUENTA
                WHEN 4 PERFORM LISTAR-CUENTAS
                WHEN OTHER PERFORM ALTA-CUENTA
             END-EVALUATE
           GOBACK.

       CARGAR-CUENTAS.
           OPEN INPUT CTABANCO-FILE
           IF CTABANCO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ CTABANCO-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-CUENTAS >= 300
                       SET TABLA-DESBORDADA TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-CUENTAS
                       MOVE CB-CLASE  TO CT-CLASE(WS-CANT-CUENTAS)
                       MOVE CB-BENEFICIARIO
                          TO CT-BENEFICIARIO(WS-CANT-CUENTAS)
                       MOVE CB-CBU    TO CT-CBU(WS-CANT-CUENTAS)
                       MOVE CB-TITULAR
                          TO CT-TITULAR(WS-CANT-CUENTAS)
                       MOVE CB-ESTADO TO CT-ESTADO(WS-CANT-CUENTAS)
                       MOVE CB-CARGADOR
                          TO CT-CARGADOR(WS-CANT-CUENTAS)
                       MOVE CB-VALIDADOR
                          TO CT-VALIDADOR(WS-CANT-CUENTAS)
                       MOVE CB-TIMESTAMP
                          TO CT-TIMESTAMP(WS-CANT-CUENTAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CTABANCO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REESCRIBIR-CUENTAS.
           OPEN OUTPUT CTABANCO-FILE
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CUENTAS
              MOVE SPACES TO CTABANCO-RECORD
              MOVE CT-CLASE(WS-C)        TO CB-CLASE
              MOVE CT-BENEFICIARIO(WS-C) TO CB-BENEFICIARIO
              MOVE CT-CBU(WS-C)          TO CB-CBU
              MOVE CT-TITULAR(WS-C)      TO CB-TITULAR
              MOVE CT-ESTADO(WS-C)       TO CB-ESTADO
              MOVE CT-CARGADOR(WS-C)     TO CB-CARGADOR
              MOVE CT-VALIDADOR(WS-C)    TO CB-VALIDADOR
              MOVE CT-TIMESTAMP(WS-C)    TO CB-TIMESTAMP
              WRITE CTABANCO-RECORD
           END-PERFORM
           CLOSE CTABANCO-FILE.

       BUSCAR-CUENTA.
           MOVE ZEROS TO WS-CUENTA-IDX
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CUENTAS
              IF WS-CUENTA-IDX = ZEROS
                  AND CT-CLASE(WS-C) = WS-CLASE
                  AND CT-BENEFICIARIO(WS-C) = WS-BENEFICIARIO
                 MOVE WS-C TO WS-CUENTA-IDX
              END-IF
           END-PERFORM.

       ALTA-CUENTA.
           DISPLAY "Clase (EMP, COM, FLE, PRV, CLI, EMB, CSS, SUC)"
           ACCEPT WS-CLASE
           DISPLAY "Beneficiario (codigo o nombre segun la clase)"
           ACCEPT WS-BENEFICIARIO
           DISPLAY "CBU (22 digitos)"
           ACCEPT WS-CBU
           DISPLAY "Titular de la cuenta"
           ACCEPT WS-TITULAR
           DISPLAY "Operador que carga"
           PERFORM IDENTIFICAR-OPERADOR

           IF NOT CLASE-VALIDA
              DISPLAY "Clase no valida: " WS-CLASE
              MOVE "CB-CLASE" TO WS-EXC-CAMPO
              MOVE WS-CLASE   TO WS-EXC-VALOR
              PERFORM RECHAZAR-CUENTA
              GOBACK
           END-IF

           PERFORM VERIFICAR-BENEFICIARIO
           IF NOT BENEFICIARIO-EXISTE
              DISPLAY "El beneficiario " WS-BENEFICIARIO
                 " no figura en el maestro de la clase " WS-CLASE
              MOVE "CB-BENEFICIARIO" TO WS-EXC-CAMPO
              MOVE WS-BENEFICIARIO   TO WS-EXC-VALOR
              PERFORM RECHAZAR-CUENTA
              GOBACK
           END-IF

           PERFORM VERIFICAR-CBU
           IF NOT CBU-VALIDO
              DISPLAY "CBU invalido (digitos verificadores): " WS-CBU
              MOVE "CB-CBU"  TO WS-EXC-CAMPO
              MOVE WS-CBU    TO WS-EXC-VALOR
              PERFORM RECHAZAR-CUENTA
              GOBACK
           END-IF

           PERFORM BUSCAR-CUENTA
           IF WS-CUENTA-IDX = ZEROS
              IF WS-CANT-CUENTAS >= 300
                 DISPLAY "Registro lleno, no se da de alta"
                 GOBACK
              END-IF
              ADD 1 TO WS-CANT-CUENTAS
              MOVE WS-CANT-CUENTAS TO WS-CUENTA-IDX
              MOVE WS-CLASE        TO CT-CLASE(WS-CUENTA-IDX)
              MOVE WS-BENEFICIARIO TO CT-BENEFICIARIO(WS-CUENTA-IDX)
              DISPLAY "Cuenta nueva de " WS-BENEFICIARIO
           ELSE
              DISPLAY "Cambio de cuenta de " WS-BENEFICIARIO
                 " (antes " CT-CBU(WS-CUENTA-IDX) ")"
           END-IF

           MOVE WS-CBU      TO CT-CBU(WS-CUENTA-IDX)
           MOVE WS-TITULAR  TO CT-TITULAR(WS-CUENTA-IDX)
           MOVE "P"         TO CT-ESTADO(WS-CUENTA-IDX)
           MOVE WS-OPERADOR TO CT-CARGADOR(WS-CUENTA-IDX)
           MOVE SPACES      TO CT-VALIDADOR(WS-CUENTA-IDX)
           MOVE FUNCTION CURRENT-DATE TO CT-TIMESTAMP(WS-CUENTA-IDX)

           PERFORM REESCRIBIR-CUENTAS
           DISPLAY "Cuenta pendiente de validacion: no cobra hasta"
              " que un supervisor la valide (modo 2)".

       RECHAZAR-CUENTA.
           MOVE "CUENTAS-BANCO" TO WS-EXC-PROGRAMA
           PERFORM REGISTRAR-EXCEPCION.

      * el operador que carga o da de baja se identifica con su clave
      * de operadores.txt: queda como CB-CARGADOR y es quien despues
      * no puede validar la cuenta
       IDENTIFICAR-OPERADOR.
           PERFORM IDENTIFICAR-SOLICITANTE
           IF WS-AU-SOLICITANTE = SPACES
              DISPLAY "Operador o clave invalidos"
              MOVE "CB-CARGADOR"    TO WS-EXC-CAMPO
              MOVE "CLAVE INVALIDA" TO WS-EXC-VALOR
              PERFORM RECHAZAR-CUENTA
              GOBACK
           END-IF
           MOVE WS-AU-SOLICITANTE TO WS-OPERADOR.

      * el beneficiario tiene que existir en el maestro de su clase;
      * un empleado o un cliente ademas tiene que estar activo
       VERIFICAR-BENEFICIARIO.
           MOVE "N" TO WS-BENEF-EXISTE
           EVALUATE WS-CLASE
              WHEN "EMP"
                 OPEN INPUT EMPLEADO-MASTER
                 IF EMPLEADO-MASTER-OK
                    MOVE WS-BENEFICIARIO(1:6) TO EM-CODIGO
                    READ EMPLEADO-MASTER
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        IF EM-ESTA-ACTIVO
                           SET BENEFICIARIO-EXISTE TO TRUE
                        END-IF
                    END-READ
                    CLOSE EMPLEADO-MASTER
                 END-IF
              WHEN "COM"
                 OPEN INPUT TASAS-FILE
                 IF TASAS-OK
                    PERFORM UNTIL FIN-ARCHIVO
                      READ TASAS-FILE
                        AT END SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                          IF TA-BENEFICIARIO = WS-BENEFICIARIO
                             SET BENEFICIARIO-EXISTE TO TRUE
                          END-IF
                      END-READ
                    END-PERFORM
                    CLOSE TASAS-FILE
                 END-IF
              WHEN "FLE"
                 OPEN INPUT TARIFAS-FILE
                 IF TARIFAS-OK
                    PERFORM UNTIL FIN-ARCHIVO
                      READ TARIFAS-FILE
                        AT END SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                          IF TF-TRANSPORTISTA = WS-BENEFICIARIO
                             SET BENEFICIARIO-EXISTE TO TRUE
                          END-IF
                      END-READ
                    END-PERFORM
                    CLOSE TARIFAS-FILE
                 END-IF
              WHEN "PRV"
                 OPEN INPUT PRODUCTOS-FILE
                 IF PRODUCTOS-OK
                    PERFORM UNTIL FIN-ARCHIVO
                      READ PRODUCTOS-FILE
                        AT END SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                          IF PD-PROVEEDOR = WS-BENEFICIARIO
                             SET BENEFICIARIO-EXISTE TO TRUE
                          END-IF
                      END-READ
                    END-PERFORM
                    CLOSE PRODUCTOS-FILE
                 END-IF
              WHEN "CLI"
                 OPEN INPUT CLIENTE-MASTER
                 IF CLIENTE-MASTER-OK
                    MOVE WS-BENEFICIARIO(1:6) TO CL-ID
                    READ CLIENTE-MASTER
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        IF CL-ACTIVO
                           SET BENEFICIARIO-EXISTE TO TRUE
                        END-IF
                    END-READ
                    CLOSE CLIENTE-MASTER
                 END-IF
              WHEN "EMB"
                 OPEN INPUT DESCNOM-FILE
                 IF DESCNOM-OK
                    PERFORM UNTIL FIN-ARCHIVO
                      READ DESCNOM-FILE
                        AT END SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                          IF DN-EMBARGO
                              AND DN-BENEFICIARIO = WS-BENEFICIARIO
                             SET BENEFICIARIO-EXISTE TO TRUE
                          END-IF
                      END-READ
                    END-PERFORM
                    CLOSE DESCNOM-FILE
                 END-IF
              WHEN "CSS"
                 OPEN INPUT CARGAS-FILE
                 IF CARGAS-OK
                    PERFORM UNTIL FIN-ARCHIVO
                      READ CARGAS-FILE
                        AT END SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                          IF CS-BENEFICIARIO = WS-BENEFICIARIO
                             SET BENEFICIARIO-EXISTE TO TRUE
                          END-IF
                      END-READ
                    END-PERFORM
                    CLOSE CARGAS-FILE
                 END-IF
              WHEN "SUC"
                 OPEN INPUT CENTRAL-FILE
                 IF CENTRAL-OK
                    PERFORM UNTIL FIN-ARCHIVO
                      READ CENTRAL-FILE
                        AT END SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                          IF LR-SUCURSAL NOT = SPACES
                              AND LR-SUCURSAL = WS-BENEFICIARIO(1:4)
                              AND WS-BENEFICIARIO(5:) = SPACES
                             SET BENEFICIARIO-EXISTE TO TRUE
                             SET FIN-ARCHIVO TO TRUE
                          END-IF
                      END-READ
                    END-PERFORM
                    CLOSE CENTRAL-FILE
                 END-IF
           END-EVALUATE
           MOVE "N" TO WS-FIN-ARCHIVO.

      * verificador = (10 - suma ponderada modulo 10) modulo 10, para
      * el bloque de banco/sucursal (digito 8) y el de cuenta
      * (digito 22)
       VERIFICAR-CBU.
           MOVE "N" TO WS-CBU-VALIDO
           IF WS-CBU IS NUMERIC
              MOVE ZEROS TO WS-SUMA-CBU
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                 COMPUTE WS-SUMA-CBU =
                    WS-SUMA-CBU + WS-CBU-DIG(WS-D) * PESO-1(WS-D)
              END-PERFORM
              COMPUTE WS-VERIF-CBU =
                 10 - FUNCTION MOD(WS-SUMA-CBU, 10)
              IF WS-VERIF-CBU = 10
                 MOVE ZEROS TO WS-VERIF-CBU
              END-IF

              IF WS-VERIF-CBU = WS-CBU-DIG(8)
                 MOVE ZEROS TO WS-SUMA-CBU
                 PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 13
                    COMPUTE WS-SUMA-CBU = WS-SUMA-CBU
                       + WS-CBU-DIG(WS-D + 8) * PESO-2(WS-D)
                 END-PERFORM
                 COMPUTE WS-VERIF-CBU =
                    10 - FUNCTION MOD(WS-SUMA-CBU, 10)
                 IF WS-VERIF-CBU = 10
                    MOVE ZEROS TO WS-VERIF-CBU
                 END-IF
                 IF WS-VERIF-CBU = WS-CBU-DIG(22)
                    SET CBU-VALIDO TO TRUE
                 END-IF
              END-IF
           END-IF.

       LISTAR-PENDIENTES.
           MOVE ZEROS TO WS-CANT-PEND
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CUENTAS
              IF CT-ESTADO(WS-C) = "P"
                 ADD 1 TO WS-CANT-PEND
                 DISPLAY "Renglon " WS-C ": " CT-CLASE(WS-C) " "
                    CT-BENEFICIARIO(WS-C) " " CT-CBU(WS-C) " "
                    CT-TITULAR(WS-C) " cargo " CT-CARGADOR(WS-C)
              END-IF
           END-PERFORM
           DISPLAY "Cuentas pendientes de validar: " WS-CANT-PEND.

      * quien valida no puede ser quien cargo: un CBU cambiado por
      * una sola persona no llega nunca al banco. Valida un operador
      * con autoridad CBU en autoridad_aprobacion.txt, con su clave
       VALIDAR-CUENTAS.
           PERFORM LISTAR-PENDIENTES
           IF WS-CANT-PEND = ZEROS
              DISPLAY "No hay cuentas pendientes"
           ELSE
              DISPLAY "Renglon a validar"
              ACCEPT WS-RENGLON
              EVALUATE TRUE
                 WHEN WS-RENGLON = ZEROS
                     OR WS-RENGLON > WS-CANT-CUENTAS
                    DISPLAY "Renglon inexistente"
                 WHEN CT-ESTADO(WS-RENGLON) NOT = "P"
                    DISPLAY "La cuenta no esta pendiente ("
                       CT-ESTADO(WS-RENGLON) ")"
                 WHEN OTHER
                    MOVE "CUENTAS-BANCO" TO WS-AU-PROGRAMA
                    MOVE "CBU"           TO WS-AU-TIPO
                    MOVE ZEROS           TO WS-AU-MONTO
                    MOVE CT-CARGADOR(WS-RENGLON)
                       TO WS-AU-SOLICITANTE
                    MOVE SPACES          TO WS-AU-SOLICITANTE-2
                    PERFORM AUTORIZAR-DECISION
                    IF AUTORIDAD-CONCEDIDA
                       MOVE "V" TO CT-ESTADO(WS-RENGLON)
                       MOVE WS-AU-OPERADOR
                          TO CT-VALIDADOR(WS-RENGLON)
                       MOVE FUNCTION CURRENT-DATE
                          TO CT-TIMESTAMP(WS-RENGLON)
                       PERFORM REESCRIBIR-CUENTAS
                       DISPLAY "Cuenta de "
                          CT-BENEFICIARIO(WS-RENGLON)
                          " validada por " WS-AU-OPERADOR
                    END-IF
              END-EVALUATE
           END-IF.

       BAJA-CUENTA.
           DISPLAY "Clase (EMP, COM, FLE, PRV, CLI, EMB, CSS, SUC)"
           ACCEPT WS-CLASE
           DISPLAY "Beneficiario"
           ACCEPT WS-BENEFICIARIO
           DISPLAY "Operador que da la baja"
           PERFORM IDENTIFICAR-OPERADOR

           PERFORM BUSCAR-CUENTA
           IF WS-CUENTA-IDX = ZEROS
              DISPLAY "No hay cuenta registrada para " WS-BENEFICIARIO
           ELSE
              MOVE "B"         TO CT-ESTADO(WS-CUENTA-IDX)
              MOVE WS-OPERADOR TO CT-CARGADOR(WS-CUENTA-IDX)
              MOVE FUNCTION CURRENT-DATE
                 TO CT-TIMESTAMP(WS-CUENTA-IDX)
              PERFORM REESCRIBIR-CUENTAS
              DISPLAY "Cuenta de " WS-BENEFICIARIO " dada de baja"
           END-IF.

       LISTAR-CUENTAS.
           MOVE "CUENTAS-BANCO" TO WS-SPOOL-PROGRAMA
           MOVE "REGISTRO DE CUENTAS BANCARIAS" TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "--- Cuentas bancarias de beneficiarios al "
              WS-FECHA-NEGOCIO " ---"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CUENTAS
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING CT-CLASE(WS-C) " " CT-BENEFICIARIO(WS-C) " "
                 CT-CBU(WS-C) " " CT-ESTADO(WS-C) " "
                 CT-TITULAR(WS-C)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Cuentas registradas: " WS-CANT-CUENTAS
              " (P = pendiente, V = validada, B = baja)"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM CERRAR-SPOOL.

       ESCRIBIR-LINEA-LIS.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".
