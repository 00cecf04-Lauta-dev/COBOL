      * Convenios de descuento por nomina: los adelantos de sueldo,
      * los prestamos al personal y los embargos judiciales se
      * anotaban en una planilla y alguien los restaba a mano del
      * recibo, cuando se acordaba. Aca se carga cada convenio en
      * descuentos_nomina.txt (DESCNOM-*.cpy) y la liquidacion
      * semanal de JUBI-LARSE lo descuenta solo:
      *  - modo 1: alta de convenio. El empleado se valida contra
      *    empleados_master.dat (activo y sin egreso); el tipo es E
      *    embargo, A adelanto de sueldo o P prestamo; se carga el
      *    total, la cuota fija o el porcentaje del bruto semanal, la
      *    semana (lunes) desde la que se descuenta y el tope legal
      *    en porcentaje del bruto (el embargo sin tope cargado toma
      *    el 20%). El embargo lleva el juzgado o acreedor al que
      *    ORDENES-PAGO le paga lo retenido. El adelanto y el
      *    prestamo se entregan por banco al darse de alta y dejan su
      *    asiento en asientos_pendientes.txt (debe anticipos al
      *    personal, haber banco, origen ANTICIPOS)
      *  - modo 2: cancelacion de un convenio vigente (embargo
      *    levantado, prestamo cancelado por fuera de la nomina); el
      *    saldo que quedaba se informa y se regulariza aparte
      *  - modo 3: reporte de saldos pendientes por empleado, por
      *    pantalla y por el spool compartido, con totales por tipo
      * Los rechazos de carga van al log de excepciones.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCUENTOS-NOMINA.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPLEADO-MASTER ASSIGN TO "empleados_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EM-CODIGO
                 FILE STATUS IS WS-EMPLEADO-STATUS.

             COPY "DESCNOM-FC.cpy".

             COPY "ASIPEND-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD EMPLEADO-MASTER.
        01 EMPLEADO-MASTER-RECORD.
           COPY "EMPLEADO-WS.cpy".

        COPY "DESCNOM-FD.cpy".

        COPY "ASIPEND-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "DESCNOM-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-EMPLEADO-STATUS PIC X(2) VALUE "00".
              88 EMPLEADO-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

      * convenios cargados para numerar, cancelar y reescribir
          01 CONVENIOS-TABLA.
             02 CONVENIO-ENT OCCURS 300 TIMES.
                03 CV-REGISTRO PIC X(70).
          77 WS-CANT-CONV   PIC 9(3) VALUE ZEROS.
          77 WS-CV          PIC 9(3) VALUE ZEROS.
          77 WS-CONV-IDX    PIC 9(3) VALUE ZEROS.
          77 WS-CONV-DESBORDE PIC X VALUE "N".
              88 CONVENIOS-DESBORDADOS VALUE "S".

      * tope de embargo sobre el bruto cuando no se carga otro
          77 WS-TOPE-EMBARGO PIC 9(2) VALUE 20.

          77 WS-ID-NUEVO     PIC 9(5) VALUE ZEROS.
          77 WS-ID-PEDIDO    PIC 9(5) VALUE ZEROS.
          77 WS-EMPLEADO     PIC X(6) VALUE SPACES.
          77 WS-TIPO         PIC X VALUE SPACE.
              88 TIPO-VALIDO VALUE "E" "A" "P".
          77 WS-TOTAL        PIC 9(7) VALUE ZEROS.
          77 WS-CUOTA        PIC 9(5) VALUE ZEROS.
          77 WS-PORCENTAJE   PIC 9(2) VALUE ZEROS.
          77 WS-SEMANA-DESDE PIC 9(8) VALUE ZEROS.
          77 WS-TOPE-PCT     PIC 9(2) VALUE ZEROS.
          77 WS-BENEFICIARIO PIC X(15) VALUE SPACES.
          77 WS-CONFIRMA     PIC X VALUE SPACE.

          77 WS-DESCONTADO   PIC 9(7) VALUE ZEROS.
          77 WS-TOT-SALDO-E  PIC 9(9) VALUE ZEROS.
          77 WS-TOT-SALDO-A  PIC 9(9) VALUE ZEROS.
          77 WS-TOT-SALDO-P  PIC 9(9) VALUE ZEROS.
          77 WS-CANT-VIGENTES PIC 9(3) VALUE ZEROS.
          77 WS-EDIT-TOTAL   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          77 WS-EDIT-DESC    PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          77 WS-EDIT-SALDO   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          77 WS-EDIT-TOT     PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Alta de convenio de descuento"
             DISPLAY "2 - Cancelar un convenio vigente"
             DISPLAY "3 - Reporte de saldos pendientes"
             ACCEPT WS-MODO

             PERFORM CARGAR-CONVENIOS
             IF CONVENIOS-DESBORDADOS
                DISPLAY "ABORTADO: mas de 300 convenios en"
                   " descuentos_nomina.txt, archivar los cancelados"
                GOBACK
             END-IF

             EVALUATE WS-MODO
                WHEN 2 PERFORM CANCELAR-CONVENIO
                WHEN 3 PERFORM REPORTE-SALDOS
                WHEN OTHER PERFORM ALTA-CONVENIO
             END-EVALUATE
           GOBACK.

       CARGAR-CONVENIOS.
           OPEN INPUT DESCNOM-FILE
           IF DESCNOM-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ DESCNOM-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-CONV >= 300
                       SET CONVENIOS-DESBORDADOS TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-CONV
                       MOVE DESCNOM-RECORD TO CV-REGISTRO(WS-CANT-CONV)
                       IF DN-ID > WS-ID-NUEVO
                          MOVE DN-ID TO WS-ID-NUEVO
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DESCNOM-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REESCRIBIR-CONVENIOS.
           OPEN OUTPUT DESCNOM-FILE
           PERFORM VARYING WS-CV FROM 1 BY 1
                   UNTIL WS-CV > WS-CANT-CONV
              MOVE CV-REGISTRO(WS-CV) TO DESCNOM-RECORD
              WRITE DESCNOM-RECORD
           END-PERFORM
           CLOSE DESCNOM-FILE.

      * el convenio nace vigente con saldo = total; el adelanto y el
      * prestamo se entregan por banco en el acto
       ALTA-CONVENIO.
           DISPLAY "Empleado"
           ACCEPT WS-EMPLEADO
           DISPLAY "Tipo (E embargo, A adelanto, P prestamo)"
           ACCEPT WS-TIPO
           DISPLAY "Total a descontar"
           ACCEPT WS-TOTAL
           DISPLAY "Porcentaje del bruto semanal (0 = cuota fija)"
           ACCEPT WS-PORCENTAJE
           IF WS-PORCENTAJE = ZEROS
              DISPLAY "Cuota semanal"
              ACCEPT WS-CUOTA
           END-IF
           DISPLAY "Semana desde la que se descuenta (AAAAMMDD del"
              " lunes)"
           ACCEPT WS-SEMANA-DESDE
           DISPLAY "Tope legal en porcentaje del bruto (0 = sin"
              " tope)"
           ACCEPT WS-TOPE-PCT
           IF WS-TIPO = "E"
              DISPLAY "Juzgado o acreedor del embargo"
              ACCEPT WS-BENEFICIARIO
           END-IF

           OPEN INPUT EMPLEADO-MASTER
           IF EMPLEADO-OK
              MOVE WS-EMPLEADO TO EM-CODIGO
              READ EMPLEADO-MASTER
                INVALID KEY MOVE "23" TO WS-EMPLEADO-STATUS
              END-READ
              CLOSE EMPLEADO-MASTER
           END-IF
           IF NOT EMPLEADO-OK OR NOT EM-ESTA-ACTIVO
               OR EM-FECHA-EGRESO > ZEROS
              DISPLAY "El empleado " WS-EMPLEADO
                 " no esta activo en el maestro"
              MOVE "DN-EMPLEADO" TO WS-EXC-CAMPO
              MOVE WS-EMPLEADO   TO WS-EXC-VALOR
              PERFORM RECHAZAR-CONVENIO
              GOBACK
           END-IF

           IF NOT TIPO-VALIDO
              DISPLAY "Tipo no valido: " WS-TIPO
              MOVE "DN-TIPO" TO WS-EXC-CAMPO
              MOVE WS-TIPO   TO WS-EXC-VALOR
              PERFORM RECHAZAR-CONVENIO
              GOBACK
           END-IF

           IF WS-TOTAL = ZEROS
               OR (WS-PORCENTAJE = ZEROS AND WS-CUOTA = ZEROS)
              DISPLAY "Falta el total o la cuota del convenio"
              MOVE "DN-TOTAL" TO WS-EXC-CAMPO
              MOVE WS-TOTAL   TO WS-EXC-VALOR
              PERFORM RECHAZAR-CONVENIO
              GOBACK
           END-IF

           MOVE WS-SEMANA-DESDE TO WS-FC-FECHA
           PERFORM DIA-SEMANA-FECHA
           IF WS-FC-DIA-SEMANA NOT = 1
              DISPLAY "La semana desde tiene que ser un lunes: "
                 WS-SEMANA-DESDE
              MOVE "DN-SEMANA-DESDE" TO WS-EXC-CAMPO
              MOVE WS-SEMANA-DESDE   TO WS-EXC-VALOR
              PERFORM RECHAZAR-CONVENIO
              GOBACK
           END-IF

           IF WS-TIPO = "E"
              IF WS-BENEFICIARIO = SPACES
                 DISPLAY "El embargo necesita el juzgado o acreedor"
                 MOVE "DN-BENEFICIARIO" TO WS-EXC-CAMPO
                 MOVE WS-EMPLEADO       TO WS-EXC-VALOR
                 PERFORM RECHAZAR-CONVENIO
                 GOBACK
              END-IF
              IF WS-TOPE-PCT = ZEROS
                 MOVE WS-TOPE-EMBARGO TO WS-TOPE-PCT
              END-IF
           ELSE
              MOVE SPACES TO WS-BENEFICIARIO
           END-IF

           ADD 1 TO WS-ID-NUEVO
           MOVE SPACES TO DESCNOM-RECORD
           MOVE WS-ID-NUEVO     TO DN-ID
           MOVE WS-EMPLEADO     TO DN-EMPLEADO
           MOVE WS-TIPO         TO DN-TIPO
           MOVE WS-TOTAL        TO DN-TOTAL
           MOVE WS-CUOTA        TO DN-CUOTA
           MOVE WS-PORCENTAJE   TO DN-PORCENTAJE
           MOVE WS-SEMANA-DESDE TO DN-SEMANA-DESDE
           MOVE WS-TOPE-PCT     TO DN-TOPE-PCT
           MOVE WS-TOTAL        TO DN-SALDO
           MOVE WS-BENEFICIARIO TO DN-BENEFICIARIO
           SET DN-VIGENTE TO TRUE

           OPEN INPUT DESCNOM-FILE
           IF NOT DESCNOM-OK
              OPEN OUTPUT DESCNOM-FILE
           END-IF
           CLOSE DESCNOM-FILE

           OPEN EXTEND DESCNOM-FILE
           WRITE DESCNOM-RECORD
           CLOSE DESCNOM-FILE

           IF DN-ADELANTO OR DN-PRESTAMO
              MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
              MOVE "ANTICIPOS"      TO WS-AG-ORIGEN

              MOVE 1170     TO WS-AG-CUENTA
              MOVE WS-TOTAL TO WS-AG-DEBE
              MOVE ZEROS    TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND

              MOVE 1110     TO WS-AG-CUENTA
              MOVE ZEROS    TO WS-AG-DEBE
              MOVE WS-TOTAL TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           DISPLAY "Convenio " WS-ID-NUEVO " (" WS-TIPO ") de "
              WS-EMPLEADO " por " WS-TOTAL " desde " WS-SEMANA-DESDE.

       RECHAZAR-CONVENIO.
           MOVE "DESC-NOMINA" TO WS-EXC-PROGRAMA
           PERFORM REGISTRAR-EXCEPCION.

       CANCELAR-CONVENIO.
           DISPLAY "Numero de convenio"
           ACCEPT WS-ID-PEDIDO

           MOVE ZEROS TO WS-CONV-IDX
           PERFORM VARYING WS-CV FROM 1 BY 1
                   UNTIL WS-CV > WS-CANT-CONV
              MOVE CV-REGISTRO(WS-CV) TO DESCNOM-RECORD
              IF DN-ID = WS-ID-PEDIDO
                 MOVE WS-CV TO WS-CONV-IDX
              END-IF
           END-PERFORM

           IF WS-CONV-IDX = ZEROS
              DISPLAY "No existe el convenio " WS-ID-PEDIDO
              GOBACK
           END-IF

           MOVE CV-REGISTRO(WS-CONV-IDX) TO DESCNOM-RECORD
           IF NOT DN-VIGENTE
              DISPLAY "El convenio " WS-ID-PEDIDO
                 " no esta vigente (" DN-ESTADO ")"
              GOBACK
           END-IF

           DISPLAY "Convenio " DN-ID " de " DN-EMPLEADO " tipo "
              DN-TIPO " saldo " DN-SALDO
           DISPLAY "Confirma la cancelacion (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S"
              SET DN-CANCELADO TO TRUE
              MOVE DESCNOM-RECORD TO CV-REGISTRO(WS-CONV-IDX)
              PERFORM REESCRIBIR-CONVENIOS
              DISPLAY "Convenio " DN-ID " cancelado; saldo sin"
                 " descontar " DN-SALDO " a regularizar aparte"
           END-IF.

      * un renglon por convenio vigente con lo descontado hasta hoy
      * y el saldo, y el total pendiente por tipo
       REPORTE-SALDOS.
           MOVE "DESC-NOMINA" TO WS-SPOOL-PROGRAMA
           MOVE "SALDOS DE DESCUENTOS NOMINA" TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "--- Convenios de descuento vigentes al "
              WS-FECHA-NEGOCIO " ---"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "NUM   EMPLEA T     TOTAL DESCONTADO     SALDO"
              " BENEFICIARIO"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM VARYING WS-CV FROM 1 BY 1
                   UNTIL WS-CV > WS-CANT-CONV
              MOVE CV-REGISTRO(WS-CV) TO DESCNOM-RECORD
              IF DN-VIGENTE
                 PERFORM LISTAR-CONVENIO
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE WS-TOT-SALDO-E TO WS-EDIT-TOT
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Saldo pendiente embargos ........ " WS-EDIT-TOT
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE WS-TOT-SALDO-A TO WS-EDIT-TOT
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Saldo pendiente adelantos ....... " WS-EDIT-TOT
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE WS-TOT-SALDO-P TO WS-EDIT-TOT
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Saldo pendiente prestamos ....... " WS-EDIT-TOT
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Convenios vigentes: " WS-CANT-VIGENTES
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM CERRAR-SPOOL.

       LISTAR-CONVENIO.
           ADD 1 TO WS-CANT-VIGENTES
           COMPUTE WS-DESCONTADO = DN-TOTAL - DN-SALDO
           EVALUATE TRUE
              WHEN DN-EMBARGO
                 ADD DN-SALDO TO WS-TOT-SALDO-E
              WHEN DN-ADELANTO
                 ADD DN-SALDO TO WS-TOT-SALDO-A
              WHEN OTHER
                 ADD DN-SALDO TO WS-TOT-SALDO-P
           END-EVALUATE

           MOVE DN-TOTAL      TO WS-EDIT-TOTAL
           MOVE WS-DESCONTADO TO WS-EDIT-DESC
           MOVE DN-SALDO      TO WS-EDIT-SALDO
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING DN-ID " " DN-EMPLEADO " " DN-TIPO " "
              WS-EDIT-TOTAL "  " WS-EDIT-DESC " " WS-EDIT-SALDO " "
              DN-BENEFICIARIO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS.

       ESCRIBIR-LINEA-LIS.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "ASIPEND-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
