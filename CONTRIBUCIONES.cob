      * Contribuciones patronales del mes: CONTABILIZAR asienta el
      * lado del empleado (bruto, retenciones, neto) pero las cargas
      * de la empresa (jubilacion, obra social, asignaciones
      * familiares, riesgos del trabajo) no llegaban ni a los libros
      * ni al flujo de caja. Esta corrida pide el mes (AAAAMM) y:
      *  - toma como base por empleado lo remunerativo liquidado en
      *    el mes segun payroll_anual.txt (semanales, retroactivos,
      *    aguinaldo y liquidaciones finales, que JUBI-LARSE suma ahi
      *    en cada corrida con los conceptos ya incluidos); el
      *    payroll_register.txt solo guarda la ultima semana
      *  - aplica las alicuotas de contribuciones_tasas.txt (codigo,
      *    descripcion, alicuota y organismo que cobra; se siembra con
      *    las cuatro contribuciones de ley si no existe)
      *  - se niega a correr un mes que ya figura en
      *    cargas_sociales_liquidadas.txt
      *  - asienta en asientos_pendientes.txt debe cargas sociales
      *    (5120) contra cargas sociales a pagar (2140), origen
      *    CARGAS SOC
      *  - emite una orden de pago tipo CSS por organismo en
      *    ordenes_pago.txt (la misma secuencia de ORDENES-PAGO)
      *  - graba la declaracion mensual declaracion_cargas.txt con
      *    diseno fijo para el organismo: cabecera H (CUIT de
      *    banco_empresa.txt, periodo y fecha), un D por empleado
      *    (base, importe por contribucion y total), un T con los
      *    totales por contribucion y la cola TRL con la cantidad de
      *    empleados y el total de contribuciones en pesos enteros
      *  - imprime el detalle en el spool de reportes
      *
      * Las vacaciones no gozadas y la indemnizacion que paga la
      * liquidacion final llegan a payroll_anual.txt en su propio
      * registro marcado AN-TIPO N (no remunerativo) y quedan fuera
      * de la base de contribuciones.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRIBUCIONES.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ANUAL-FILE ASSIGN TO "payroll_anual.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ANUAL-STATUS.

             SELECT TASAS-FILE ASSIGN TO "contribuciones_tasas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TASAS-STATUS.

             SELECT LIQUIDADOS-FILE ASSIGN TO
                 "cargas_sociales_liquidadas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIQUIDADOS-STATUS.

             SELECT DECLARACION-FILE ASSIGN TO
                 "declaracion_cargas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DECLARACION-STATUS.

             SELECT EMPRESA-FILE ASSIGN TO "banco_empresa.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EMPRESA-STATUS.

             SELECT ORDENES-FILE ASSIGN TO "ordenes_pago.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDENES-STATUS.

             SELECT ORDEN-SEQ-FILE ASSIGN TO
                 "orden_pago_secuencia.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDEN-SEQ-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "ASIPEND-FC.cpy".
             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD ANUAL-FILE.
        01 ANUAL-RECORD.
           05 AN-EMPLEADO  PIC X(6).
           05 FILLER       PIC X.
           05 AN-ANIO      PIC 9(4).
           05 FILLER       PIC X.
           05 AN-MES       PIC 9(2).
           05 FILLER       PIC X.
           05 AN-BRUTO     PIC 9(5).
           05 FILLER       PIC X.
           05 AN-GANANCIAS PIC 9(6).
           05 FILLER       PIC X.
           05 AN-TIPO      PIC X.
              88 AN-ES-SAC           VALUE "S".
              88 AN-NO-REMUNERATIVO  VALUE "N".

        FD TASAS-FILE.
        01 TASA-RECORD.
           05 CT-CODIGO       PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 CT-DESCRIPCION  PIC X(20).
           05 FILLER          PIC X VALUE SPACE.
           05 CT-TASA         PIC 9(2)V99.
           05 FILLER          PIC X VALUE SPACE.
           05 CT-BENEFICIARIO PIC X(15).

        FD LIQUIDADOS-FILE.
        01 LIQUIDADO-RECORD.
           05 CL-PERIODO   PIC 9(6).
           05 FILLER       PIC X VALUE SPACE.
           05 CL-EMPLEADOS PIC 9(4).
           05 FILLER       PIC X VALUE SPACE.
           05 CL-BASE      PIC 9(9)V99.
           05 FILLER       PIC X VALUE SPACE.
           05 CL-TOTAL     PIC 9(9)V99.
           05 FILLER       PIC X VALUE SPACE.
           05 CL-FECHA     PIC 9(8).

      * diseno de la declaracion mensual: cabecera, un detalle por
      * empleado, totales y cola
        FD DECLARACION-FILE.
        01 DECLARACION-CABECERA.
           05 DH-TIPO-REG PIC X.
           05 FILLER      PIC X.
           05 DH-CUIT     PIC X(11).
           05 FILLER      PIC X.
           05 DH-PERIODO  PIC 9(6).
           05 FILLER      PIC X.
           05 DH-FECHA    PIC 9(8).
           05 FILLER      PIC X.
           05 DH-NOMBRE   PIC X(25).
        01 DECLARACION-DETALLE.
           05 DD-TIPO-REG PIC X.
           05 FILLER      PIC X.
           05 DD-EMPLEADO PIC X(6).
           05 FILLER      PIC X.
           05 DD-BASE     PIC 9(9)V99.
           05 DD-CONTRIB OCCURS 6 TIMES.
              07 FILLER      PIC X.
              07 DD-CODIGO   PIC X(4).
              07 FILLER      PIC X.
              07 DD-IMPORTE  PIC 9(9)V99.
           05 FILLER      PIC X.
           05 DD-TOTAL    PIC 9(9)V99.
        01 DECLARACION-TOTALES.
           05 DT-TIPO-REG PIC X.
           05 FILLER      PIC X.
           05 DT-EMPLEADOS PIC 9(6).
           05 FILLER      PIC X.
           05 DT-BASE     PIC 9(9)V99.
           05 DT-CONTRIB OCCURS 6 TIMES.
              07 FILLER      PIC X.
              07 DT-CODIGO   PIC X(4).
              07 FILLER      PIC X.
              07 DT-IMPORTE  PIC 9(9)V99.
           05 FILLER      PIC X.
           05 DT-TOTAL    PIC 9(9)V99.
        COPY "TRAILER-FD.cpy"
           REPLACING TAG-TRAILER    BY DECLARACION-TRAILER
                     TAG-MARCA      BY DX-MARCA
                     TAG-ES-TRAILER BY DX-ES-TRAILER
                     TAG-CANTIDAD   BY DX-CANTIDAD
                     TAG-HASH       BY DX-HASH.

        FD EMPRESA-FILE.
        01 EMPRESA-RECORD.
           05 BE-CUIT   PIC X(11).
           05 FILLER    PIC X.
           05 BE-CBU    PIC X(22).
           05 FILLER    PIC X.
           05 BE-NOMBRE PIC X(25).

        FD ORDENES-FILE.
        01 ORDEN-RECORD.
           05 OP-NUMERO       PIC 9(6).
           05 FILLER          PIC X VALUE SPACE.
           05 OP-TIPO         PIC X(3).
           05 FILLER          PIC X VALUE SPACE.
           05 OP-BENEFICIARIO PIC X(15).
           05 FILLER          PIC X VALUE SPACE.
           05 OP-FECHA        PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 OP-IMPORTE      PIC 9(9)V99.
           05 FILLER          PIC X VALUE SPACE.
           05 OP-ESTADO       PIC X.

        FD ORDEN-SEQ-FILE.
        01 ORDEN-SEQ-RECORD.
           05 OQ-ULTIMO-NUM PIC 9(6).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "ASIPEND-FD.cpy".
        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-ANUAL-STATUS PIC X(2) VALUE "00".
              88 ANUAL-OK VALUE "00".
          77 WS-TASAS-STATUS PIC X(2) VALUE "00".
              88 TASAS-OK VALUE "00".
          77 WS-LIQUIDADOS-STATUS PIC X(2) VALUE "00".
              88 LIQUIDADOS-OK VALUE "00".
          77 WS-DECLARACION-STATUS PIC X(2) VALUE "00".
              88 DECLARACION-OK VALUE "00".
          77 WS-EMPRESA-STATUS PIC X(2) VALUE "00".
              88 EMPRESA-OK VALUE "00".
          77 WS-ORDENES-STATUS PIC X(2) VALUE "00".
              88 ORDENES-OK VALUE "00".
          77 WS-ORDEN-SEQ-STATUS PIC X(2) VALUE "00".
              88 ORDEN-SEQ-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          01 WS-PERIODO.
             05 WS-PERIODO-ANIO PIC 9(4) VALUE ZEROS.
             05 WS-PERIODO-MES  PIC 9(2) VALUE ZEROS.

      * alicuotas vigentes, en el orden del archivo
          01 TASAS-TABLA.
             02 TASA-ENT OCCURS 6 TIMES.
                03 TA-CODIGO       PIC X(4).
                03 TA-DESCRIPCION  PIC X(20).
                03 TA-TASA         PIC 9(2)V99.
                03 TA-BENEFICIARIO PIC X(15).
                03 TA-TOTAL        PIC 9(9)V99.
          77 WS-CANT-TASAS PIC 9(2) VALUE ZEROS.
          77 WS-T          PIC 9(2) VALUE ZEROS.

      * base remunerativa del mes por empleado
          01 BASES-TABLA.
             02 BASE-ENT OCCURS 200 TIMES.
                03 BA-EMPLEADO PIC X(6).
                03 BA-BASE     PIC 9(9)V99.
                03 BA-IMPORTE  PIC 9(9)V99 OCCURS 6 TIMES.
                03 BA-TOTAL    PIC 9(9)V99.
          77 WS-CANT-BASES PIC 9(3) VALUE ZEROS.
          77 WS-B          PIC 9(3) VALUE ZEROS.
          77 WS-BASE-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-BASES-DESBORDE PIC X VALUE "N".
              88 BASES-DESBORDADAS VALUE "S".

      * lo que se paga a cada organismo
          01 ORGANISMOS-TABLA.
             02 ORGANISMO-ENT OCCURS 6 TIMES.
                03 OR-BENEFICIARIO PIC X(15).
                03 OR-IMPORTE      PIC 9(9)V99.
          77 WS-CANT-ORGANISMOS PIC 9(2) VALUE ZEROS.
          77 WS-G               PIC 9(2) VALUE ZEROS.
          77 WS-ORGANISMO-IDX   PIC 9(2) VALUE ZEROS.

          77 WS-YA-LIQUIDADO PIC X VALUE "N".
              88 MES-YA-LIQUIDADO VALUE "S".

          77 WS-TOTAL-BASE    PIC 9(9)V99 VALUE ZEROS.
          77 WS-TOTAL-CONTRIB PIC 9(9)V99 VALUE ZEROS.
          77 WS-PESOS-EMPLEADO PIC 9(9) VALUE ZEROS.
          77 WS-HASH-DECLARACION PIC 9(9) VALUE ZEROS.
          77 WS-NUM-ORDEN     PIC 9(6) VALUE ZEROS.
          77 WS-CANT-ORDENES  PIC 9(2) VALUE ZEROS.
          77 CTA-CARGAS-SOCIALES   PIC 9(4) VALUE 5120.
          77 CTA-CARGAS-A-PAGAR    PIC 9(4) VALUE 2140.

          77 WS-EDIT-IMPORTE PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-BASE    PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-TASA    PIC Z9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "Mes de las contribuciones (AAAAMM)"
             ACCEPT WS-PERIODO
             IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
                DISPLAY "Periodo invalido: " WS-PERIODO
                GOBACK
             END-IF

             PERFORM VERIFICAR-YA-LIQUIDADO
             IF MES-YA-LIQUIDADO
                DISPLAY "El mes " WS-PERIODO " ya tiene las"
                   " contribuciones liquidadas, no se repite"
                GOBACK
             END-IF

             PERFORM CARGAR-TASAS
             IF WS-CANT-TASAS = ZEROS
                DISPLAY "ABORTADO: contribuciones_tasas.txt sin"
                   " alicuotas"
                GOBACK
             END-IF

             PERFORM ACUMULAR-BASES
             IF BASES-DESBORDADAS
                DISPLAY "ABORTADO: mas de 200 empleados en el mes"
                GOBACK
             END-IF
             IF WS-CANT-BASES = ZEROS
                DISPLAY "No hay haberes liquidados en el mes "
                   WS-PERIODO
                GOBACK
             END-IF

             PERFORM CALCULAR-CONTRIBUCIONES
             PERFORM CARGAR-EMPRESA

             MOVE "CONTRIBUCIONES" TO WS-SPOOL-PROGRAMA
             MOVE SPACES TO WS-SPOOL-TITULO
             STRING "CARGAS SOCIALES " WS-PERIODO
                DELIMITED BY SIZE INTO WS-SPOOL-TITULO
             MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
             PERFORM ABRIR-SPOOL

             PERFORM IMPRIMIR-DETALLE
             PERFORM GRABAR-DECLARACION
             PERFORM ASENTAR-CONTRIBUCIONES

             PERFORM VARYING WS-G FROM 1 BY 1
                     UNTIL WS-G > WS-CANT-ORGANISMOS
                IF OR-IMPORTE(WS-G) > ZEROS
                   PERFORM EMITIR-ORDEN-ORGANISMO
                END-IF
             END-PERFORM

             PERFORM CERRAR-SPOOL
             PERFORM GRABAR-LIQUIDADO

             DISPLAY " "
             DISPLAY "Empleados declarados: " WS-CANT-BASES
             DISPLAY "declaracion_cargas.txt: control "
                WS-HASH-DECLARACION
             DISPLAY "Ordenes CSS emitidas: " WS-CANT-ORDENES
           GOBACK.

       VERIFICAR-YA-LIQUIDADO.
           MOVE "N" TO WS-YA-LIQUIDADO
           OPEN INPUT LIQUIDADOS-FILE
           IF LIQUIDADOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ LIQUIDADOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF CL-PERIODO = WS-PERIODO
                       SET MES-YA-LIQUIDADO TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE LIQUIDADOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-TASAS.
           OPEN INPUT TASAS-FILE
           IF NOT TASAS-OK
              PERFORM SEMBRAR-TASAS
              OPEN INPUT TASAS-FILE
           END-IF
           IF TASAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ TASAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF CT-CODIGO NOT = SPACES
                        AND CT-TASA IS NUMERIC
                        AND WS-CANT-TASAS < 6
                       ADD 1 TO WS-CANT-TASAS
                       MOVE CT-CODIGO TO TA-CODIGO(WS-CANT-TASAS)
                       MOVE CT-DESCRIPCION
                          TO TA-DESCRIPCION(WS-CANT-TASAS)
                       MOVE CT-TASA TO TA-TASA(WS-CANT-TASAS)
                       MOVE CT-BENEFICIARIO
                          TO TA-BENEFICIARIO(WS-CANT-TASAS)
                       MOVE ZEROS TO TA-TOTAL(WS-CANT-TASAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TASAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * las cuatro contribuciones de ley a cargo del empleador; los
      * organismos son los que figuran como beneficiarios de las
      * ordenes y deben tener cuenta en CUENTAS-BANCARIAS (clase CSS)
       SEMBRAR-TASAS.
           OPEN OUTPUT TASAS-FILE

           MOVE SPACES TO TASA-RECORD
           MOVE "JUBI"                 TO CT-CODIGO
           MOVE "JUBILACION"           TO CT-DESCRIPCION
           MOVE 10.77                  TO CT-TASA
           MOVE "AFIP-SUSS"            TO CT-BENEFICIARIO
           WRITE TASA-RECORD

           MOVE SPACES TO TASA-RECORD
           MOVE "OSOC"                 TO CT-CODIGO
           MOVE "OBRA SOCIAL"          TO CT-DESCRIPCION
           MOVE 6.00                   TO CT-TASA
           MOVE "AFIP-SUSS"            TO CT-BENEFICIARIO
           WRITE TASA-RECORD

           MOVE SPACES TO TASA-RECORD
           MOVE "AFAM"                 TO CT-CODIGO
           MOVE "ASIGNACIONES FAMIL."  TO CT-DESCRIPCION
           MOVE 4.70                   TO CT-TASA
           MOVE "AFIP-SUSS"            TO CT-BENEFICIARIO
           WRITE TASA-RECORD

           MOVE SPACES TO TASA-RECORD
           MOVE "ART"                  TO CT-CODIGO
           MOVE "RIESGOS DEL TRABAJO"  TO CT-DESCRIPCION
           MOVE 2.50                   TO CT-TASA
           MOVE "ART-SEGUROS"          TO CT-BENEFICIARIO
           WRITE TASA-RECORD

           CLOSE TASAS-FILE
           DISPLAY "Aviso: contribuciones_tasas.txt sembrado con las"
              " alicuotas de ley".

      * todo lo liquidado en el mes calendario, incluido el
      * aguinaldo; las vacaciones no gozadas y la indemnizacion de
      * la liquidacion final (AN-TIPO N) no son base
       ACUMULAR-BASES.
           OPEN INPUT ANUAL-FILE
           IF NOT ANUAL-OK
              DISPLAY "No hay payroll_anual.txt: correr la nomina"
                 " antes de las contribuciones"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ ANUAL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AN-ANIO = WS-PERIODO-ANIO
                        AND AN-MES = WS-PERIODO-MES
                        AND NOT AN-NO-REMUNERATIVO
                       PERFORM SUMAR-BASE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ANUAL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-BASE.
           MOVE ZEROS TO WS-BASE-IDX
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BASES
              IF WS-BASE-IDX = ZEROS
                  AND BA-EMPLEADO(WS-B) = AN-EMPLEADO
                 MOVE WS-B TO WS-BASE-IDX
              END-IF
           END-PERFORM

           IF WS-BASE-IDX = ZEROS
              IF WS-CANT-BASES < 200
                 ADD 1 TO WS-CANT-BASES
                 MOVE WS-CANT-BASES TO WS-BASE-IDX
                 MOVE AN-EMPLEADO TO BA-EMPLEADO(WS-BASE-IDX)
                 MOVE ZEROS TO BA-BASE(WS-BASE-IDX)
              ELSE
                 SET BASES-DESBORDADAS TO TRUE
              END-IF
           END-IF

           IF WS-BASE-IDX > ZEROS
              ADD AN-BRUTO TO BA-BASE(WS-BASE-IDX)
           END-IF.

      * cada contribucion se redondea por empleado y los totales de
      * la declaracion, del asiento y de las ordenes salen de la
      * suma de esos importes
       CALCULAR-CONTRIBUCIONES.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BASES
              MOVE ZEROS TO BA-TOTAL(WS-B)
              ADD BA-BASE(WS-B) TO WS-TOTAL-BASE
              PERFORM VARYING WS-T FROM 1 BY 1
                      UNTIL WS-T > WS-CANT-TASAS
                 COMPUTE BA-IMPORTE(WS-B, WS-T) ROUNDED =
                    BA-BASE(WS-B) * TA-TASA(WS-T) / 100
                 ADD BA-IMPORTE(WS-B, WS-T) TO BA-TOTAL(WS-B)
                 ADD BA-IMPORTE(WS-B, WS-T) TO TA-TOTAL(WS-T)
              END-PERFORM
              ADD BA-TOTAL(WS-B) TO WS-TOTAL-CONTRIB
           END-PERFORM

           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-CANT-TASAS
              PERFORM SUMAR-ORGANISMO
           END-PERFORM.

       SUMAR-ORGANISMO.
           MOVE ZEROS TO WS-ORGANISMO-IDX
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-CANT-ORGANISMOS
              IF OR-BENEFICIARIO(WS-G) = TA-BENEFICIARIO(WS-T)
                 MOVE WS-G TO WS-ORGANISMO-IDX
              END-IF
           END-PERFORM
           IF WS-ORGANISMO-IDX = ZEROS
              ADD 1 TO WS-CANT-ORGANISMOS
              MOVE WS-CANT-ORGANISMOS TO WS-ORGANISMO-IDX
              MOVE TA-BENEFICIARIO(WS-T)
                 TO OR-BENEFICIARIO(WS-ORGANISMO-IDX)
              MOVE ZEROS TO OR-IMPORTE(WS-ORGANISMO-IDX)
           END-IF
           ADD TA-TOTAL(WS-T) TO OR-IMPORTE(WS-ORGANISMO-IDX).

       IMPRIMIR-DETALLE.
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== CONTRIBUCIONES PATRONALES " WS-PERIODO
              " =====" DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-CANT-TASAS
              MOVE TA-TASA(WS-T) TO WS-EDIT-TASA
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  " TA-CODIGO(WS-T) " " TA-DESCRIPCION(WS-T)
                 " " WS-EDIT-TASA "% a " TA-BENEFICIARIO(WS-T)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE "  EMPLEADO         BASE CONTRIBUCIONES"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BASES
              MOVE BA-BASE(WS-B)  TO WS-EDIT-BASE
              MOVE BA-TOTAL(WS-B) TO WS-EDIT-IMPORTE
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  " BA-EMPLEADO(WS-B) " " WS-EDIT-BASE
                 " " WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-PERFORM

           MOVE WS-TOTAL-BASE    TO WS-EDIT-BASE
           MOVE WS-TOTAL-CONTRIB TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  TOTAL  " WS-EDIT-BASE " " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-CANT-TASAS
              MOVE TA-TOTAL(WS-T) TO WS-EDIT-IMPORTE
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  Total " TA-CODIGO(WS-T) " "
                 TA-DESCRIPCION(WS-T) " " WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-PERFORM.

       GRABAR-DECLARACION.
           OPEN OUTPUT DECLARACION-FILE

           MOVE SPACES           TO DECLARACION-CABECERA
           MOVE "H"              TO DH-TIPO-REG
           MOVE BE-CUIT          TO DH-CUIT
           MOVE WS-PERIODO       TO DH-PERIODO
           MOVE WS-FECHA-NEGOCIO TO DH-FECHA
           MOVE BE-NOMBRE        TO DH-NOMBRE
           WRITE DECLARACION-CABECERA

           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BASES
              MOVE SPACES             TO DECLARACION-DETALLE
              MOVE "D"                TO DD-TIPO-REG
              MOVE BA-EMPLEADO(WS-B)  TO DD-EMPLEADO
              MOVE BA-BASE(WS-B)      TO DD-BASE
              PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 6
                 IF WS-T > WS-CANT-TASAS
                    MOVE SPACES TO DD-CODIGO(WS-T)
                    MOVE ZEROS  TO DD-IMPORTE(WS-T)
                 ELSE
                    MOVE TA-CODIGO(WS-T) TO DD-CODIGO(WS-T)
                    MOVE BA-IMPORTE(WS-B, WS-T) TO DD-IMPORTE(WS-T)
                 END-IF
              END-PERFORM
              MOVE BA-TOTAL(WS-B)     TO DD-TOTAL
              WRITE DECLARACION-DETALLE
              MOVE BA-TOTAL(WS-B) TO WS-PESOS-EMPLEADO
              ADD WS-PESOS-EMPLEADO TO WS-HASH-DECLARACION
           END-PERFORM

           MOVE SPACES        TO DECLARACION-TOTALES
           MOVE "T"           TO DT-TIPO-REG
           MOVE WS-CANT-BASES TO DT-EMPLEADOS
           MOVE WS-TOTAL-BASE TO DT-BASE
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 6
              IF WS-T > WS-CANT-TASAS
                 MOVE SPACES TO DT-CODIGO(WS-T)
                 MOVE ZEROS  TO DT-IMPORTE(WS-T)
              ELSE
                 MOVE TA-CODIGO(WS-T) TO DT-CODIGO(WS-T)
                 MOVE TA-TOTAL(WS-T)  TO DT-IMPORTE(WS-T)
              END-IF
           END-PERFORM
           MOVE WS-TOTAL-CONTRIB TO DT-TOTAL
           WRITE DECLARACION-TOTALES

           MOVE SPACES              TO DECLARACION-TRAILER
           MOVE "TRL"               TO DX-MARCA
           MOVE WS-CANT-BASES       TO DX-CANTIDAD
           MOVE WS-HASH-DECLARACION TO DX-HASH
           WRITE DECLARACION-TRAILER
           CLOSE DECLARACION-FILE.

       ASENTAR-CONTRIBUCIONES.
           IF WS-TOTAL-CONTRIB > ZEROS
              MOVE WS-FECHA-NEGOCIO    TO WS-AG-FECHA
              MOVE "CARGAS SOC"        TO WS-AG-ORIGEN
              MOVE CTA-CARGAS-SOCIALES TO WS-AG-CUENTA
              MOVE WS-TOTAL-CONTRIB    TO WS-AG-DEBE
              MOVE ZEROS               TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
              MOVE CTA-CARGAS-A-PAGAR  TO WS-AG-CUENTA
              MOVE ZEROS               TO WS-AG-DEBE
              MOVE WS-TOTAL-CONTRIB    TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF.

       EMITIR-ORDEN-ORGANISMO.
           MOVE ZEROS TO WS-NUM-ORDEN
           OPEN INPUT ORDEN-SEQ-FILE
           IF ORDEN-SEQ-OK
              READ ORDEN-SEQ-FILE
                AT END CONTINUE
                NOT AT END MOVE OQ-ULTIMO-NUM TO WS-NUM-ORDEN
              END-READ
              CLOSE ORDEN-SEQ-FILE
           END-IF
           ADD 1 TO WS-NUM-ORDEN
           MOVE WS-NUM-ORDEN TO OQ-ULTIMO-NUM
           OPEN OUTPUT ORDEN-SEQ-FILE
           WRITE ORDEN-SEQ-RECORD
           CLOSE ORDEN-SEQ-FILE

           MOVE SPACES TO ORDEN-RECORD
           MOVE WS-NUM-ORDEN          TO OP-NUMERO
           MOVE "CSS"                 TO OP-TIPO
           MOVE OR-BENEFICIARIO(WS-G) TO OP-BENEFICIARIO
           MOVE WS-FECHA-NEGOCIO      TO OP-FECHA
           MOVE OR-IMPORTE(WS-G)      TO OP-IMPORTE
           MOVE "E"                   TO OP-ESTADO

           OPEN INPUT ORDENES-FILE
           IF NOT ORDENES-OK
              OPEN OUTPUT ORDENES-FILE
           END-IF
           CLOSE ORDENES-FILE

           OPEN EXTEND ORDENES-FILE
           WRITE ORDEN-RECORD
           CLOSE ORDENES-FILE
           ADD 1 TO WS-CANT-ORDENES

           MOVE OR-IMPORTE(WS-G) TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  Orden " WS-NUM-ORDEN " CSS a "
              OR-BENEFICIARIO(WS-G) " " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS.

       GRABAR-LIQUIDADO.
           MOVE SPACES TO LIQUIDADO-RECORD
           MOVE WS-PERIODO       TO CL-PERIODO
           MOVE WS-CANT-BASES    TO CL-EMPLEADOS
           MOVE WS-TOTAL-BASE    TO CL-BASE
           MOVE WS-TOTAL-CONTRIB TO CL-TOTAL
           MOVE WS-FECHA-NEGOCIO TO CL-FECHA

           OPEN INPUT LIQUIDADOS-FILE
           IF NOT LIQUIDADOS-OK
              OPEN OUTPUT LIQUIDADOS-FILE
           END-IF
           CLOSE LIQUIDADOS-FILE

           OPEN EXTEND LIQUIDADOS-FILE
           WRITE LIQUIDADO-RECORD
           CLOSE LIQUIDADOS-FILE.

      * datos de la empresa para la cabecera; si falta el archivo se
      * siembra igual que en ORDENES-PAGO
       CARGAR-EMPRESA.
           OPEN INPUT EMPRESA-FILE
           IF NOT EMPRESA-OK
              PERFORM SEMBRAR-EMPRESA
              OPEN INPUT EMPRESA-FILE
           END-IF
           MOVE SPACES TO EMPRESA-RECORD
           IF EMPRESA-OK
              READ EMPRESA-FILE
                AT END MOVE SPACES TO EMPRESA-RECORD
              END-READ
              CLOSE EMPRESA-FILE
           END-IF.

       SEMBRAR-EMPRESA.
           OPEN OUTPUT EMPRESA-FILE
           MOVE SPACES TO EMPRESA-RECORD
           MOVE "30000000007"            TO BE-CUIT
           MOVE "0000000000000000000000" TO BE-CBU
           MOVE "EMPRESA"                TO BE-NOMBRE
           WRITE EMPRESA-RECORD
           CLOSE EMPRESA-FILE
           DISPLAY "Aviso: banco_empresa.txt sembrado, completar CUIT"
              " y CBU de la empresa".

       ESCRIBIR-LINEA-LIS.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".
       COPY "ASIPEND-CALC.cpy".
       COPY "ESPOOL-CALC.cpy".
