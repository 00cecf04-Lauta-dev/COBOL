      * haberes y retenciones de cada uno, por pantalla, en
      * certificados_ganancias.txt y por el spool compartido
      * (copybooks ESPOOL-*) para reimprimirlo con REIMPRIMIR.
      *
      * El aguinaldo que liquida JUBI-LARSE (modo 5) llega a
      * payroll_anual.txt marcado AN-TIPO S y sale en el certificado
      * en un renglon propio, fuera de los meses; el total anual lo
      * incluye.
      *
      * Las vacaciones no gozadas y la indemnizacion de la
      * liquidacion final llegan marcadas AN-TIPO N (no
      * remunerativas, sin retencion) y salen en un renglon propio
      * NO REMUNERATIVO; el total anual de bruto las incluye.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-ANUAL.
           05 AN-BRUTO     PIC 9(5).
           05 FILLER       PIC X.
           05 AN-GANANCIAS PIC 9(6).
           05 FILLER       PIC X.
           05 AN-TIPO      PIC X.
              88 AN-ES-SAC           VALUE "S".
              88 AN-NO-REMUNERATIVO  VALUE "N".

        FD CERTIFICADO-FILE.
        01 CERTIFICADO-LINE PIC X(70).
                03 EA-MES-ENT OCCURS 12 TIMES.
                   04 EA-BRUTO     PIC 9(8).
                   04 EA-GANANCIAS PIC 9(8).
                03 EA-SAC-BRUTO     PIC 9(8).
                03 EA-SAC-GANANCIAS PIC 9(8).
                03 EA-NOREM-BRUTO   PIC 9(8).
          77 WS-CANT-EMPLEADOS PIC 9(3) VALUE ZEROS.
          77 WS-E              PIC 9(3) VALUE ZEROS.
          77 WS-EMPLEADO-IDX   PIC 9(3) VALUE ZEROS.
                    MOVE ZEROS
                       TO EA-GANANCIAS(WS-EMPLEADO-IDX, WS-M)
                 END-PERFORM
                 MOVE ZEROS TO EA-SAC-BRUTO(WS-EMPLEADO-IDX)
                 MOVE ZEROS TO EA-SAC-GANANCIAS(WS-EMPLEADO-IDX)
                 MOVE ZEROS TO EA-NOREM-BRUTO(WS-EMPLEADO-IDX)
              END-IF
           END-IF

           IF WS-EMPLEADO-IDX > ZEROS
              EVALUATE TRUE
                WHEN AN-ES-SAC
                 ADD AN-BRUTO     TO EA-SAC-BRUTO(WS-EMPLEADO-IDX)
                 ADD AN-GANANCIAS TO EA-SAC-GANANCIAS(WS-EMPLEADO-IDX)
                WHEN AN-NO-REMUNERATIVO
                 ADD AN-BRUTO     TO EA-NOREM-BRUTO(WS-EMPLEADO-IDX)
                WHEN OTHER
                 ADD AN-BRUTO
                    TO EA-BRUTO(WS-EMPLEADO-IDX, AN-MES)
                 ADD AN-GANANCIAS
                    TO EA-GANANCIAS(WS-EMPLEADO-IDX, AN-MES)
              END-EVALUATE
           END-IF.

       IMPRIMIR-CERTIFICADO.
              END-IF
           END-PERFORM

           IF EA-SAC-BRUTO(WS-E) > ZEROS
              ADD EA-SAC-BRUTO(WS-E)     TO WS-TOT-BRUTO
              ADD EA-SAC-GANANCIAS(WS-E) TO WS-TOT-GANANCIAS
              MOVE EA-SAC-BRUTO(WS-E)     TO WS-EDIT-BRUTO
              MOVE EA-SAC-GANANCIAS(WS-E) TO WS-EDIT-GAN
              MOVE SPACES TO CERTIFICADO-LINE
              STRING "  SAC     BRUTO " WS-EDIT-BRUTO
                 "  GANANCIAS " WS-EDIT-GAN
                 DELIMITED BY SIZE INTO CERTIFICADO-LINE
              PERFORM ESCRIBIR-LINEA-CERT
           END-IF

           IF EA-NOREM-BRUTO(WS-E) > ZEROS
              ADD EA-NOREM-BRUTO(WS-E) TO WS-TOT-BRUTO
              MOVE EA-NOREM-BRUTO(WS-E) TO WS-EDIT-BRUTO
              MOVE SPACES TO CERTIFICADO-LINE
              STRING "  NO REMUNERATIVO " WS-EDIT-BRUTO
                 "  (VACACIONES E INDEMNIZACION)"
                 DELIMITED BY SIZE INTO CERTIFICADO-LINE
              PERFORM ESCRIBIR-LINEA-CERT
           END-IF

           MOVE WS-TOT-BRUTO     TO WS-EDIT-BRUTO
           MOVE WS-TOT-GANANCIAS TO WS-EDIT-GAN
           MOVE SPACES TO CERTIFICADO-LINE
