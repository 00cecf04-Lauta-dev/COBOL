      * itemizados en payroll_conceptos.txt y salen cada uno como
      * renglon propio del recibo, en vez de sumarse a mano arriba
      * del papel impreso.
      *
      * Las diferencias retroactivas que liquida JUBI-LARSE (modo 3)
      * llegan en payroll_retro.txt y salen como recibo propio,
      * marcado RETROACTIVO, con las semanas reliquidadas y sus
      * deducciones y neto, despues de los recibos de la semana.
      *
      * Los descuentos por convenio (embargos, adelantos y cuotas de
      * prestamo) llegan en payroll_conceptos.txt marcados PC-SIGNO D:
      * no son haberes, salen detallados debajo de las deducciones,
      * que ya los incluyen.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBOS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONC-REG-STATUS.

             COPY "RETRO-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

       DATA DIVISION.
           05 PC-DESCRIPCION PIC X(20).
           05 FILLER         PIC X.
           05 PC-IMPORTE     PIC 9(5).
           05 FILLER         PIC X.
           05 PC-SIGNO       PIC X.

        COPY "RETRO-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "RETRO-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".

          77 WS-PAYROLL-STATUS PIC X(2) VALUE "00".
                03 CN-EMPLEADO    PIC X(6).
                03 CN-DESCRIPCION PIC X(20).
                03 CN-IMPORTE     PIC 9(5).
                03 CN-SIGNO       PIC X.
                   88 CN-DESCUENTO VALUE "D".
          77 WS-CANT-CONCEPTOS PIC 9(3) VALUE ZEROS.
          77 WS-CN             PIC 9(3) VALUE ZEROS.

                    NOT AT END PERFORM IMPRIMIR-RECIBO
                  END-READ
                END-PERFORM
                CLOSE PAYROLL-FILE

                MOVE "N" TO WS-FIN-ARCHIVO
                OPEN INPUT RETRO-FILE
                IF RETRO-OK
                   PERFORM UNTIL FIN-ARCHIVO
                     READ RETRO-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                       NOT AT END PERFORM IMPRIMIR-RECIBO-RETRO
                     END-READ
                   END-PERFORM
                   CLOSE RETRO-FILE
                END-IF
                CLOSE RECIBOS-FILE

                DISPLAY " "
                DISPLAY "Recibos impresos: " WS-CANT-RECIBOS
             END-IF
           PERFORM VARYING WS-CN FROM 1 BY 1
                   UNTIL WS-CN > WS-CANT-CONCEPTOS
              IF CN-EMPLEADO(WS-CN) = PR-EMPLEADO
                  AND NOT CN-DESCUENTO(WS-CN)
                 MOVE CN-IMPORTE(WS-CN) TO WS-EDIT-IMPORTE
                 MOVE SPACES TO RECIBO-LINE
                 STRING "  " CN-DESCRIPCION(WS-CN) " ... "
              DELIMITED BY SIZE INTO RECIBO-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO

           PERFORM VARYING WS-CN FROM 1 BY 1
                   UNTIL WS-CN > WS-CANT-CONCEPTOS
              IF CN-EMPLEADO(WS-CN) = PR-EMPLEADO
                  AND CN-DESCUENTO(WS-CN)
                 MOVE CN-IMPORTE(WS-CN) TO WS-EDIT-IMPORTE
                 MOVE SPACES TO RECIBO-LINE
                 STRING "  - " CN-DESCRIPCION(WS-CN) " "
                    WS-EDIT-IMPORTE
                    DELIMITED BY SIZE INTO RECIBO-LINE
                 PERFORM ESCRIBIR-LINEA-RECIBO
              END-IF
           END-PERFORM

           MOVE PR-NETO TO WS-EDIT-IMPORTE
           MOVE SPACES TO RECIBO-LINE
           STRING "  NETO A COBRAR ........ " WS-EDIT-IMPORTE
           MOVE "  FIRMA: ______________________" TO RECIBO-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO.

      * recibo aparte por la diferencia retroactiva de una accion de
      * personal
       IMPRIMIR-RECIBO-RETRO.
           ADD 1 TO WS-CANT-RECIBOS

           MOVE WS-LINEA-REGLA TO RECIBO-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO

           MOVE SPACES TO RECIBO-LINE
           STRING "RECIBO RETROACTIVO PERIODO " WS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO RECIBO-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO

           MOVE SPACES TO RECIBO-LINE
           STRING "EMPLEADO: " RT-EMPLEADO "   ACCION: " RT-ACCION
              DELIMITED BY SIZE INTO RECIBO-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO

           MOVE SPACES TO RECIBO-LINE
           STRING "  SEMANAS " RT-DESDE " A " RT-HASTA " ("
              RT-SEMANAS ")"
              DELIMITED BY SIZE INTO RECIBO-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO

           MOVE RT-TOTAL TO WS-EDIT-IMPORTE
           MOVE SPACES TO RECIBO-LINE
           STRING "  DIFERENCIA RETROACTIVA " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO RECIBO-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO

           MOVE RT-DEDUCCIONES TO WS-EDIT-IMPORTE
           MOVE SPACES TO RECIBO-LINE
           STRING "  DEDUCCIONES .......... " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO RECIBO-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO

           MOVE RT-NETO TO WS-EDIT-IMPORTE
           MOVE SPACES TO RECIBO-LINE
           STRING "  NETO A COBRAR ........ " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO RECIBO-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO

           MOVE SPACES TO RECIBO-LINE
           MOVE "  FIRMA: ______________________" TO RECIBO-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO.

       ESCRIBIR-LINEA-RECIBO.
           DISPLAY RECIBO-LINE
           WRITE RECIBO-LINE.
                       TO CN-DESCRIPCION(WS-CANT-CONCEPTOS)
                    MOVE PC-IMPORTE
                       TO CN-IMPORTE(WS-CANT-CONCEPTOS)
                    MOVE PC-SIGNO
                       TO CN-SIGNO(WS-CANT-CONCEPTOS)
                END-READ
              END-PERFORM
              CLOSE CONC-REG-FILE
