      *    cobertura de Divisiones la vea
      *  - modo 4: reporte de saldos del anio por empleado, por
      *    pantalla y en licencias_reporte.txt
      *
      * La decision del modo 3 la firma un operador con su clave, con
      * autoridad LIC en autoridad_aprobacion.txt, tope de dias
      * suficiente para lo pedido y que no sea el propio empleado
      * (AUTORIDAD-*.cpy); los rechazos de autoridad van al log de
      * excepciones y la solicitud sigue PENDIENTE hasta que firme
      * un nivel superior.
      *
      * Francos compensatorios: la guardia cubierta en un feriado de
      * feriados.txt da, ademas del premio, un dia franco que se
      * anotaba en un cuaderno de la sucursal. PUENTE-GUARDIAS lo
      * acredita ahora en licencias_saldos.txt como saldo aparte
      * (LS-TIPO C, con la fecha de la guardia y su vencimiento a
      * los meses de franco_vencimiento.txt). La solicitud pide el
      * tipo (V vacaciones, C franco compensatorio) y la aprobacion
      * del franco sigue las mismas reglas de firma y de saldo nunca
      * negativo, consumiendo primero los francos que vencen antes;
      * un franco vencido ya no cuenta. El modo 5 vence los francos
      * sin usar cuya fecha paso (LS-VENCIDOS) y avisa los que
      * vencen en los proximos WS-DIAS-AVISO-FRANCO dias.
      *
      * El layout de licencias_saldos.txt queda en los copybooks
      * LICSALDO-* que comparten LICENCIAS, PUENTE-GUARDIAS y
      * JUBI-LARSE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICENCIAS.
                 RECORD KEY IS EM-CODIGO
                 FILE STATUS IS WS-EMPLEADO-STATUS.

             COPY "LICSALDO-FC.cpy".

             SELECT PENDIENTES-FILE ASSIGN TO
                 "licencias_pendientes.txt"
                 FILE STATUS IS WS-REPORTE-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        01 EMPLEADO-MASTER-RECORD.
           COPY "EMPLEADO-WS.cpy".

        COPY "LICSALDO-FD.cpy".

        FD PENDIENTES-FILE.
        01 PENDIENTE-RECORD.
           05 LP-SUPERVISOR PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 LP-TIMESTAMP  PIC X(21).
           05 FILLER        PIC X VALUE SPACE.
           05 LP-TIPO       PIC X.
              88 LP-VACACIONES VALUE "V".
              88 LP-FRANCO     VALUE "C".

        FD AUSENCIAS-FILE.
        01 AUSENCIA-RECORD.
        01 REPORTE-LINE PIC X(70).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".

          77 WS-EMPLEADO-STATUS PIC X(2) VALUE "00".
              88 EMPLEADO-OK VALUE "00".
          COPY "LICSALDO-WS.cpy".
          77 WS-PENDIENTES-STATUS PIC X(2) VALUE "00".
              88 PENDIENTES-OK VALUE "00".
          77 WS-AUSENCIAS-STATUS PIC X(2) VALUE "00".
          77 WS-ANIO-ACTUAL PIC 9(4) VALUE ZEROS.

      * saldos de licencia cargados para consultar y reescribir
      * (vacaciones por anio y un renglon por franco compensatorio)
          01 SALDOS-TABLA.
             02 SALDO-ENT OCCURS 500 TIMES.
                03 ST-EMPLEADO   PIC X(6).
                03 ST-ANIO       PIC 9(4).
                03 ST-DEVENGADOS PIC 9(3).
                03 ST-USADOS     PIC 9(3).
                03 ST-TIPO       PIC X.
                03 ST-FECHA-ORIGEN PIC 9(8).
                03 ST-VENCE      PIC 9(8).
                03 ST-VENCIDOS   PIC 9(3).
          77 WS-CANT-SALDOS PIC 9(3) VALUE ZEROS.
          77 WS-SA          PIC 9(3) VALUE ZEROS.
          77 WS-SALDO-IDX   PIC 9(3) VALUE ZEROS.
                03 SO-DIAS       PIC 9(2).
                03 SO-SUPERVISOR PIC X(10).
                03 SO-TIMESTAMP  PIC X(21).
                03 SO-TIPO       PIC X.
          77 WS-CANT-SOLICITUDES PIC 9(3) VALUE ZEROS.
          77 WS-SO               PIC 9(3) VALUE ZEROS.
          77 WS-SOLICITUD-IDX    PIC 9(3) VALUE ZEROS.
          77 WS-CANT-PEND    PIC 9(3) VALUE ZEROS.
          77 WS-SALDO-DISP   PIC S9(4) VALUE ZEROS.

      * francos compensatorios: aviso de vencimiento y consumo del
      * que vence primero
          77 WS-DIAS-AVISO-FRANCO PIC 9(3) VALUE 30.
          77 WS-FECHA-AVISO   PIC 9(8) VALUE ZEROS.
          77 WS-DISP-FRANCO   PIC S9(4) VALUE ZEROS.
          77 WS-DIAS-RESTAN   PIC 9(2) VALUE ZEROS.
          77 WS-TOMAR         PIC 9(3) VALUE ZEROS.
          77 WS-FRANCO-IDX    PIC 9(3) VALUE ZEROS.
          77 WS-CANT-VENCIDOS PIC 9(3) VALUE ZEROS.
          77 WS-CANT-AVISOS   PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO
             MOVE WS-FECHA-NEGOCIO(1:4) TO WS-ANIO-ACTUAL
             DISPLAY "2 - Solicitar licencia"
             DISPLAY "3 - Aprobar o rechazar una solicitud"
             DISPLAY "4 - Reporte de saldos del anio"
             DISPLAY "5 - Vencimiento de francos compensatorios"
             ACCEPT WS-MODO

             PERFORM CARGAR-SALDOS-LIC
                WHEN 2 PERFORM SOLICITAR-LICENCIA
                WHEN 3 PERFORM DECIDIR-SOLICITUD
                WHEN 4 PERFORM REPORTE-SALDOS
                WHEN 5 PERFORM VENCER-FRANCOS
                WHEN OTHER PERFORM DEVENGAR-ANIO
             END-EVALUATE
           GOBACK.
       CARGAR-SALDOS-LIC.
           OPEN INPUT SALDOS-LIC-FILE
           IF SALDOS-LIC-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-SALDOS >= 500
                READ SALDOS-LIC-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE LS-DEVENGADOS
                       TO ST-DEVENGADOS(WS-CANT-SALDOS)
                    MOVE LS-USADOS   TO ST-USADOS(WS-CANT-SALDOS)
                    PERFORM COMPLETAR-SALDO-LEIDO
                END-READ
              END-PERFORM
              CLOSE SALDOS-LIC-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * los renglones anteriores a los francos no traen tipo ni
      * fechas: son vacaciones
       COMPLETAR-SALDO-LEIDO.
           IF LS-COMPENSATORIO
              MOVE "C" TO ST-TIPO(WS-CANT-SALDOS)
           ELSE
              MOVE "V" TO ST-TIPO(WS-CANT-SALDOS)
           END-IF
           IF LS-FECHA-ORIGEN IS NUMERIC
              MOVE LS-FECHA-ORIGEN
                 TO ST-FECHA-ORIGEN(WS-CANT-SALDOS)
           ELSE
              MOVE ZEROS TO ST-FECHA-ORIGEN(WS-CANT-SALDOS)
           END-IF
           IF LS-VENCE IS NUMERIC
              MOVE LS-VENCE TO ST-VENCE(WS-CANT-SALDOS)
           ELSE
              MOVE ZEROS TO ST-VENCE(WS-CANT-SALDOS)
           END-IF
           IF LS-VENCIDOS IS NUMERIC
              MOVE LS-VENCIDOS TO ST-VENCIDOS(WS-CANT-SALDOS)
           ELSE
              MOVE ZEROS TO ST-VENCIDOS(WS-CANT-SALDOS)
           END-IF.

       GRABAR-SALDOS-LIC.
           OPEN OUTPUT SALDOS-LIC-FILE
           PERFORM VARYING WS-SA FROM 1 BY 1
              MOVE ST-ANIO(WS-SA)       TO LS-ANIO
              MOVE ST-DEVENGADOS(WS-SA) TO LS-DEVENGADOS
              MOVE ST-USADOS(WS-SA)     TO LS-USADOS
              MOVE ST-TIPO(WS-SA)       TO LS-TIPO
              MOVE ST-FECHA-ORIGEN(WS-SA) TO LS-FECHA-ORIGEN
              MOVE ST-VENCE(WS-SA)      TO LS-VENCE
              MOVE ST-VENCIDOS(WS-SA)   TO LS-VENCIDOS
              WRITE SALDO-LIC-RECORD
           END-PERFORM
           CLOSE SALDOS-LIC-FILE.
              IF WS-SALDO-IDX = ZEROS
                  AND ST-EMPLEADO(WS-SA) = EM-CODIGO
                  AND ST-ANIO(WS-SA) = WS-ANIO-ACTUAL
                  AND ST-TIPO(WS-SA) NOT = "C"
                 MOVE WS-SA TO WS-SALDO-IDX
              END-IF
           END-PERFORM.
                    MOVE 35 TO WS-DIAS-DERECHO
              END-EVALUATE

              IF WS-CANT-SALDOS < 500
                 ADD 1 TO WS-CANT-SALDOS
                 MOVE EM-CODIGO TO ST-EMPLEADO(WS-CANT-SALDOS)
                 MOVE WS-ANIO-ACTUAL TO ST-ANIO(WS-CANT-SALDOS)
                 MOVE WS-DIAS-DERECHO
                    TO ST-DEVENGADOS(WS-CANT-SALDOS)
                 MOVE ZEROS TO ST-USADOS(WS-CANT-SALDOS)
                 MOVE "V" TO ST-TIPO(WS-CANT-SALDOS)
                 MOVE ZEROS TO ST-FECHA-ORIGEN(WS-CANT-SALDOS)
                    ST-VENCE(WS-CANT-SALDOS)
                    ST-VENCIDOS(WS-CANT-SALDOS)
                 ADD 1 TO WS-CANT-ACRED
                 DISPLAY EM-CODIGO ": " WS-ANIOS-ANTIG
                    " anios, " WS-DIAS-DERECHO " dias"
              END-IF
           END-IF.

      * el numero se asigna antes de tomar los datos: la recorrida
      * de ASIGNAR-ID-SOLICITUD lee sobre PENDIENTE-RECORD
       SOLICITAR-LICENCIA.
           PERFORM ASIGNAR-ID-SOLICITUD
           MOVE SPACES TO PENDIENTE-RECORD
           DISPLAY "Codigo de empleado"
           ACCEPT LP-EMPLEADO
           ACCEPT LP-DIA
           DISPLAY "Cantidad de dias"
           ACCEPT LP-DIAS
           DISPLAY "Tipo (V vacaciones, C franco compensatorio)"
           ACCEPT LP-TIPO

           IF LP-DIAS = ZEROS
              DISPLAY "Cantidad cero, no se registro la solicitud"
              GOBACK
           END-IF
           IF NOT LP-VACACIONES AND NOT LP-FRANCO
              DISPLAY "Tipo no valido, no se registro la solicitud"
              GOBACK
           END-IF

           MOVE WS-ID-NUEVO TO LP-ID
           MOVE "P" TO LP-ESTADO
           MOVE SPACES TO LP-SUPERVISOR
                       TO SO-SUPERVISOR(WS-CANT-SOLICITUDES)
                    MOVE LP-TIMESTAMP
                       TO SO-TIMESTAMP(WS-CANT-SOLICITUDES)
                    IF LP-FRANCO
                       MOVE "C" TO SO-TIPO(WS-CANT-SOLICITUDES)
                    ELSE
                       MOVE "V" TO SO-TIPO(WS-CANT-SOLICITUDES)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PENDIENTES-FILE
              MOVE SO-DIAS(WS-SO)       TO LP-DIAS
              MOVE SO-SUPERVISOR(WS-SO) TO LP-SUPERVISOR
              MOVE SO-TIMESTAMP(WS-SO)  TO LP-TIMESTAMP
              MOVE SO-TIPO(WS-SO)       TO LP-TIPO
              WRITE PENDIENTE-RECORD
           END-PERFORM
           CLOSE PENDIENTES-FILE.
                 ADD 1 TO WS-CANT-PEND
                 DISPLAY "Solicitud " SO-ID(WS-SO) ": "
                    SO-EMPLEADO(WS-SO) " " SO-DIAS(WS-SO)
                    " dias " SO-TIPO(WS-SO) " (" SO-DIA(WS-SO)
                    ", depto " SO-DEPTO(WS-SO) ")"
              END-IF
           END-PERFORM

              WHEN OTHER
                 DISPLAY "A = aprobar, R = rechazar"
                 ACCEPT WS-DECISION
                 EVALUATE WS-DECISION
                    WHEN "A" WHEN "R"
                       PERFORM FIRMAR-SOLICITUD
                    WHEN OTHER
                       DISPLAY "Decision no valida, no se cambio nada"
                 END-EVALUATE
           END-EVALUATE.

      * el tope de una licencia son los dias pedidos; un rechazo no
      * consume tope
       FIRMAR-SOLICITUD.
           MOVE "LICENCIAS" TO WS-AU-PROGRAMA
           MOVE "LIC"       TO WS-AU-TIPO
           MOVE ZEROS       TO WS-AU-MONTO
           IF WS-DECISION = "A"
              MOVE SO-DIAS(WS-SOLICITUD-IDX) TO WS-AU-MONTO
           END-IF
           MOVE SO-EMPLEADO(WS-SOLICITUD-IDX) TO WS-AU-SOLICITANTE
           MOVE SPACES TO WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION
           IF AUTORIDAD-CONCEDIDA
              MOVE WS-AU-OPERADOR TO WS-SUPERVISOR
              IF WS-DECISION = "A"
                 PERFORM APROBAR-SOLICITUD
              ELSE
                 PERFORM RECHAZAR-SOLICITUD
              END-IF
           END-IF.

      * la aprobacion solo pasa si el saldo alcanza: el saldo nunca
      * queda negativo; los dias aprobados alimentan ausencias.txt
       APROBAR-SOLICITUD.
           IF SO-TIPO(WS-SOLICITUD-IDX) = "C"
              PERFORM APROBAR-FRANCO
              GOBACK
           END-IF

           MOVE SO-EMPLEADO(WS-SOLICITUD-IDX) TO EM-CODIGO
           PERFORM BUSCAR-SALDO-EMPLEADO

              WS-SUPERVISOR ", quedan " WS-SALDO-DISP
              " dias por usar".

      * el franco se aprueba contra los francos sin vencer del
      * empleado, gastando primero los que vencen antes
       APROBAR-FRANCO.
           MOVE ZEROS TO WS-DISP-FRANCO
           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-CANT-SALDOS
              IF ST-TIPO(WS-SA) = "C"
                  AND ST-EMPLEADO(WS-SA) = SO-EMPLEADO(WS-SOLICITUD-IDX)
                  AND ST-VENCE(WS-SA) >= WS-FECHA-NEGOCIO
                 COMPUTE WS-DISP-FRANCO = WS-DISP-FRANCO
                    + ST-DEVENGADOS(WS-SA) - ST-USADOS(WS-SA)
                    - ST-VENCIDOS(WS-SA)
              END-IF
           END-PERFORM

           IF SO-DIAS(WS-SOLICITUD-IDX) > WS-DISP-FRANCO
              DISPLAY "Francos compensatorios insuficientes ("
                 WS-DISP-FRANCO " sin vencer): no se aprueba"
              GOBACK
           END-IF

           MOVE SO-DIAS(WS-SOLICITUD-IDX) TO WS-DIAS-RESTAN
           PERFORM UNTIL WS-DIAS-RESTAN = ZEROS
              PERFORM BUSCAR-FRANCO-A-VENCER
              COMPUTE WS-TOMAR = ST-DEVENGADOS(WS-FRANCO-IDX)
                 - ST-USADOS(WS-FRANCO-IDX)
                 - ST-VENCIDOS(WS-FRANCO-IDX)
              IF WS-TOMAR > WS-DIAS-RESTAN
                 MOVE WS-DIAS-RESTAN TO WS-TOMAR
              END-IF
              ADD WS-TOMAR TO ST-USADOS(WS-FRANCO-IDX)
              SUBTRACT WS-TOMAR FROM WS-DIAS-RESTAN
           END-PERFORM

           MOVE "A" TO SO-ESTADO(WS-SOLICITUD-IDX)
           MOVE WS-SUPERVISOR TO SO-SUPERVISOR(WS-SOLICITUD-IDX)
           MOVE FUNCTION CURRENT-DATE
              TO SO-TIMESTAMP(WS-SOLICITUD-IDX)

           PERFORM GRABAR-SALDOS-LIC
           PERFORM REESCRIBIR-SOLICITUDES
           PERFORM AGREGAR-AUSENCIA

           COMPUTE WS-DISP-FRANCO =
              WS-DISP-FRANCO - SO-DIAS(WS-SOLICITUD-IDX)
           DISPLAY "Solicitud " WS-ID-PEDIDO " aprobada por "
              WS-SUPERVISOR ", quedan " WS-DISP-FRANCO
              " francos por usar".

      * el franco con saldo del empleado que vence primero
       BUSCAR-FRANCO-A-VENCER.
           MOVE ZEROS TO WS-FRANCO-IDX
           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-CANT-SALDOS
              IF ST-TIPO(WS-SA) = "C"
                  AND ST-EMPLEADO(WS-SA) = SO-EMPLEADO(WS-SOLICITUD-IDX)
                  AND ST-VENCE(WS-SA) >= WS-FECHA-NEGOCIO
                  AND ST-DEVENGADOS(WS-SA) >
                      ST-USADOS(WS-SA) + ST-VENCIDOS(WS-SA)
                 IF WS-FRANCO-IDX = ZEROS
                    MOVE WS-SA TO WS-FRANCO-IDX
                 ELSE
                    IF ST-VENCE(WS-SA) < ST-VENCE(WS-FRANCO-IDX)
                       MOVE WS-SA TO WS-FRANCO-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       RECHAZAR-SOLICITUD.
           MOVE "R" TO SO-ESTADO(WS-SOLICITUD-IDX)
           MOVE WS-SUPERVISOR TO SO-SUPERVISOR(WS-SOLICITUD-IDX)
           MOVE SO-DEPTO(WS-SOLICITUD-IDX) TO AB-DEPTO
           MOVE SO-DIA(WS-SOLICITUD-IDX)   TO AB-DIA
           MOVE "LICENCIA" TO AB-MOTIVO
           IF SO-TIPO(WS-SOLICITUD-IDX) = "C"
              MOVE "FRANCO COMP" TO AB-MOTIVO
           END-IF

           OPEN INPUT AUSENCIAS-FILE
           IF NOT AUSENCIAS-OK
           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-CANT-SALDOS
              IF ST-ANIO(WS-SA) = WS-ANIO-ACTUAL
                  AND ST-TIPO(WS-SA) NOT = "C"
                 COMPUTE WS-SALDO-DISP =
                    ST-DEVENGADOS(WS-SA) - ST-USADOS(WS-SA)
                 MOVE SPACES TO REPORTE-LINE

           CLOSE REPORTE-FILE.

      * el franco sin usar cuya fecha de vencimiento paso se da por
      * vencido; los que vencen dentro del aviso se informan para
      * que el empleado los pida a tiempo
       VENCER-FRANCOS.
           MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA
           MOVE WS-DIAS-AVISO-FRANCO TO WS-FC-DIAS-SUMAR
           PERFORM SUMAR-DIAS-FECHA
           MOVE WS-FC-FECHA TO WS-FECHA-AVISO

           OPEN OUTPUT REPORTE-FILE

           MOVE SPACES TO REPORTE-LINE
           STRING "--- Francos compensatorios al " WS-FECHA-NEGOCIO
              " ---" DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP

           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-CANT-SALDOS
              IF ST-TIPO(WS-SA) = "C"
                  AND ST-DEVENGADOS(WS-SA) >
                      ST-USADOS(WS-SA) + ST-VENCIDOS(WS-SA)
                 PERFORM REVISAR-VENCIMIENTO-FRANCO
              END-IF
           END-PERFORM

           MOVE SPACES TO REPORTE-LINE
           STRING "Vencidos hoy: " WS-CANT-VENCIDOS
              "   Por vencer en " WS-DIAS-AVISO-FRANCO " dias: "
              WS-CANT-AVISOS
              DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP

           CLOSE REPORTE-FILE

           IF WS-CANT-VENCIDOS > ZEROS
              PERFORM GRABAR-SALDOS-LIC
           END-IF.

       REVISAR-VENCIMIENTO-FRANCO.
           COMPUTE WS-TOMAR = ST-DEVENGADOS(WS-SA)
              - ST-USADOS(WS-SA) - ST-VENCIDOS(WS-SA)
           EVALUATE TRUE
              WHEN ST-VENCE(WS-SA) < WS-FECHA-NEGOCIO
                 ADD WS-TOMAR TO ST-VENCIDOS(WS-SA)
                 ADD 1 TO WS-CANT-VENCIDOS
                 MOVE SPACES TO REPORTE-LINE
                 STRING "  " ST-EMPLEADO(WS-SA) ": guardia "
                    ST-FECHA-ORIGEN(WS-SA) " " WS-TOMAR
                    " dias VENCIDOS el " ST-VENCE(WS-SA)
                    DELIMITED BY SIZE INTO REPORTE-LINE
                 PERFORM ESCRIBIR-LINEA-REP
              WHEN ST-VENCE(WS-SA) <= WS-FECHA-AVISO
                 ADD 1 TO WS-CANT-AVISOS
                 MOVE SPACES TO REPORTE-LINE
                 STRING "  " ST-EMPLEADO(WS-SA) ": guardia "
                    ST-FECHA-ORIGEN(WS-SA) " " WS-TOMAR
                    " dias vencen el " ST-VENCE(WS-SA)
                    DELIMITED BY SIZE INTO REPORTE-LINE
                 PERFORM ESCRIBIR-LINEA-REP
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       ESCRIBIR-LINEA-REP.
           DISPLAY REPORTE-LINE
           WRITE REPORTE-LINE.
       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".
