      * Puente de horas docentes al timesheet: los docentes estaban en
      * docentes_master.dat con su carga en asignaciones_docentes.txt
      * pero cobraban por una planilla aparte, porque nunca se les
      * generaba timesheet. Esta corrida, semanal como la liquidacion:
      *  - pide la semana que se liquida (AAAAMMDD del lunes) y no
      *    puentea dos veces la misma semana (puente_docentes_
      *    control.txt)
      *  - toma cada docente activo con codigo de empleado
      *    (DO-EMPLEADO) y convierte sus asignaciones en horas de
      *    lunes a viernes: cada materia vale las horas por dia de
      *    horas_catedra.txt y cada turno de NOTAS las suyas (el
      *    archivo se siembra con 4 y 2 si no existe). Un docente
      *    con asignaciones y sin codigo de empleado se informa y
      *    queda en el log de excepciones, no se inventa
      *  - descuenta las ausencias del docente de esa semana
      *    (ausencias_docentes.txt, DOCENTES modo 5): el turno
      *    ausente resta las horas de sus materias de ese turno
      *    (segun asignacion_aulas.txt) y de su turno de NOTAS, y la
      *    ausencia de dia completo deja el dia en cero
      *  - suma las horas SOBRE el renglon que el empleado ya tiene
      *    en timesheet.txt (un renglon nuevo solo para el que no
      *    figura) y regenera la cola de control TRAILER-FD, igual
      *    que PUENTE-GUARDIAS, asi las horas docentes pasan por
      *    JUBI-LARSE, RECIBOS y CONTABILIZAR como las de todos
      *  - imprime por docente las horas puenteadas y descontadas

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUENTE-DOCENTES.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT DOCENTE-MASTER ASSIGN TO "docentes_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DO-CODIGO
                 FILE STATUS IS WS-DOCENTE-STATUS.

             SELECT ASIGNACION-FILE ASSIGN TO
                 "asignaciones_docentes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ASIGNACION-STATUS.

             SELECT AULA-ASIG-FILE ASSIGN TO "asignacion_aulas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AULA-ASIG-STATUS.

             SELECT AUSENCIA-DOC-FILE ASSIGN TO
                 "ausencias_docentes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUSENCIA-DOC-STATUS.

             SELECT HORAS-CAT-FILE ASSIGN TO "horas_catedra.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HORAS-CAT-STATUS.

             SELECT CONTROL-FILE ASSIGN TO
                 "puente_docentes_control.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTROL-STATUS.

             SELECT TIMESHEET-FILE ASSIGN TO "timesheet.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TIMESHEET-STATUS.

             COPY "EXCEPCION-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD DOCENTE-MASTER.
        01 DOCENTE-MASTER-RECORD.
           COPY "DOCENTE-WS.cpy".

        FD ASIGNACION-FILE.
        01 ASIGNACION-RECORD.
           05 DA-DOCENTE PIC X(6).
           05 FILLER     PIC X VALUE SPACE.
           05 DA-TIPO    PIC X.
              88 DA-ES-TURNO   VALUE "T".
              88 DA-ES-MATERIA VALUE "M".
           05 FILLER     PIC X VALUE SPACE.
           05 DA-DESTINO PIC X(25).

        FD AULA-ASIG-FILE.
        01 AULA-ASIG-RECORD.
           05 AA-CURSO    PIC X(25).
           05 FILLER      PIC X VALUE SPACE.
           05 AA-TURNO    PIC X(8).
           05 FILLER      PIC X VALUE SPACE.
           05 AA-AULA     PIC X(10).
           05 FILLER      PIC X VALUE SPACE.
           05 AA-ANOTADOS PIC 9(3).
           05 FILLER      PIC X VALUE SPACE.
           05 AA-MARCA    PIC X(6).

        FD AUSENCIA-DOC-FILE.
        01 AUSENCIA-DOC-RECORD.
           05 AD-DOCENTE   PIC X(6).
           05 FILLER       PIC X VALUE SPACE.
           05 AD-FECHA     PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 AD-TURNO     PIC X(8).
           05 FILLER       PIC X VALUE SPACE.
           05 AD-MOTIVO    PIC X(15).
           05 FILLER       PIC X VALUE SPACE.
           05 AD-TIMESTAMP PIC X(21).

        FD HORAS-CAT-FILE.
        01 HORAS-CAT-RECORD.
           05 HC-HS-MATERIA PIC 9(2).
           05 FILLER        PIC X VALUE SPACE.
           05 HC-HS-TURNO   PIC 9(2).

        FD CONTROL-FILE.
        01 CONTROL-RECORD.
           05 PC-SEMANA    PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 PC-TIMESTAMP PIC X(21).

        FD TIMESHEET-FILE.
        01 TIMESHEET-RECORD.
           05 TS-EMPLEADO  PIC X(6).
           05 TS-HS-DIA    PIC 9(2) OCCURS 7 TIMES.
        COPY "TRAILER-FD.cpy"
           REPLACING TAG-TRAILER    BY TIMESHEET-TRAILER
                     TAG-MARCA      BY TT-MARCA
                     TAG-ES-TRAILER BY TT-ES-TRAILER
                     TAG-CANTIDAD   BY TT-CANTIDAD
                     TAG-HASH       BY TT-HASH.

        COPY "EXCEPCION-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "EXCEPCION-WS.cpy".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-DOCENTE-STATUS PIC X(2) VALUE "00".
              88 DOCENTE-OK VALUE "00".
          77 WS-ASIGNACION-STATUS PIC X(2) VALUE "00".
              88 ASIGNACION-OK VALUE "00".
          77 WS-AULA-ASIG-STATUS PIC X(2) VALUE "00".
              88 AULA-ASIG-OK VALUE "00".
          77 WS-AUSENCIA-DOC-STATUS PIC X(2) VALUE "00".
              88 AUSENCIA-DOC-OK VALUE "00".
          77 WS-HORAS-CAT-STATUS PIC X(2) VALUE "00".
              88 HORAS-CAT-OK VALUE "00".
          77 WS-CONTROL-STATUS PIC X(2) VALUE "00".
              88 CONTROL-OK VALUE "00".
          77 WS-TIMESHEET-STATUS PIC X(2) VALUE "00".
              88 TIMESHEET-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          77 WS-SEMANA-LIQ  PIC 9(8) VALUE ZEROS.
          77 WS-YA-PUENTEADA PIC X VALUE "N".
              88 SEMANA-YA-PUENTEADA VALUE "S".

      * horas por dia de clase de cada asignacion
          77 WS-HS-MATERIA PIC 9(2) VALUE 4.
          77 WS-HS-TURNO   PIC 9(2) VALUE 2.

      * turno de cada materia en la grilla de AULAS
          01 GRILLA-TABLA.
             02 GRILLA-ENT OCCURS 60 TIMES.
                03 GD-CURSO PIC X(25).
                03 GD-TURNO PIC X(8).
          77 WS-CANT-GRILLA PIC 9(2) VALUE ZEROS.
          77 WS-G           PIC 9(2) VALUE ZEROS.

      * docentes activos con codigo de empleado y sus horas de la
      * semana (dia 1 lunes ... dia 5 viernes)
          01 DOCENTES-TABLA.
             02 DOCENTE-ENT OCCURS 100 TIMES.
                03 DC-CODIGO      PIC X(6).
                03 DC-EMPLEADO    PIC X(6).
                03 DC-HS-DIA      PIC 9(2) OCCURS 5 TIMES.
                03 DC-DESCONTADAS PIC 9(3).
          77 WS-CANT-DOCENTES PIC 9(3) VALUE ZEROS.
          77 WS-DC            PIC 9(3) VALUE ZEROS.
          77 WS-DOCENTE-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-FIN-MAESTRO   PIC X VALUE "N".
              88 FIN-MAESTRO VALUE "S".

      * asignaciones sin repetir (docente, tipo, destino) con el
      * turno que ocupan y las horas por dia que valen
          01 DICTADOS-TABLA.
             02 DICTADO-ENT OCCURS 200 TIMES.
                03 DT-DOCENTE PIC X(6).
                03 DT-TIPO    PIC X.
                03 DT-DESTINO PIC X(25).
                03 DT-TURNO   PIC X(8).
                03 DT-HORAS   PIC 9(2).
          77 WS-CANT-DICTADOS PIC 9(3) VALUE ZEROS.
          77 WS-DT            PIC 9(3) VALUE ZEROS.
          77 WS-DICTADO-REPETIDO PIC X VALUE "N".
              88 DICTADO-REPETIDO VALUE "S".
          77 WS-DESBORDE      PIC X VALUE "N".
              88 TABLA-DESBORDADA VALUE "S".

          77 WS-D           PIC 9(1) VALUE ZEROS.
          77 WS-DIA-AUSENTE PIC 9(1) VALUE ZEROS.
          77 WS-HS-RESTAR   PIC 9(3) VALUE ZEROS.

      * timesheet existente recargado para reescribir con cola
          01 TIMESHEET-TABLA.
             02 TS-ENT OCCURS 100 TIMES.
                03 TL-EMPLEADO PIC X(6).
                03 TL-HS       PIC 9(2) OCCURS 7 TIMES.
          77 WS-CANT-TS PIC 9(3) VALUE ZEROS.
          77 WS-T       PIC 9(3) VALUE ZEROS.
          77 WS-TS-IDX  PIC 9(3) VALUE ZEROS.

          77 WS-CANT-LOTE PIC 9(6) VALUE ZEROS.
          77 WS-HASH-LOTE PIC 9(9) VALUE ZEROS.
          77 WS-TOTAL-DOC PIC 9(3) VALUE ZEROS.
          77 WS-CANT-PUENTEADOS  PIC 9(3) VALUE ZEROS.
          77 WS-CANT-SIN-CODIGO  PIC 9(3) VALUE ZEROS.
          77 WS-CANT-AUSENCIAS   PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
             DISPLAY "Semana que se liquida (AAAAMMDD del lunes)"
             ACCEPT WS-SEMANA-LIQ

             MOVE WS-SEMANA-LIQ TO WS-FC-FECHA
             PERFORM DIA-SEMANA-FECHA
             IF WS-FC-DIA-SEMANA NOT = 1
                DISPLAY "La fecha " WS-SEMANA-LIQ " no es un lunes"
                GOBACK
             END-IF

             PERFORM VERIFICAR-SEMANA-PUENTEADA
             IF SEMANA-YA-PUENTEADA
                DISPLAY "La semana " WS-SEMANA-LIQ " ya fue"
                   " puenteada: no se suman las horas dos veces"
                GOBACK
             END-IF

             PERFORM CARGAR-HORAS-CATEDRA
             PERFORM CARGAR-GRILLA-AULAS
             PERFORM CARGAR-DOCENTES
             IF WS-CANT-DOCENTES = ZEROS
                DISPLAY "No hay docentes activos con codigo de"
                   " empleado (DOCENTES modo 1)"
                GOBACK
             END-IF

             PERFORM CARGAR-DICTADOS
             IF TABLA-DESBORDADA
                DISPLAY "ABORTADO: tablas de docentes o"
                   " asignaciones desbordadas"
                GOBACK
             END-IF

             PERFORM VARYING WS-DT FROM 1 BY 1
                     UNTIL WS-DT > WS-CANT-DICTADOS
                PERFORM SUMAR-HORAS-DICTADO
             END-PERFORM

             PERFORM DESCONTAR-AUSENCIAS

             PERFORM CARGAR-TIMESHEET-EXISTENTE
             PERFORM REESCRIBIR-TIMESHEET
             PERFORM GRABAR-SEMANA-PUENTEADA

             DISPLAY " "
             DISPLAY "--- Puente de horas docentes " WS-SEMANA-LIQ
                " ---"
             PERFORM VARYING WS-DC FROM 1 BY 1
                     UNTIL WS-DC > WS-CANT-DOCENTES
                MOVE ZEROS TO WS-TOTAL-DOC
                PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                   ADD DC-HS-DIA(WS-DC, WS-D) TO WS-TOTAL-DOC
                END-PERFORM
                IF WS-TOTAL-DOC > ZEROS
                    OR DC-DESCONTADAS(WS-DC) > ZEROS
                   DISPLAY DC-CODIGO(WS-DC) " -> " DC-EMPLEADO(WS-DC)
                      " " WS-TOTAL-DOC " horas, descontadas por"
                      " ausencia " DC-DESCONTADAS(WS-DC)
                END-IF
             END-PERFORM
             DISPLAY "Docentes puenteados:      " WS-CANT-PUENTEADOS
             DISPLAY "Ausencias descontadas:    " WS-CANT-AUSENCIAS
             DISPLAY "Sin codigo de empleado:   " WS-CANT-SIN-CODIGO
           GOBACK.

       VERIFICAR-SEMANA-PUENTEADA.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ CONTROL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF PC-SEMANA = WS-SEMANA-LIQ
                       SET SEMANA-YA-PUENTEADA TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CONTROL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       GRABAR-SEMANA-PUENTEADA.
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-SEMANA-LIQ TO PC-SEMANA
           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           OPEN INPUT CONTROL-FILE
           IF NOT CONTROL-OK
              OPEN OUTPUT CONTROL-FILE
           END-IF
           CLOSE CONTROL-FILE

           OPEN EXTEND CONTROL-FILE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       CARGAR-HORAS-CATEDRA.
           OPEN INPUT HORAS-CAT-FILE
           IF HORAS-CAT-OK
              READ HORAS-CAT-FILE
                AT END CONTINUE
                NOT AT END
                  MOVE HC-HS-MATERIA TO WS-HS-MATERIA
                  MOVE HC-HS-TURNO   TO WS-HS-TURNO
              END-READ
              CLOSE HORAS-CAT-FILE
           ELSE
              PERFORM SEMBRAR-HORAS-CATEDRA
           END-IF.

       SEMBRAR-HORAS-CATEDRA.
           DISPLAY "Aviso: sin horas_catedra.txt, se siembra con "
              WS-HS-MATERIA " horas por materia y " WS-HS-TURNO
              " por turno"
           MOVE SPACES        TO HORAS-CAT-RECORD
           MOVE WS-HS-MATERIA TO HC-HS-MATERIA
           MOVE WS-HS-TURNO   TO HC-HS-TURNO
           OPEN OUTPUT HORAS-CAT-FILE
           WRITE HORAS-CAT-RECORD
           CLOSE HORAS-CAT-FILE.

       CARGAR-GRILLA-AULAS.
           OPEN INPUT AULA-ASIG-FILE
           IF AULA-ASIG-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ AULA-ASIG-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-GRILLA < 60
                       ADD 1 TO WS-CANT-GRILLA
                       MOVE AA-CURSO TO GD-CURSO(WS-CANT-GRILLA)
                       MOVE AA-TURNO TO GD-TURNO(WS-CANT-GRILLA)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE AULA-ASIG-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-DOCENTES.
           OPEN INPUT DOCENTE-MASTER
           IF DOCENTE-OK
              MOVE SPACES TO DO-CODIGO
              START DOCENTE-MASTER KEY >= DO-CODIGO
                INVALID KEY SET FIN-MAESTRO TO TRUE
              END-START

              PERFORM UNTIL FIN-MAESTRO
                READ DOCENTE-MASTER NEXT
                  AT END SET FIN-MAESTRO TO TRUE
                  NOT AT END
                    IF DO-ESTA-ACTIVO AND DO-EMPLEADO NOT = SPACES
                       IF WS-CANT-DOCENTES >= 100
                          SET TABLA-DESBORDADA TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-DOCENTES
                          MOVE DO-CODIGO
                             TO DC-CODIGO(WS-CANT-DOCENTES)
                          MOVE DO-EMPLEADO
                             TO DC-EMPLEADO(WS-CANT-DOCENTES)
                          PERFORM VARYING WS-D FROM 1 BY 1
                                  UNTIL WS-D > 5
                             MOVE ZEROS
                                TO DC-HS-DIA(WS-CANT-DOCENTES, WS-D)
                          END-PERFORM
                          MOVE ZEROS
                             TO DC-DESCONTADAS(WS-CANT-DOCENTES)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DOCENTE-MASTER
           END-IF.

      * la asignacion a materia ocupa el turno de la materia en la
      * grilla; la asignacion a turno ocupa ese turno de NOTAS
       CARGAR-DICTADOS.
           OPEN INPUT ASIGNACION-FILE
           IF ASIGNACION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ASIGNACION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END PERFORM CARGAR-UN-DICTADO
                END-READ
              END-PERFORM
              CLOSE ASIGNACION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-UN-DICTADO.
           MOVE "N" TO WS-DICTADO-REPETIDO
           PERFORM VARYING WS-DT FROM 1 BY 1
                   UNTIL WS-DT > WS-CANT-DICTADOS
              IF DT-DOCENTE(WS-DT) = DA-DOCENTE
                  AND DT-TIPO(WS-DT) = DA-TIPO
                  AND DT-DESTINO(WS-DT) = DA-DESTINO
                 SET DICTADO-REPETIDO TO TRUE
              END-IF
           END-PERFORM

           IF NOT DICTADO-REPETIDO
              IF WS-CANT-DICTADOS >= 200
                 SET TABLA-DESBORDADA TO TRUE
                 SET FIN-ARCHIVO TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-DICTADOS
                 MOVE DA-DOCENTE TO DT-DOCENTE(WS-CANT-DICTADOS)
                 MOVE DA-TIPO    TO DT-TIPO(WS-CANT-DICTADOS)
                 MOVE DA-DESTINO TO DT-DESTINO(WS-CANT-DICTADOS)
                 IF DA-ES-TURNO
                    MOVE DA-DESTINO(1:8)
                       TO DT-TURNO(WS-CANT-DICTADOS)
                    MOVE WS-HS-TURNO TO DT-HORAS(WS-CANT-DICTADOS)
                 ELSE
                    MOVE SPACES TO DT-TURNO(WS-CANT-DICTADOS)
                    PERFORM VARYING WS-G FROM 1 BY 1
                            UNTIL WS-G > WS-CANT-GRILLA
                       IF GD-CURSO(WS-G) = DA-DESTINO
                          MOVE GD-TURNO(WS-G)
                             TO DT-TURNO(WS-CANT-DICTADOS)
                       END-IF
                    END-PERFORM
                    MOVE WS-HS-MATERIA TO DT-HORAS(WS-CANT-DICTADOS)
                 END-IF
              END-IF
           END-IF.

       BUSCAR-DOCENTE.
           MOVE ZEROS TO WS-DOCENTE-IDX
           PERFORM VARYING WS-DC FROM 1 BY 1
                   UNTIL WS-DC > WS-CANT-DOCENTES
              IF DC-CODIGO(WS-DC) = DT-DOCENTE(WS-DT)
                 MOVE WS-DC TO WS-DOCENTE-IDX
              END-IF
           END-PERFORM.

       SUMAR-HORAS-DICTADO.
           PERFORM BUSCAR-DOCENTE
           IF WS-DOCENTE-IDX = ZEROS
              ADD 1 TO WS-CANT-SIN-CODIGO
              DISPLAY "Docente " DT-DOCENTE(WS-DT) " asignado a "
                 DT-DESTINO(WS-DT) " sin codigo de empleado o"
                 " inactivo: no se puentea"
              MOVE "PUENTE-DOCENTES" TO WS-EXC-PROGRAMA
              MOVE "DO-EMPLEADO"     TO WS-EXC-CAMPO
              MOVE DT-DOCENTE(WS-DT) TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           ELSE
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                 ADD DT-HORAS(WS-DT)
                    TO DC-HS-DIA(WS-DOCENTE-IDX, WS-D)
                 IF DC-HS-DIA(WS-DOCENTE-IDX, WS-D) > 24
                    MOVE 24 TO DC-HS-DIA(WS-DOCENTE-IDX, WS-D)
                 END-IF
              END-PERFORM
           END-IF.

      * solo cuentan las ausencias de lunes a viernes de la semana
      * que se liquida
       DESCONTAR-AUSENCIAS.
           OPEN INPUT AUSENCIA-DOC-FILE
           IF AUSENCIA-DOC-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ AUSENCIA-DOC-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE WS-SEMANA-LIQ TO WS-FC-FECHA
                    MOVE AD-FECHA      TO WS-FC-FECHA-B
                    PERFORM DIAS-ENTRE-FECHAS
                    IF WS-FC-DIAS-ENTRE >= 0
                        AND WS-FC-DIAS-ENTRE <= 4
                       COMPUTE WS-DIA-AUSENTE = WS-FC-DIAS-ENTRE + 1
                       PERFORM DESCONTAR-UNA-AUSENCIA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE AUSENCIA-DOC-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       DESCONTAR-UNA-AUSENCIA.
           MOVE ZEROS TO WS-DOCENTE-IDX
           PERFORM VARYING WS-DC FROM 1 BY 1
                   UNTIL WS-DC > WS-CANT-DOCENTES
              IF DC-CODIGO(WS-DC) = AD-DOCENTE
                 MOVE WS-DC TO WS-DOCENTE-IDX
              END-IF
           END-PERFORM

           IF WS-DOCENTE-IDX > ZEROS
              IF AD-TURNO = SPACES
                 MOVE DC-HS-DIA(WS-DOCENTE-IDX, WS-DIA-AUSENTE)
                    TO WS-HS-RESTAR
              ELSE
                 MOVE ZEROS TO WS-HS-RESTAR
                 PERFORM VARYING WS-DT FROM 1 BY 1
                         UNTIL WS-DT > WS-CANT-DICTADOS
                    IF DT-DOCENTE(WS-DT) = AD-DOCENTE
                        AND DT-TURNO(WS-DT) = AD-TURNO
                       ADD DT-HORAS(WS-DT) TO WS-HS-RESTAR
                    END-IF
                 END-PERFORM
                 IF WS-HS-RESTAR >
                     DC-HS-DIA(WS-DOCENTE-IDX, WS-DIA-AUSENTE)
                    MOVE DC-HS-DIA(WS-DOCENTE-IDX, WS-DIA-AUSENTE)
                       TO WS-HS-RESTAR
                 END-IF
              END-IF

              SUBTRACT WS-HS-RESTAR
                 FROM DC-HS-DIA(WS-DOCENTE-IDX, WS-DIA-AUSENTE)
              ADD WS-HS-RESTAR TO DC-DESCONTADAS(WS-DOCENTE-IDX)
              ADD 1 TO WS-CANT-AUSENCIAS
              DISPLAY "Ausencia " AD-DOCENTE " del " AD-FECHA " "
                 AD-TURNO ": -" WS-HS-RESTAR " horas"
           END-IF.

      * el timesheet existente se recarga (sin su cola vieja) para
      * reescribirlo entero con las horas docentes y la cola nueva
       CARGAR-TIMESHEET-EXISTENTE.
           OPEN INPUT TIMESHEET-FILE
           IF TIMESHEET-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-TS >= 100
                READ TIMESHEET-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF NOT TT-ES-TRAILER
                       ADD 1 TO WS-CANT-TS
                       MOVE TS-EMPLEADO TO TL-EMPLEADO(WS-CANT-TS)
                       PERFORM VARYING WS-D FROM 1 BY 1
                               UNTIL WS-D > 7
                          MOVE TS-HS-DIA(WS-D)
                             TO TL-HS(WS-CANT-TS, WS-D)
                       END-PERFORM
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TIMESHEET-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * las horas docentes se funden en el renglon existente del
      * empleado: un segundo renglon del mismo codigo haria que
      * JUBI-LARSE lo liquide dos veces
       REESCRIBIR-TIMESHEET.
           PERFORM VARYING WS-DC FROM 1 BY 1
                   UNTIL WS-DC > WS-CANT-DOCENTES
              MOVE ZEROS TO WS-TOTAL-DOC
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                 ADD DC-HS-DIA(WS-DC, WS-D) TO WS-TOTAL-DOC
              END-PERFORM
              IF WS-TOTAL-DOC > ZEROS
                 PERFORM FUNDIR-HORAS-DOCENTE
              END-IF
           END-PERFORM

           MOVE ZEROS TO WS-CANT-LOTE WS-HASH-LOTE
           OPEN OUTPUT TIMESHEET-FILE

           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-CANT-TS
              MOVE SPACES TO TIMESHEET-RECORD
              MOVE TL-EMPLEADO(WS-T) TO TS-EMPLEADO
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                 MOVE TL-HS(WS-T, WS-D) TO TS-HS-DIA(WS-D)
                 ADD TS-HS-DIA(WS-D) TO WS-HASH-LOTE
              END-PERFORM
              WRITE TIMESHEET-RECORD
              ADD 1 TO WS-CANT-LOTE
           END-PERFORM

           MOVE SPACES       TO TIMESHEET-TRAILER
           MOVE "TRL"        TO TT-MARCA
           MOVE WS-CANT-LOTE TO TT-CANTIDAD
           MOVE WS-HASH-LOTE TO TT-HASH
           WRITE TIMESHEET-TRAILER
           CLOSE TIMESHEET-FILE

           DISPLAY "timesheet.txt reescrito: " WS-CANT-LOTE
              " registros, control " WS-HASH-LOTE.

       FUNDIR-HORAS-DOCENTE.
           MOVE ZEROS TO WS-TS-IDX
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-CANT-TS
              IF WS-TS-IDX = ZEROS
                  AND TL-EMPLEADO(WS-T) = DC-EMPLEADO(WS-DC)
                 MOVE WS-T TO WS-TS-IDX
              END-IF
           END-PERFORM

           IF WS-TS-IDX = ZEROS
              IF WS-CANT-TS < 100
                 ADD 1 TO WS-CANT-TS
                 MOVE WS-CANT-TS TO WS-TS-IDX
                 MOVE DC-EMPLEADO(WS-DC) TO TL-EMPLEADO(WS-TS-IDX)
                 PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                    MOVE ZEROS TO TL-HS(WS-TS-IDX, WS-D)
                 END-PERFORM
              ELSE
                 DISPLAY "Aviso: timesheet lleno, no entran las"
                    " horas de " DC-CODIGO(WS-DC)
              END-IF
           END-IF

           IF WS-TS-IDX > ZEROS
              ADD 1 TO WS-CANT-PUENTEADOS
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                 ADD DC-HS-DIA(WS-DC, WS-D)
                    TO TL-HS(WS-TS-IDX, WS-D)
                 IF TL-HS(WS-TS-IDX, WS-D) > 24
                    MOVE 24 TO TL-HS(WS-TS-IDX, WS-D)
                 END-IF
              END-PERFORM
           END-IF.

       COPY "EXCEPCION-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
