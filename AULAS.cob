      *    dos veces (doble reserva) y los excesos de capacidad, e
      *    imprime la grilla por turno, por pantalla y en
      *    grilla_aulas.txt
      *  - modo 4: choques de horario de alumnos: cruza las
      *    inscripciones del ciclo abierto (inscripciones.txt) con el
      *    turno de cada materia en la asignacion vigente y lista a
      *    los alumnos anotados en dos materias del mismo turno, por
      *    pantalla y por el spool. El alta de clase-22 y REINSCRIBIR
      *    ya rechazan el choque (copybooks HORARIO-*); este listado
      *    encuentra los que quedaron de antes o por autorizacion

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULAS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GRILLA-STATUS.

             SELECT INSCRIPCION-FILE ASSIGN TO "inscripciones.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INSCRIPCION-STATUS.

             COPY "HORARIO-FC.cpy".

             COPY "CICLO-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD AULA-MASTER.
        FD GRILLA-FILE.
        01 GRILLA-LINE PIC X(75).

        FD INSCRIPCION-FILE.
        01 INSCRIPCION-RECORD.
           05 IN-EST-ID PIC X(10).
           05 FILLER    PIC X VALUE SPACE.
           05 IN-CURSO  PIC X(25).
           05 FILLER    PIC X VALUE SPACE.
           05 IN-FECHA  PIC 9(8).

        COPY "HORARIO-FD.cpy".

        COPY "CICLO-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "HORARIO-WS.cpy".
          COPY "CICLO-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-AULA-STATUS PIC X(2) VALUE "00".
              88 AULA-OK VALUE "00".
              88 AULA-DUPLICADA VALUE "22".
              88 ASIGNACION-OK VALUE "00".
          77 WS-GRILLA-STATUS PIC X(2) VALUE "00".
              88 GRILLA-OK VALUE "00".
          77 WS-INSCRIPCION-STATUS PIC X(2) VALUE "00".
              88 INSCRIPCION-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-OPCION-MANT PIC 9(1) VALUE ZEROS.
          77 WS-CANT-SIN-AULA  PIC 9(3) VALUE ZEROS.
          77 WS-CANT-DOBLES    PIC 9(3) VALUE ZEROS.

      * inscripciones del ciclo con turno, sin repetir alumno y
      * materia, para buscar los choques de horario
          01 CURSADAS-TABLA.
             02 CURSADA-ENT OCCURS 500 TIMES.
                03 CD-EST-ID PIC X(10).
                03 CD-CURSO  PIC X(25).
                03 CD-TURNO  PIC X(8).
          77 WS-CANT-CURSADAS PIC 9(3) VALUE ZEROS.
          77 WS-X             PIC 9(3) VALUE ZEROS.
          77 WS-Y             PIC 9(3) VALUE ZEROS.
          77 WS-CURSADA-REPETIDA PIC X VALUE "N".
              88 CURSADA-REPETIDA VALUE "S".
          77 WS-CURSADAS-DESBORDE PIC X VALUE "N".
              88 CURSADAS-DESBORDADAS VALUE "S".
          77 WS-CANT-CHOQUES  PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
             DISPLAY "1 - Mantenimiento de aulas"
             DISPLAY "2 - Corrida de asignacion de aulas"
             DISPLAY "3 - Verificar y imprimir la grilla"
             DISPLAY "4 - Choques de horario de alumnos del ciclo"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 2 PERFORM ASIGNAR-AULAS
                WHEN 3 PERFORM VERIFICAR-GRILLA
                WHEN 4 PERFORM LISTAR-CHOQUES-HORARIO
                WHEN OTHER PERFORM MANTENIMIENTO-AULAS
             END-EVALUATE
           GOBACK.
       ESCRIBIR-LINEA-GRILLA.
           DISPLAY GRILLA-LINE
           WRITE GRILLA-LINE.

      * un alumno con dos materias distintas del ciclo en el mismo
      * turno es un choque; se lista una linea por par de materias
       LISTAR-CHOQUES-HORARIO.
           PERFORM LEER-CICLO-LECTIVO
           PERFORM CARGAR-HORARIO
           IF WS-CANT-HORARIO = ZEROS
              DISPLAY "No hay asignacion_aulas.txt: correr la"
                 " asignacion (modo 2)"
              GOBACK
           END-IF

           PERFORM CARGAR-CURSADAS
           IF CURSADAS-DESBORDADAS
              DISPLAY "ABORTADO: mas de 500 inscripciones del ciclo"
              GOBACK
           END-IF

           MOVE "AULAS" TO WS-SPOOL-PROGRAMA
           MOVE "CHOQUES DE HORARIO DEL CICLO" TO WS-SPOOL-TITULO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "--- Choques de horario del ciclo " WS-CICLO-LECTIVO
              " ---" DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CHOQUE

           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-CANT-CURSADAS
              PERFORM VARYING WS-Y FROM WS-X BY 1
                      UNTIL WS-Y > WS-CANT-CURSADAS
                 IF CD-EST-ID(WS-Y) = CD-EST-ID(WS-X)
                     AND CD-TURNO(WS-Y) = CD-TURNO(WS-X)
                     AND CD-CURSO(WS-Y) NOT = CD-CURSO(WS-X)
                    ADD 1 TO WS-CANT-CHOQUES
                    MOVE SPACES TO WS-SPOOL-LINEA
                    STRING CD-EST-ID(WS-X) " " CD-TURNO(WS-X) " "
                       CD-CURSO(WS-X) " / " CD-CURSO(WS-Y)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                    PERFORM ESCRIBIR-LINEA-CHOQUE
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Choques encontrados: " WS-CANT-CHOQUES
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CHOQUE

           PERFORM CERRAR-SPOOL.

       CARGAR-CURSADAS.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT INSCRIPCION-FILE
           IF INSCRIPCION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ INSCRIPCION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END PERFORM CARGAR-UNA-CURSADA
                END-READ
              END-PERFORM
              CLOSE INSCRIPCION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-UNA-CURSADA.
           MOVE IN-FECHA TO WS-HO-FECHA
           PERFORM CICLO-DE-FECHA
           MOVE IN-CURSO TO WS-HO-CURSO
           PERFORM BUSCAR-TURNO-CURSO

           IF WS-HO-CICLO = WS-CICLO-LECTIVO
               AND WS-HO-TURNO NOT = SPACES
              MOVE "N" TO WS-CURSADA-REPETIDA
              PERFORM VARYING WS-X FROM 1 BY 1
                      UNTIL WS-X > WS-CANT-CURSADAS
                 IF CD-EST-ID(WS-X) = IN-EST-ID
                     AND CD-CURSO(WS-X) = IN-CURSO
                    SET CURSADA-REPETIDA TO TRUE
                 END-IF
              END-PERFORM

              IF NOT CURSADA-REPETIDA
                 IF WS-CANT-CURSADAS >= 500
                    SET CURSADAS-DESBORDADAS TO TRUE
                    SET FIN-ARCHIVO TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-CURSADAS
                    MOVE IN-EST-ID   TO CD-EST-ID(WS-CANT-CURSADAS)
                    MOVE IN-CURSO    TO CD-CURSO(WS-CANT-CURSADAS)
                    MOVE WS-HO-TURNO TO CD-TURNO(WS-CANT-CURSADAS)
                 END-IF
              END-IF
           END-IF.

       ESCRIBIR-LINEA-CHOQUE.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "HORARIO-CALC.cpy".

       COPY "CICLO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
