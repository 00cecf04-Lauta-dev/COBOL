      *    (mesa_candidatos.txt: mesa, aula, EST-ID) que el modo
      *    batch de PARCIAL cruza para marcar AUSENTE al que no se
      *    presento, en vez de que el faltazo no deje registro
      *
      * Bloqueos administrativos: un elegible con un bloqueo activo en
      * bloqueos_alumnos.txt (BLOQUEOS) no se sienta en ninguna mesa y
      * se cuenta aparte; el armado es en lote, asi que solo pasa con
      * una dispensa vigente cargada antes en BLOQUEOS. El rechazo y
      * el uso de la dispensa quedan en el log de excepciones
      *
      * Modo 2: mesas del recuperatorio. Toma los elegibles que deja
      * RECUPERATORIO (recuperatorio_elegibles.txt) con el mismo
      * reparto por aula y el mismo control de bloqueos, y graba
      * mesas_recuperatorio.txt y recuperatorio_candidatos.txt, sin
      * pisar las mesas del parcial. El modo 1 (el de omision) es el
      * armado de siempre

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESAS-EXAMEN.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CANDIDATOS-STATUS.

             SELECT RECUP-ELEG-FILE ASSIGN TO
                 "recuperatorio_elegibles.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECUP-ELEG-STATUS.

             SELECT MESAS-RECUP-FILE ASSIGN TO
                 "mesas_recuperatorio.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MESAS-STATUS.

             SELECT CANDIDATOS-RECUP-FILE ASSIGN TO
                 "recuperatorio_candidatos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CANDIDATOS-STATUS.

             COPY "CICLO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "BLOQUEO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD PCT-FILE.
           05 FILLER    PIC X VALUE SPACE.
           05 MC-EST-ID PIC X(10).

      * elegibles del recuperatorio que deja RECUPERATORIO modo 1
        FD RECUP-ELEG-FILE.
        01 RECUP-ELEG-RECORD.
           05 RE-EST-ID      PIC X(10).
           05 FILLER         PIC X.
           05 RE-NOTA-ORIG   PIC 9(2).
           05 FILLER         PIC X.
           05 RE-RESULT-ORIG PIC X(10).
           05 FILLER         PIC X.
           05 RE-CICLO       PIC 9(5).

        FD MESAS-RECUP-FILE.
        01 MESAS-RECUP-LINE PIC X(70).

        FD CANDIDATOS-RECUP-FILE.
        01 CANDIDATO-RECUP-RECORD PIC X(25).

        COPY "CICLO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "BLOQUEO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "CICLO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "BLOQUEO-WS.cpy".

          77 WS-PCT-STATUS PIC X(2) VALUE "00".
              88 PCT-OK VALUE "00".
              88 MESAS-OK VALUE "00".
          77 WS-CANDIDATOS-STATUS PIC X(2) VALUE "00".
              88 CANDIDATOS-OK VALUE "00".
          77 WS-RECUP-ELEG-STATUS PIC X(2) VALUE "00".
              88 RECUP-ELEG-OK VALUE "00".

          77 WS-MODO PIC 9(1) VALUE ZEROS.
              88 MESAS-RECUPERATORIO VALUE 2.

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-CANT-ELEGIBLES PIC 9(3) VALUE ZEROS.
          77 WS-E              PIC 9(3) VALUE ZEROS.
          77 WS-CANT-NO-ELEG   PIC 9(3) VALUE ZEROS.
          77 WS-CANT-BLOQUEADOS PIC 9(3) VALUE ZEROS.
          77 WS-ELEG-DESBORDE  PIC X VALUE "N".
              88 ELEGIBLES-DESBORDADOS VALUE "S".

              88 MESA-ABIERTA VALUE "S".

       PROCEDURE DIVISION.
             DISPLAY "1 - Mesas del parcial (asistencia_pct.txt)"
             DISPLAY "2 - Mesas del recuperatorio"
                " (recuperatorio_elegibles.txt)"
             ACCEPT WS-MODO

             PERFORM LEER-CICLO-LECTIVO
             PERFORM CARGAR-AULAS
             IF MESAS-RECUPERATORIO
                PERFORM CARGAR-ELEGIBLES-RECUP
             ELSE
                PERFORM CARGAR-ELEGIBLES
             END-IF

             IF ELEGIBLES-DESBORDADOS
                DISPLAY "ABORTADO: mas de 300 elegibles, partir el"
             END-IF

             IF WS-CANT-ELEGIBLES = ZEROS
                IF MESAS-RECUPERATORIO
                   DISPLAY "No hay elegibles de recuperatorio: correr"
                      " RECUPERATORIO (modo 1) antes de armar las"
                      " mesas"
                ELSE
                   DISPLAY "No hay alumnos elegibles: correr"
                      " ASISTENCIA (modo 2) antes de armar las mesas"
                END-IF
                GOBACK
             END-IF

             MOVE SPACES TO MESAS-LINE
             IF MESAS-RECUPERATORIO
                OPEN OUTPUT MESAS-RECUP-FILE
                OPEN OUTPUT CANDIDATOS-RECUP-FILE
                STRING "===== MESAS DE RECUPERATORIO DEL CICLO "
                   WS-CICLO-LECTIVO " ====="
                   DELIMITED BY SIZE INTO MESAS-LINE
             ELSE
                OPEN OUTPUT MESAS-FILE
                OPEN OUTPUT CANDIDATOS-FILE
                STRING "===== MESAS DE EXAMEN DEL CICLO "
                   WS-CICLO-LECTIVO " ====="
                   DELIMITED BY SIZE INTO MESAS-LINE
             END-IF
             PERFORM ESCRIBIR-LINEA-MESAS

             PERFORM VARYING WS-E FROM 1 BY 1
                PERFORM CERRAR-MESA
             END-IF

             IF MESAS-RECUPERATORIO
                CLOSE CANDIDATOS-RECUP-FILE
                CLOSE MESAS-RECUP-FILE
             ELSE
                CLOSE CANDIDATOS-FILE
                CLOSE MESAS-FILE
             END-IF

             DISPLAY " "
             DISPLAY "Mesas armadas:        " WS-NRO-MESA
             DISPLAY "Candidatos ubicados:  " WS-CANT-ELEGIBLES
             DISPLAY "No elegibles (quedan afuera): " WS-CANT-NO-ELEG
             DISPLAY "Bloqueados (quedan afuera):   "
                WS-CANT-BLOQUEADOS
           GOBACK.

       CARGAR-AULAS.
                          SET ELEGIBLES-DESBORDADOS TO TRUE
                          SET FIN-ARCHIVO TO TRUE
                       ELSE
                          MOVE AP-EST-ID TO WS-BQ-EST-ID
                          PERFORM CONTROLAR-BLOQUEO-ELEGIBLE
                          IF NOT ALUMNO-BLOQUEADO
                             ADD 1 TO WS-CANT-ELEGIBLES
                             MOVE AP-EST-ID
                                TO ELEGIBLE-ID(WS-CANT-ELEGIBLES)
                          END-IF
                       END-IF
                    ELSE
                       ADD 1 TO WS-CANT-NO-ELEG
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * los elegibles del recuperatorio ya pasaron por la asistencia
      * en RECUPERATORIO; los bloqueos se controlan igual
       CARGAR-ELEGIBLES-RECUP.
           OPEN INPUT RECUP-ELEG-FILE
           IF NOT RECUP-ELEG-OK
              DISPLAY "No hay recuperatorio_elegibles.txt"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ RECUP-ELEG-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF RE-CICLO = WS-CICLO-LECTIVO
                       IF WS-CANT-ELEGIBLES >= 300
                          SET ELEGIBLES-DESBORDADOS TO TRUE
                          SET FIN-ARCHIVO TO TRUE
                       ELSE
                          MOVE RE-EST-ID TO WS-BQ-EST-ID
                          PERFORM CONTROLAR-BLOQUEO-ELEGIBLE
                          IF NOT ALUMNO-BLOQUEADO
                             ADD 1 TO WS-CANT-ELEGIBLES
                             MOVE RE-EST-ID
                                TO ELEGIBLE-ID(WS-CANT-ELEGIBLES)
                          END-IF
                       END-IF
                    ELSE
                       ADD 1 TO WS-CANT-NO-ELEG
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RECUP-ELEG-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * un bloqueo administrativo activo (BLOQUEO-*) deja al alumno
      * sin mesa; el armado es en lote y no pide firma, solo vale la
      * dispensa vigente cargada en BLOQUEOS. Las dos cosas van al log
       CONTROLAR-BLOQUEO-ELEGIBLE.
           PERFORM BUSCAR-BLOQUEO-ALUMNO
           MOVE SPACES TO WS-EXC-CAMPO
           EVALUATE TRUE
              WHEN ALUMNO-BLOQUEADO
                 ADD 1 TO WS-CANT-BLOQUEADOS
                 DISPLAY "Sin mesa " WS-BQ-EST-ID ": bloqueo "
                    WS-BQ-DESC-TIPO
                 STRING "BLOQUEO-" WS-BQ-TIPO
                    DELIMITED BY SIZE INTO WS-EXC-CAMPO
              WHEN BLOQUEO-DISPENSADO
                 STRING "DISP " WS-BQ-DISPENSA-SUP
                    DELIMITED BY SIZE INTO WS-EXC-CAMPO
           END-EVALUATE
           IF WS-EXC-CAMPO NOT = SPACES
              MOVE "MESAS-EXAMEN" TO WS-EXC-PROGRAMA
              MOVE WS-BQ-EST-ID   TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           END-IF.

      * cada mesa se llena hasta la capacidad del aula que le toca;
      * agotadas las aulas se vuelve a la primera (otro llamado)
       UBICAR-CANDIDATO.
           MOVE WS-NRO-MESA TO MC-MESA
           MOVE AU-AULA(WS-AULA-IDX) TO MC-AULA
           MOVE ELEGIBLE-ID(WS-E)    TO MC-EST-ID
           IF MESAS-RECUPERATORIO
              WRITE CANDIDATO-RECUP-RECORD FROM CANDIDATO-RECORD
           ELSE
              WRITE CANDIDATO-RECORD
           END-IF.

       ABRIR-MESA.
           ADD 1 TO WS-NRO-MESA

       ESCRIBIR-LINEA-MESAS.
           DISPLAY MESAS-LINE
           IF MESAS-RECUPERATORIO
              WRITE MESAS-RECUP-LINE FROM MESAS-LINE
           ELSE
              WRITE MESAS-LINE
           END-IF.

       COPY "CICLO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "BLOQUEO-CALC.cpy".
