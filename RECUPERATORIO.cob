      * Recuperatorio del parcial: el alumno que no aprobo el parcial
      * o quedo AUSENTE en PARCIAL tiene derecho a un recuperatorio,
      * pero la nota se tipeaba a mano encima de
      * parcial_resultados.txt, se perdia el primer intento y nadie
      * volvia a correr NOTA-FINAL. Ahora el recuperatorio tiene su
      * propio circuito:
      *  - modo 1: selecciona los elegibles del ciclo abierto (ultimo
      *    resultado NO APROBO o AUSENTE en parcial_resultados.txt y
      *    habilitado por asistencia en asistencia_pct.txt; sin datos
      *    de asistencia se lo toma, como hace PARCIAL) y los deja en
      *    recuperatorio_elegibles.txt con la nota y el resultado del
      *    primer intento. El que ya rindio el recuperatorio no vuelve
      *    a salir: hay uno solo por alumno y ciclo
      *  - las mesas se arman con MESAS-EXAMEN modo 2, que deja
      *    recuperatorio_candidatos.txt
      *  - modo 2: carga por teclado la nota del recuperatorio de
      *    cada alumno sentado en una mesa, como registro aparte en
      *    recuperatorio_resultados.txt con la nota y el resultado
      *    del parcial original al lado; parcial_resultados.txt no se
      *    toca. Una nota fuera de escala va al log de excepciones
      *  - modo 3: cierra el recuperatorio marcando AUSENTE al
      *    sentado que no tiene nota
      *  - modo 4 (el de omision): lista los recuperatorios del ciclo
      * La final con el mejor intento la calcula NOTA-FINAL (modo 2
      * recalcula solo a estos alumnos) segun la regla de
      * regla_recuperatorio.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERATORIO.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT RESULTADOS-FILE ASSIGN TO "parcial_resultados.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RESULTADOS-STATUS.

             SELECT PCT-FILE ASSIGN TO "asistencia_pct.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCT-STATUS.

             SELECT ELEGIBLES-FILE ASSIGN TO
                 "recuperatorio_elegibles.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ELEGIBLES-STATUS.

             SELECT CANDIDATOS-FILE ASSIGN TO
                 "recuperatorio_candidatos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CANDIDATOS-STATUS.

             SELECT RECUP-FILE ASSIGN TO
                 "recuperatorio_resultados.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECUP-STATUS.

             COPY "EXCEPCION-FC.cpy".

             COPY "CICLO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD RESULTADOS-FILE.
        01 RESULTADOS-RECORD.
           05 RF-ALUMNO-ID PIC X(10).
           05 FILLER       PIC X.
           05 RF-NOTA      PIC 9(2).
           05 FILLER       PIC X.
           05 RF-RESULTADO PIC X(10).
           05 FILLER       PIC X.
           05 RF-CICLO     PIC 9(5).

        FD PCT-FILE.
        01 PCT-RECORD.
           05 AP-EST-ID   PIC X(10).
           05 FILLER      PIC X.
           05 AP-PCT      PIC 9(3).
           05 FILLER      PIC X.
           05 AP-ELEGIBLE PIC X.
           05 FILLER      PIC X.
           05 AP-CICLO    PIC 9(5).

      * el primer intento tal cual estaba en parcial_resultados.txt
        FD ELEGIBLES-FILE.
        01 ELEGIBLE-RECORD.
           05 RE-EST-ID      PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 RE-NOTA-ORIG   PIC 9(2).
           05 FILLER         PIC X VALUE SPACE.
           05 RE-RESULT-ORIG PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 RE-CICLO       PIC 9(5).

        FD CANDIDATOS-FILE.
        01 CANDIDATO-RECORD.
           05 MC-MESA   PIC 9(3).
           05 FILLER    PIC X.
           05 MC-AULA   PIC X(10).
           05 FILLER    PIC X.
           05 MC-EST-ID PIC X(10).

      * los primeros campos tienen la forma de parcial_resultados.txt;
      * el intento original queda al lado
        FD RECUP-FILE.
        01 RECUP-RECORD.
           05 RR-EST-ID      PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 RR-NOTA        PIC 9(2).
           05 FILLER         PIC X VALUE SPACE.
           05 RR-RESULTADO   PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 RR-CICLO       PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 RR-NOTA-ORIG   PIC 9(2).
           05 FILLER         PIC X VALUE SPACE.
           05 RR-RESULT-ORIG PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 RR-MESA        PIC 9(3).
           05 FILLER         PIC X VALUE SPACE.
           05 RR-FECHA       PIC 9(8).

        COPY "EXCEPCION-FD.cpy".

        COPY "CICLO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "EXCEPCION-WS.cpy".
          COPY "CICLO-WS.cpy".
          77 NOTA-BASE PIC 9(2) VALUE 7.
          77 NOTA-MAX  PIC 9(2) VALUE 10.

          77 WS-RESULTADOS-STATUS PIC X(2) VALUE "00".
              88 RESULTADOS-OK VALUE "00".
          77 WS-PCT-STATUS        PIC X(2) VALUE "00".
              88 PCT-OK VALUE "00".
          77 WS-ELEGIBLES-STATUS  PIC X(2) VALUE "00".
              88 ELEGIBLES-OK VALUE "00".
          77 WS-CANDIDATOS-STATUS PIC X(2) VALUE "00".
              88 CANDIDATOS-OK VALUE "00".
          77 WS-RECUP-STATUS      PIC X(2) VALUE "00".
              88 RECUP-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-HOY         PIC 9(8) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * ultimo resultado del parcial de cada alumno del ciclo
          01 PARCIALES-TABLA.
             02 PARCIAL-ENT OCCURS 500 TIMES.
                03 PX-ID        PIC X(10).
                03 PX-NOTA      PIC 9(2).
                03 PX-RESULTADO PIC X(10).
          77 WS-CANT-PARCIALES PIC 9(3) VALUE ZEROS.
          77 WS-P              PIC 9(3) VALUE ZEROS.
          77 WS-PARCIAL-IDX    PIC 9(3) VALUE ZEROS.

      * elegibilidad por asistencia del ciclo
          01 ASISTENCIA-TABLA.
             02 ASISTENCIA-ENT OCCURS 500 TIMES.
                03 AS-ID       PIC X(10).
                03 AS-ELEGIBLE PIC X.
          77 WS-CANT-ASISTENCIA PIC 9(3) VALUE ZEROS.
          77 WS-A               PIC 9(3) VALUE ZEROS.
          77 WS-ASISTENCIA-IDX  PIC 9(3) VALUE ZEROS.

      * alumnos que ya tienen resultado de recuperatorio en el ciclo
          01 RECUPERADOS-TABLA.
             02 RECUPERADO-ID PIC X(10) OCCURS 500 TIMES.
          77 WS-CANT-RECUPERADOS PIC 9(3) VALUE ZEROS.
          77 WS-R                PIC 9(3) VALUE ZEROS.
          77 WS-YA-RINDIO        PIC X VALUE "N".
              88 YA-RINDIO-RECUP VALUE "S".

      * sentados en las mesas del recuperatorio, con su intento
      * original (de recuperatorio_elegibles.txt)
          01 SENTADOS-TABLA.
             02 SENTADO-ENT OCCURS 300 TIMES.
                03 SN-ID          PIC X(10).
                03 SN-MESA        PIC 9(3).
                03 SN-NOTA-ORIG   PIC 9(2).
                03 SN-RESULT-ORIG PIC X(10).
          77 WS-CANT-SENTADOS PIC 9(3) VALUE ZEROS.
          77 WS-S             PIC 9(3) VALUE ZEROS.
          77 WS-SENTADO-IDX   PIC 9(3) VALUE ZEROS.

          77 WS-DESBORDE PIC X VALUE "N".
              88 TABLA-DESBORDADA VALUE "S".

          77 WS-EST-PEDIDO  PIC X(10) VALUE SPACES.
          77 WS-NOTA-RECUP  PIC 9(2) VALUE ZEROS.
          77 WS-FIN-CARGA   PIC X VALUE "N".
              88 FIN-CARGA VALUE "S".

          77 WS-CANT-ELEGIDOS   PIC 9(4) VALUE ZEROS.
          77 WS-CANT-SIN-ASIST  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-YA-RINDIO  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-CARGADAS   PIC 9(4) VALUE ZEROS.
          77 WS-CANT-AUSENTES   PIC 9(4) VALUE ZEROS.
          77 WS-CANT-APROBO     PIC 9(4) VALUE ZEROS.
          77 WS-CANT-NO-APROBO  PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-CICLO-LECTIVO
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

             DISPLAY "1 - Seleccionar los elegibles del recuperatorio"
             DISPLAY "2 - Cargar notas del recuperatorio"
             DISPLAY "3 - Cerrar el recuperatorio (marcar ausentes)"
             DISPLAY "4 - Consultar los recuperatorios del ciclo"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 1 PERFORM SELECCIONAR-ELEGIBLES
                WHEN 2 PERFORM CARGAR-NOTAS-RECUP
                WHEN 3 PERFORM CERRAR-RECUPERATORIO
                WHEN OTHER PERFORM CONSULTAR-RECUPERATORIOS
             END-EVALUATE
           GOBACK.

      * el ultimo resultado del parcial de cada alumno manda: el
      * que no aprobo o falto, habilitado por asistencia y sin
      * recuperatorio rendido, sale elegible
       SELECCIONAR-ELEGIBLES.
           PERFORM CARGAR-PARCIALES-CICLO
           PERFORM CARGAR-ASISTENCIA
           PERFORM CARGAR-RECUPERADOS
           IF TABLA-DESBORDADA
              DISPLAY "ABORTADO: mas de 500 alumnos en el ciclo,"
                 " partir la seleccion en tandas"
              GOBACK
           END-IF

           OPEN OUTPUT ELEGIBLES-FILE
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PARCIALES
              IF PX-RESULTADO(WS-P) = "NO APROBO"
                  OR PX-RESULTADO(WS-P) = "AUSENTE"
                 PERFORM EVALUAR-ELEGIBLE
              END-IF
           END-PERFORM
           CLOSE ELEGIBLES-FILE

           DISPLAY " "
           DISPLAY "--- Elegibles del recuperatorio del ciclo "
              WS-CICLO-LECTIVO " ---"
           DISPLAY "Elegibles:                  " WS-CANT-ELEGIDOS
           DISPLAY "Sin asistencia suficiente:  " WS-CANT-SIN-ASIST
           DISPLAY "Ya rindieron recuperatorio: " WS-CANT-YA-RINDIO
           DISPLAY "Mesas: correr MESAS-EXAMEN modo 2".

       EVALUAR-ELEGIBLE.
           PERFORM BUSCAR-ASISTENCIA
           MOVE PX-ID(WS-P) TO WS-EST-PEDIDO
           PERFORM BUSCAR-RECUPERADO
           EVALUATE TRUE
              WHEN WS-ASISTENCIA-IDX > ZEROS
                  AND AS-ELEGIBLE(WS-ASISTENCIA-IDX) NOT = "S"
                 ADD 1 TO WS-CANT-SIN-ASIST
                 DISPLAY "Sin asistencia: " PX-ID(WS-P)
              WHEN YA-RINDIO-RECUP
                 ADD 1 TO WS-CANT-YA-RINDIO
              WHEN OTHER
                 MOVE SPACES              TO ELEGIBLE-RECORD
                 MOVE PX-ID(WS-P)         TO RE-EST-ID
                 MOVE PX-NOTA(WS-P)       TO RE-NOTA-ORIG
                 MOVE PX-RESULTADO(WS-P)  TO RE-RESULT-ORIG
                 MOVE WS-CICLO-LECTIVO    TO RE-CICLO
                 WRITE ELEGIBLE-RECORD
                 ADD 1 TO WS-CANT-ELEGIDOS
                 DISPLAY "Elegible: " PX-ID(WS-P) " parcial "
                    PX-NOTA(WS-P) " " PX-RESULTADO(WS-P)
           END-EVALUATE.

       CARGAR-PARCIALES-CICLO.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT RESULTADOS-FILE
           IF NOT RESULTADOS-OK
              DISPLAY "No hay parcial_resultados.txt: correr PARCIAL"
                 " (modo 2) antes del recuperatorio"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ RESULTADOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF RF-CICLO = WS-CICLO-LECTIVO
                       PERFORM GUARDAR-PARCIAL
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RESULTADOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       GUARDAR-PARCIAL.
           MOVE ZEROS TO WS-PARCIAL-IDX
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PARCIALES
              IF PX-ID(WS-P) = RF-ALUMNO-ID
                 MOVE WS-P TO WS-PARCIAL-IDX
              END-IF
           END-PERFORM

           IF WS-PARCIAL-IDX = ZEROS
              IF WS-CANT-PARCIALES >= 500
                 SET TABLA-DESBORDADA TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-PARCIALES
                 MOVE WS-CANT-PARCIALES TO WS-PARCIAL-IDX
              END-IF
           END-IF

           IF WS-PARCIAL-IDX > ZEROS
              MOVE RF-ALUMNO-ID TO PX-ID(WS-PARCIAL-IDX)
              MOVE RF-NOTA      TO PX-NOTA(WS-PARCIAL-IDX)
              MOVE RF-RESULTADO TO PX-RESULTADO(WS-PARCIAL-IDX)
           END-IF.

      * sin asistencia_pct.txt todos quedan habilitados
       CARGAR-ASISTENCIA.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT PCT-FILE
           IF PCT-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PCT-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AP-CICLO = WS-CICLO-LECTIVO
                       IF WS-CANT-ASISTENCIA >= 500
                          SET TABLA-DESBORDADA TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-ASISTENCIA
                          MOVE AP-EST-ID
                             TO AS-ID(WS-CANT-ASISTENCIA)
                          MOVE AP-ELEGIBLE
                             TO AS-ELEGIBLE(WS-CANT-ASISTENCIA)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PCT-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-ASISTENCIA.
           MOVE ZEROS TO WS-ASISTENCIA-IDX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CANT-ASISTENCIA
              IF WS-ASISTENCIA-IDX = ZEROS
                  AND AS-ID(WS-A) = PX-ID(WS-P)
                 MOVE WS-A TO WS-ASISTENCIA-IDX
              END-IF
           END-PERFORM.

       CARGAR-RECUPERADOS.
           MOVE ZEROS TO WS-CANT-RECUPERADOS
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT RECUP-FILE
           IF RECUP-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ RECUP-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF RR-CICLO = WS-CICLO-LECTIVO
                       IF WS-CANT-RECUPERADOS >= 500
                          SET TABLA-DESBORDADA TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-RECUPERADOS
                          MOVE RR-EST-ID
                             TO RECUPERADO-ID(WS-CANT-RECUPERADOS)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RECUP-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-RECUPERADO.
           MOVE "N" TO WS-YA-RINDIO
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-CANT-RECUPERADOS
              IF RECUPERADO-ID(WS-R) = WS-EST-PEDIDO
                 SET YA-RINDIO-RECUP TO TRUE
              END-IF
           END-PERFORM.

      * la nota se carga solo para un alumno sentado en una mesa del
      * recuperatorio y una sola vez; la escala es la del parcial
       CARGAR-NOTAS-RECUP.
           PERFORM CARGAR-SENTADOS
           PERFORM CARGAR-RECUPERADOS
           IF TABLA-DESBORDADA
              DISPLAY "ABORTADO: mas alumnos que la tabla, partir la"
                 " carga en tandas"
              GOBACK
           END-IF
           IF WS-CANT-SENTADOS = ZEROS
              DISPLAY "No hay mesas de recuperatorio: correr"
                 " MESAS-EXAMEN (modo 2)"
              GOBACK
           END-IF

           PERFORM ABRIR-RECUP-EXTEND
           MOVE "N" TO WS-FIN-CARGA
           PERFORM CARGAR-NOTA-ALUMNO UNTIL FIN-CARGA
           CLOSE RECUP-FILE

           DISPLAY " "
           DISPLAY "Notas de recuperatorio cargadas: " WS-CANT-CARGADAS.

       CARGAR-NOTA-ALUMNO.
           DISPLAY "EST-ID (en blanco termina)"
           MOVE SPACES TO WS-EST-PEDIDO
           ACCEPT WS-EST-PEDIDO
           IF WS-EST-PEDIDO = SPACES
              SET FIN-CARGA TO TRUE
           ELSE
              PERFORM BUSCAR-SENTADO
              PERFORM BUSCAR-RECUPERADO
              EVALUATE TRUE
                 WHEN WS-SENTADO-IDX = ZEROS
                    DISPLAY "El alumno " WS-EST-PEDIDO " no esta en"
                       " ninguna mesa de recuperatorio"
                 WHEN YA-RINDIO-RECUP
                    DISPLAY "El alumno " WS-EST-PEDIDO " ya tiene"
                       " la nota del recuperatorio"
                 WHEN OTHER
                    PERFORM TOMAR-NOTA-RECUP
              END-EVALUATE
           END-IF.

       TOMAR-NOTA-RECUP.
           DISPLAY "Nota del recuperatorio (parcial original "
              SN-NOTA-ORIG(WS-SENTADO-IDX) " "
              SN-RESULT-ORIG(WS-SENTADO-IDX) ")"
           MOVE ZEROS TO WS-NOTA-RECUP
           ACCEPT WS-NOTA-RECUP
           IF WS-NOTA-RECUP > NOTA-MAX
              DISPLAY "Nota fuera de escala: no se cargo"
              MOVE "RECUPERATORIO" TO WS-EXC-PROGRAMA
              MOVE "NOTA-RECUP"    TO WS-EXC-CAMPO
              MOVE WS-EST-PEDIDO   TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           ELSE
              MOVE SPACES        TO RECUP-RECORD
              MOVE WS-NOTA-RECUP TO RR-NOTA
              IF WS-NOTA-RECUP >= NOTA-BASE
                 MOVE "APROBO"    TO RR-RESULTADO
              ELSE
                 MOVE "NO APROBO" TO RR-RESULTADO
              END-IF
              PERFORM GRABAR-RECUP
              ADD 1 TO WS-CANT-CARGADAS
              DISPLAY "Recuperatorio " WS-EST-PEDIDO ": "
                 RR-NOTA " " RR-RESULTADO
           END-IF.

      * completa el registro con el intento original del sentado
      * WS-SENTADO-IDX; RR-NOTA y RR-RESULTADO vienen cargados
       GRABAR-RECUP.
           MOVE SN-ID(WS-SENTADO-IDX)          TO RR-EST-ID
           MOVE WS-CICLO-LECTIVO               TO RR-CICLO
           MOVE SN-NOTA-ORIG(WS-SENTADO-IDX)   TO RR-NOTA-ORIG
           MOVE SN-RESULT-ORIG(WS-SENTADO-IDX) TO RR-RESULT-ORIG
           MOVE SN-MESA(WS-SENTADO-IDX)        TO RR-MESA
           MOVE WS-HOY                         TO RR-FECHA
           WRITE RECUP-RECORD

           IF WS-CANT-RECUPERADOS < 500
              ADD 1 TO WS-CANT-RECUPERADOS
              MOVE RR-EST-ID TO RECUPERADO-ID(WS-CANT-RECUPERADOS)
           END-IF.

       ABRIR-RECUP-EXTEND.
           OPEN INPUT RECUP-FILE
           IF NOT RECUP-OK
              OPEN OUTPUT RECUP-FILE
           END-IF
           CLOSE RECUP-FILE
           OPEN EXTEND RECUP-FILE.

      * el sentado que llega al cierre sin nota queda AUSENTE con
      * nota cero, igual que en el parcial
       CERRAR-RECUPERATORIO.
           PERFORM CARGAR-SENTADOS
           PERFORM CARGAR-RECUPERADOS
           IF TABLA-DESBORDADA
              DISPLAY "ABORTADO: mas alumnos que la tabla, partir el"
                 " cierre en tandas"
              GOBACK
           END-IF

           PERFORM ABRIR-RECUP-EXTEND
           PERFORM VARYING WS-SENTADO-IDX FROM 1 BY 1
                   UNTIL WS-SENTADO-IDX > WS-CANT-SENTADOS
              MOVE SN-ID(WS-SENTADO-IDX) TO WS-EST-PEDIDO
              PERFORM BUSCAR-RECUPERADO
              IF NOT YA-RINDIO-RECUP
                 MOVE SPACES    TO RECUP-RECORD
                 MOVE ZEROS     TO RR-NOTA
                 MOVE "AUSENTE" TO RR-RESULTADO
                 PERFORM GRABAR-RECUP
                 ADD 1 TO WS-CANT-AUSENTES
                 DISPLAY "Ausente al recuperatorio: " WS-EST-PEDIDO
              END-IF
           END-PERFORM
           CLOSE RECUP-FILE

           DISPLAY " "
           DISPLAY "Ausentes marcados: " WS-CANT-AUSENTES.

      * los sentados de recuperatorio_candidatos.txt con el intento
      * original que dejo la seleccion
       CARGAR-SENTADOS.
           MOVE ZEROS TO WS-CANT-SENTADOS
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT CANDIDATOS-FILE
           IF CANDIDATOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ CANDIDATOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-SENTADOS >= 300
                       SET TABLA-DESBORDADA TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-SENTADOS
                       MOVE MC-EST-ID TO SN-ID(WS-CANT-SENTADOS)
                       MOVE MC-MESA   TO SN-MESA(WS-CANT-SENTADOS)
                       MOVE ZEROS  TO SN-NOTA-ORIG(WS-CANT-SENTADOS)
                       MOVE SPACES TO SN-RESULT-ORIG(WS-CANT-SENTADOS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CANDIDATOS-FILE
           END-IF

           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT ELEGIBLES-FILE
           IF ELEGIBLES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ELEGIBLES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF RE-CICLO = WS-CICLO-LECTIVO
                       MOVE RE-EST-ID TO WS-EST-PEDIDO
                       PERFORM BUSCAR-SENTADO
                       IF WS-SENTADO-IDX > ZEROS
                          MOVE RE-NOTA-ORIG
                             TO SN-NOTA-ORIG(WS-SENTADO-IDX)
                          MOVE RE-RESULT-ORIG
                             TO SN-RESULT-ORIG(WS-SENTADO-IDX)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ELEGIBLES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-SENTADO.
           MOVE ZEROS TO WS-SENTADO-IDX
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-SENTADOS
              IF WS-SENTADO-IDX = ZEROS
                  AND SN-ID(WS-S) = WS-EST-PEDIDO
                 MOVE WS-S TO WS-SENTADO-IDX
              END-IF
           END-PERFORM.

       CONSULTAR-RECUPERATORIOS.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT RECUP-FILE
           IF NOT RECUP-OK
              DISPLAY "Todavia no hay recuperatorios cargados"
           ELSE
              DISPLAY "EST-ID     Orig Resultado  Recup Resultado"
              PERFORM UNTIL FIN-ARCHIVO
                READ RECUP-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF RR-CICLO = WS-CICLO-LECTIVO
                       DISPLAY RR-EST-ID " " RR-NOTA-ORIG "   "
                          RR-RESULT-ORIG " " RR-NOTA "    "
                          RR-RESULTADO
                       EVALUATE RR-RESULTADO
                          WHEN "APROBO"  ADD 1 TO WS-CANT-APROBO
                          WHEN "AUSENTE" ADD 1 TO WS-CANT-AUSENTES
                          WHEN OTHER     ADD 1 TO WS-CANT-NO-APROBO
                       END-EVALUATE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RECUP-FILE
              DISPLAY " "
              DISPLAY "Aprobaron:    " WS-CANT-APROBO
              DISPLAY "No aprobaron: " WS-CANT-NO-APROBO
              DISPLAY "Ausentes:     " WS-CANT-AUSENTES
           END-IF.

       COPY "EXCEPCION-CALC.cpy".

       COPY "CICLO-CALC.cpy".
