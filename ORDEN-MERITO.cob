      * Orden de merito y cuadro de honor: el coordinador armaba la
      * lista de honor y el orden de merito (becas, eleccion de
      * abanderados) ordenando notas_finales.txt en una planilla.
      * Esta corrida:
      *  - junta las finales del ciclo abierto (notas_finales.txt de
      *    NOTA-FINAL) con las de los ciclos cerrados que archivo
      *    CIERRE-CICLO (finales_ciclo_archivo.txt) y saca el
      *    promedio acumulado de cada alumno en todos sus ciclos
      *  - hace lo mismo con la asistencia (asistencia_pct.txt y
      *    asistencia_pct_ciclo_archivo.txt): el promedio de sus
      *    porcentajes por ciclo
      *  - deja afuera del orden al alumno con alguna final LIBRE o
      *    RECURSA, con alguna cursada sin parcial (SIN-PARC de
      *    NOTA-FINAL, que no suma al promedio), con algun ciclo
      *    por debajo del umbral de asistencia, o sin asistencia
      *    registrada, informando el motivo
      *  - ordena por promedio (de mayor a menor) y desempata por
      *    asistencia; dos alumnos con el mismo promedio y la misma
      *    asistencia comparten la posicion
      *  - marca el corte del cuadro de honor (promedio minimo)
      * El umbral de asistencia y el corte del cuadro de honor salen
      * de merito_parametros.txt (se siembra con 75% y 8.00, el mismo
      * umbral de ASISTENCIA). El listado sale por pantalla, por el
      * spool y en orden_merito.txt para la cartelera.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEN-MERITO.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT FINALES-FILE ASSIGN TO "notas_finales.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FINALES-STATUS.

             SELECT ARCH-FIN-FILE ASSIGN TO
                 "finales_ciclo_archivo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCH-FIN-STATUS.

             SELECT PCT-FILE ASSIGN TO "asistencia_pct.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCT-STATUS.

             SELECT ARCH-PCT-FILE ASSIGN TO
                 "asistencia_pct_ciclo_archivo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCH-PCT-STATUS.

             SELECT PARAMETROS-FILE ASSIGN TO "merito_parametros.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARAMETROS-STATUS.

             SELECT STUDENT-MASTER ASSIGN TO "student_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EST-ID
                 ALTERNATE RECORD KEY IS EST-APELLIDO
                     WITH DUPLICATES
                 FILE STATUS IS WS-MAESTRO-STATUS.

             SELECT CARTELERA-FILE ASSIGN TO "orden_merito.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CARTELERA-STATUS.

             COPY "CICLO-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD FINALES-FILE.
        01 FINALES-RECORD.
           05 NF-EST-ID       PIC X(10).
           05 FILLER          PIC X.
           05 NF-NOTA-CURSADA PIC 9(2).
           05 FILLER          PIC X.
           05 NF-NOTA-PARCIAL PIC 9(2).
           05 FILLER          PIC X.
           05 NF-FINAL        PIC 9(2)V99.
           05 FILLER          PIC X.
           05 NF-RESULTADO    PIC X(10).
           05 FILLER          PIC X.
           05 NF-CICLO        PIC 9(5).

      * el archivo lleva el ciclo adelante y el registro de
      * notas_finales.txt tal cual (ver CIERRE-CICLO)
        FD ARCH-FIN-FILE.
        01 ARCH-FIN-RECORD.
           05 AF-CICLO        PIC 9(5).
           05 FILLER          PIC X.
           05 AF-EST-ID       PIC X(10).
           05 FILLER          PIC X.
           05 AF-NOTA-CURSADA PIC 9(2).
           05 FILLER          PIC X.
           05 AF-NOTA-PARCIAL PIC 9(2).
           05 FILLER          PIC X.
           05 AF-FINAL        PIC 9(2)V99.
           05 FILLER          PIC X.
           05 AF-RESULTADO    PIC X(10).
           05 FILLER          PIC X(70).

        FD PCT-FILE.
        01 PCT-RECORD.
           05 AP-EST-ID   PIC X(10).
           05 FILLER      PIC X.
           05 AP-PCT      PIC 9(3).
           05 FILLER      PIC X.
           05 AP-ELEGIBLE PIC X.
           05 FILLER      PIC X.
           05 AP-CICLO    PIC 9(5).

        FD ARCH-PCT-FILE.
        01 ARCH-PCT-RECORD.
           05 AC-CICLO    PIC 9(5).
           05 FILLER      PIC X.
           05 AC-EST-ID   PIC X(10).
           05 FILLER      PIC X.
           05 AC-PCT      PIC 9(3).
           05 FILLER      PIC X(86).

        FD PARAMETROS-FILE.
        01 PARAMETROS-RECORD.
           05 PM-UMBRAL-ASISTENCIA PIC 9(3).
           05 FILLER               PIC X VALUE SPACE.
           05 PM-CORTE-HONOR       PIC 9(2)V99.

        FD STUDENT-MASTER.
        01 STUDENT-MASTER-RECORD.
           COPY "ESTUDIANTE-WS.cpy".

        FD CARTELERA-FILE.
        01 CARTELERA-LINE PIC X(80).

        COPY "CICLO-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "CICLO-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-FINALES-STATUS    PIC X(2) VALUE "00".
              88 FINALES-OK VALUE "00".
          77 WS-ARCH-FIN-STATUS   PIC X(2) VALUE "00".
              88 ARCH-FIN-OK VALUE "00".
          77 WS-PCT-STATUS        PIC X(2) VALUE "00".
              88 PCT-OK VALUE "00".
          77 WS-ARCH-PCT-STATUS   PIC X(2) VALUE "00".
              88 ARCH-PCT-OK VALUE "00".
          77 WS-PARAMETROS-STATUS PIC X(2) VALUE "00".
              88 PARAMETROS-OK VALUE "00".
          77 WS-MAESTRO-STATUS    PIC X(2) VALUE "00".
              88 MAESTRO-OK VALUE "00".
          77 WS-CARTELERA-STATUS  PIC X(2) VALUE "00".
              88 CARTELERA-OK VALUE "00".
          77 WS-MAESTRO-DISP      PIC X VALUE "N".
              88 MAESTRO-DISPONIBLE VALUE "S".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          77 WS-UMBRAL-ASISTENCIA PIC 9(3) VALUE 75.
          77 WS-CORTE-HONOR       PIC 9(2)V99 VALUE 8.00.

      * un renglon por alumno con sus acumulados de todos los ciclos
          01 MERITO-TABLA.
             02 MERITO-ENT OCCURS 500 TIMES.
                03 MR-EST-ID      PIC X(10).
                03 MR-SUMA        PIC 9(5)V99.
                03 MR-CANT        PIC 9(3).
                03 MR-PROMEDIO    PIC 9(2)V99.
                03 MR-SUMA-ASIST  PIC 9(5).
                03 MR-CANT-ASIST  PIC 9(3).
                03 MR-ASISTENCIA  PIC 9(3).
                03 MR-EXCLUIDO    PIC X.
                   88 MR-FUERA-DE-ORDEN VALUE "S".
                03 MR-MOTIVO      PIC X(15).
          01 MERITO-ENT-AUX PIC X(51).
          77 WS-CANT-MERITO PIC 9(3) VALUE ZEROS.
          77 WS-M           PIC 9(3) VALUE ZEROS.
          77 WS-M2          PIC 9(3) VALUE ZEROS.
          77 WS-MERITO-IDX  PIC 9(3) VALUE ZEROS.
          77 WS-DESBORDE    PIC X VALUE "N".
              88 TABLA-DESBORDADA VALUE "S".
          77 WS-INTERCAMBIAR PIC X VALUE "N".
              88 HAY-QUE-INTERCAMBIAR VALUE "S".

      * campos del renglon que se esta acumulando
          77 WS-AC-EST-ID    PIC X(10) VALUE SPACES.
          77 WS-AC-FINAL     PIC 9(2)V99 VALUE ZEROS.
          77 WS-AC-RESULTADO PIC X(10) VALUE SPACES.
          77 WS-AC-PCT       PIC 9(3) VALUE ZEROS.

          77 WS-POSICION     PIC 9(3) VALUE ZEROS.
          77 WS-EN-ORDEN     PIC 9(3) VALUE ZEROS.
          77 WS-CANT-HONOR   PIC 9(3) VALUE ZEROS.
          77 WS-CANT-FUERA   PIC 9(3) VALUE ZEROS.
          77 WS-CORTE-IMPRESO PIC X VALUE "N".
              88 CORTE-IMPRESO VALUE "S".
          77 WS-ANT-PROMEDIO PIC 9(2)V99 VALUE ZEROS.
          77 WS-ANT-ASIST    PIC 9(3) VALUE ZEROS.
          77 WS-NOMBRE       PIC X(21) VALUE SPACES.

          77 WS-ED-POS       PIC ZZ9.
          77 WS-ED-PROM      PIC Z9.99.
          77 WS-ED-ASIST     PIC ZZ9.
          77 WS-ED-CANT      PIC ZZ9.
          77 WS-ED-CORTE     PIC Z9.99.

       PROCEDURE DIVISION.
             PERFORM LEER-CICLO-LECTIVO
             PERFORM CARGAR-PARAMETROS-MERITO

             PERFORM CARGAR-FINALES-VIVAS
             PERFORM CARGAR-FINALES-ARCHIVADAS
             PERFORM CARGAR-ASISTENCIA-VIVA
             PERFORM CARGAR-ASISTENCIA-ARCHIVADA

             IF TABLA-DESBORDADA
                DISPLAY "ABORTADO: mas de 500 alumnos con finales"
                GOBACK
             END-IF
             IF WS-CANT-MERITO = ZEROS
                DISPLAY "No hay notas finales para ordenar"
                GOBACK
             END-IF

             PERFORM VARYING WS-M FROM 1 BY 1
                     UNTIL WS-M > WS-CANT-MERITO
                PERFORM CALIFICAR-ALUMNO
             END-PERFORM

             PERFORM ORDENAR-MERITO

             OPEN INPUT STUDENT-MASTER
             IF MAESTRO-OK
                SET MAESTRO-DISPONIBLE TO TRUE
             ELSE
                DISPLAY "Aviso: sin student_master.dat, el listado"
                   " sale sin nombres"
             END-IF

             PERFORM IMPRIMIR-ORDEN-MERITO

             IF MAESTRO-DISPONIBLE
                CLOSE STUDENT-MASTER
             END-IF
           GOBACK.

       CARGAR-PARAMETROS-MERITO.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-OK
              READ PARAMETROS-FILE
                AT END CONTINUE
                NOT AT END
                  MOVE PM-UMBRAL-ASISTENCIA TO WS-UMBRAL-ASISTENCIA
                  MOVE PM-CORTE-HONOR       TO WS-CORTE-HONOR
              END-READ
              CLOSE PARAMETROS-FILE
           ELSE
              PERFORM SEMBRAR-PARAMETROS-MERITO
           END-IF.

       SEMBRAR-PARAMETROS-MERITO.
           MOVE WS-UMBRAL-ASISTENCIA TO WS-ED-ASIST
           MOVE WS-CORTE-HONOR       TO WS-ED-CORTE
           DISPLAY "Aviso: sin merito_parametros.txt, se siembra con "
              WS-ED-ASIST "% de asistencia y corte de honor "
              WS-ED-CORTE
           MOVE SPACES               TO PARAMETROS-RECORD
           MOVE WS-UMBRAL-ASISTENCIA TO PM-UMBRAL-ASISTENCIA
           MOVE WS-CORTE-HONOR       TO PM-CORTE-HONOR
           OPEN OUTPUT PARAMETROS-FILE
           WRITE PARAMETROS-RECORD
           CLOSE PARAMETROS-FILE.

       CARGAR-FINALES-VIVAS.
           OPEN INPUT FINALES-FILE
           IF FINALES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FINALES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE NF-EST-ID    TO WS-AC-EST-ID
                    MOVE NF-FINAL     TO WS-AC-FINAL
                    MOVE NF-RESULTADO TO WS-AC-RESULTADO
                    PERFORM ACUMULAR-FINAL
                END-READ
              END-PERFORM
              CLOSE FINALES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-FINALES-ARCHIVADAS.
           OPEN INPUT ARCH-FIN-FILE
           IF ARCH-FIN-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ARCH-FIN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE AF-EST-ID    TO WS-AC-EST-ID
                    MOVE AF-FINAL     TO WS-AC-FINAL
                    MOVE AF-RESULTADO TO WS-AC-RESULTADO
                    PERFORM ACUMULAR-FINAL
                END-READ
              END-PERFORM
              CLOSE ARCH-FIN-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-ASISTENCIA-VIVA.
           OPEN INPUT PCT-FILE
           IF PCT-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PCT-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE AP-EST-ID TO WS-AC-EST-ID
                    MOVE AP-PCT    TO WS-AC-PCT
                    PERFORM ACUMULAR-ASISTENCIA
                END-READ
              END-PERFORM
              CLOSE PCT-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-ASISTENCIA-ARCHIVADA.
           OPEN INPUT ARCH-PCT-FILE
           IF ARCH-PCT-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ARCH-PCT-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE AC-EST-ID TO WS-AC-EST-ID
                    MOVE AC-PCT    TO WS-AC-PCT
                    PERFORM ACUMULAR-ASISTENCIA
                END-READ
              END-PERFORM
              CLOSE ARCH-PCT-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-ALUMNO-MERITO.
           MOVE ZEROS TO WS-MERITO-IDX
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-CANT-MERITO
              IF MR-EST-ID(WS-M) = WS-AC-EST-ID
                 MOVE WS-M TO WS-MERITO-IDX
              END-IF
           END-PERFORM.

       ACUMULAR-FINAL.
           PERFORM BUSCAR-ALUMNO-MERITO
           IF WS-MERITO-IDX = ZEROS
              IF WS-CANT-MERITO >= 500
                 SET TABLA-DESBORDADA TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-MERITO
                 MOVE WS-CANT-MERITO TO WS-MERITO-IDX
                 MOVE WS-AC-EST-ID TO MR-EST-ID(WS-MERITO-IDX)
                 MOVE ZEROS TO MR-SUMA(WS-MERITO-IDX)
                               MR-CANT(WS-MERITO-IDX)
                               MR-PROMEDIO(WS-MERITO-IDX)
                               MR-SUMA-ASIST(WS-MERITO-IDX)
                               MR-CANT-ASIST(WS-MERITO-IDX)
                               MR-ASISTENCIA(WS-MERITO-IDX)
                 MOVE "N"    TO MR-EXCLUIDO(WS-MERITO-IDX)
                 MOVE SPACES TO MR-MOTIVO(WS-MERITO-IDX)
              END-IF
           END-IF

      * la cursada sin parcial no tiene final (NOTA-FINAL la graba
      * en 0.00 con SIN-PARC): no entra en el promedio y deja al
      * alumno fuera del orden hasta que rinda
           IF WS-MERITO-IDX > ZEROS
              IF WS-AC-RESULTADO = "SIN-PARC"
                 MOVE "S" TO MR-EXCLUIDO(WS-MERITO-IDX)
                 MOVE "SIN PARCIAL" TO MR-MOTIVO(WS-MERITO-IDX)
              ELSE
                 ADD WS-AC-FINAL TO MR-SUMA(WS-MERITO-IDX)
                 ADD 1 TO MR-CANT(WS-MERITO-IDX)
                 IF WS-AC-RESULTADO = "LIBRE"
                     OR WS-AC-RESULTADO = "RECURSA"
                    MOVE "S" TO MR-EXCLUIDO(WS-MERITO-IDX)
                    MOVE WS-AC-RESULTADO TO MR-MOTIVO(WS-MERITO-IDX)
                 END-IF
              END-IF
           END-IF.

      * la asistencia solo interesa de alumnos con finales; un ciclo
      * por debajo del umbral lo deja fuera del orden
       ACUMULAR-ASISTENCIA.
           PERFORM BUSCAR-ALUMNO-MERITO
           IF WS-MERITO-IDX > ZEROS
              ADD WS-AC-PCT TO MR-SUMA-ASIST(WS-MERITO-IDX)
              ADD 1 TO MR-CANT-ASIST(WS-MERITO-IDX)
              IF WS-AC-PCT < WS-UMBRAL-ASISTENCIA
                  AND NOT MR-FUERA-DE-ORDEN(WS-MERITO-IDX)
                 MOVE "S" TO MR-EXCLUIDO(WS-MERITO-IDX)
                 MOVE "ASISTENCIA" TO MR-MOTIVO(WS-MERITO-IDX)
              END-IF
           END-IF.

       CALIFICAR-ALUMNO.
           IF MR-CANT(WS-M) > ZEROS
              COMPUTE MR-PROMEDIO(WS-M) ROUNDED =
                 MR-SUMA(WS-M) / MR-CANT(WS-M)
           END-IF
           IF MR-CANT-ASIST(WS-M) > ZEROS
              COMPUTE MR-ASISTENCIA(WS-M) ROUNDED =
                 MR-SUMA-ASIST(WS-M) / MR-CANT-ASIST(WS-M)
           ELSE
              IF NOT MR-FUERA-DE-ORDEN(WS-M)
                 MOVE "S" TO MR-EXCLUIDO(WS-M)
                 MOVE "SIN ASISTENCIA" TO MR-MOTIVO(WS-M)
              END-IF
           END-IF.

      * burbuja: primero los que estan en el orden, por promedio de
      * mayor a menor y a igual promedio por asistencia; al final
      * los excluidos
       ORDENAR-MERITO.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M >= WS-CANT-MERITO
              PERFORM VARYING WS-M2 FROM 1 BY 1
                      UNTIL WS-M2 > WS-CANT-MERITO - WS-M
                 PERFORM COMPARAR-MERITO
                 IF HAY-QUE-INTERCAMBIAR
                    MOVE MERITO-ENT(WS-M2)     TO MERITO-ENT-AUX
                    MOVE MERITO-ENT(WS-M2 + 1) TO MERITO-ENT(WS-M2)
                    MOVE MERITO-ENT-AUX        TO MERITO-ENT(WS-M2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       COMPARAR-MERITO.
           MOVE "N" TO WS-INTERCAMBIAR
           IF MR-FUERA-DE-ORDEN(WS-M2)
              IF NOT MR-FUERA-DE-ORDEN(WS-M2 + 1)
                 SET HAY-QUE-INTERCAMBIAR TO TRUE
              END-IF
           ELSE
              IF NOT MR-FUERA-DE-ORDEN(WS-M2 + 1)
                 IF MR-PROMEDIO(WS-M2) < MR-PROMEDIO(WS-M2 + 1)
                    SET HAY-QUE-INTERCAMBIAR TO TRUE
                 END-IF
                 IF MR-PROMEDIO(WS-M2) = MR-PROMEDIO(WS-M2 + 1)
                     AND MR-ASISTENCIA(WS-M2)
                         < MR-ASISTENCIA(WS-M2 + 1)
                    SET HAY-QUE-INTERCAMBIAR TO TRUE
                 END-IF
              END-IF
           END-IF.

       IMPRIMIR-ORDEN-MERITO.
           OPEN OUTPUT CARTELERA-FILE

           MOVE "ORDEN-MERITO" TO WS-SPOOL-PROGRAMA
           MOVE "ORDEN DE MERITO Y CUADRO HONOR" TO WS-SPOOL-TITULO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE WS-CORTE-HONOR TO WS-ED-CORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "ORDEN DE MERITO - ciclo " WS-CICLO-LECTIVO
                  " y anteriores (cuadro de honor desde "
                  WS-ED-CORTE ")"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-MERITO
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Pos EST-ID     Alumno                "
                  "Promedio Asist. Finales"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-MERITO

           MOVE ZEROS TO WS-EN-ORDEN WS-POSICION WS-CANT-HONOR
                         WS-CANT-FUERA
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-CANT-MERITO
              IF MR-FUERA-DE-ORDEN(WS-M)
                 ADD 1 TO WS-CANT-FUERA
              ELSE
                 PERFORM IMPRIMIR-ALUMNO-ORDEN
              END-IF
           END-PERFORM
           IF NOT CORTE-IMPRESO
              PERFORM IMPRIMIR-CORTE-HONOR
           END-IF

           IF WS-CANT-FUERA > ZEROS
              MOVE " " TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-MERITO
              MOVE "--- Fuera del orden de merito ---"
                 TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-MERITO
              PERFORM VARYING WS-M FROM 1 BY 1
                      UNTIL WS-M > WS-CANT-MERITO
                 IF MR-FUERA-DE-ORDEN(WS-M)
                    PERFORM BUSCAR-NOMBRE-ALUMNO
                    MOVE MR-PROMEDIO(WS-M)   TO WS-ED-PROM
                    MOVE MR-ASISTENCIA(WS-M) TO WS-ED-ASIST
                    MOVE SPACES TO WS-SPOOL-LINEA
                    STRING "    " MR-EST-ID(WS-M) " " WS-NOMBRE " "
                           WS-ED-PROM "   " WS-ED-ASIST "%  "
                           MR-MOTIVO(WS-M)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                    PERFORM ESCRIBIR-LINEA-MERITO
                 END-IF
              END-PERFORM
           END-IF

           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-MERITO
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "En el orden: " WS-EN-ORDEN
                  "  Cuadro de honor: " WS-CANT-HONOR
                  "  Fuera del orden: " WS-CANT-FUERA
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-MERITO

           PERFORM CERRAR-SPOOL
           CLOSE CARTELERA-FILE
           DISPLAY "Listado para la cartelera en orden_merito.txt".

      * mismo promedio y misma asistencia que el anterior = misma
      * posicion; si no, la posicion es la cantidad ya listada + 1
       IMPRIMIR-ALUMNO-ORDEN.
           IF MR-PROMEDIO(WS-M) < WS-CORTE-HONOR
               AND NOT CORTE-IMPRESO
              PERFORM IMPRIMIR-CORTE-HONOR
           END-IF

           ADD 1 TO WS-EN-ORDEN
           IF WS-EN-ORDEN = 1
               OR MR-PROMEDIO(WS-M) NOT = WS-ANT-PROMEDIO
               OR MR-ASISTENCIA(WS-M) NOT = WS-ANT-ASIST
              MOVE WS-EN-ORDEN TO WS-POSICION
           END-IF
           MOVE MR-PROMEDIO(WS-M)   TO WS-ANT-PROMEDIO
           MOVE MR-ASISTENCIA(WS-M) TO WS-ANT-ASIST
           IF NOT CORTE-IMPRESO
              ADD 1 TO WS-CANT-HONOR
           END-IF

           PERFORM BUSCAR-NOMBRE-ALUMNO
           MOVE WS-POSICION         TO WS-ED-POS
           MOVE MR-PROMEDIO(WS-M)   TO WS-ED-PROM
           MOVE MR-ASISTENCIA(WS-M) TO WS-ED-ASIST
           MOVE MR-CANT(WS-M)       TO WS-ED-CANT
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING WS-ED-POS " " MR-EST-ID(WS-M) " " WS-NOMBRE " "
                  WS-ED-PROM "   " WS-ED-ASIST "%   " WS-ED-CANT
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-MERITO.

       IMPRIMIR-CORTE-HONOR.
           SET CORTE-IMPRESO TO TRUE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "------------- corte del cuadro de honor ("
                  WS-ED-CORTE ") -------------"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-MERITO.

       BUSCAR-NOMBRE-ALUMNO.
           MOVE SPACES TO WS-NOMBRE
           IF MAESTRO-DISPONIBLE
              MOVE MR-EST-ID(WS-M) TO EST-ID
              READ STUDENT-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  STRING EST-APELLIDO DELIMITED BY SPACE
                         ", " DELIMITED BY SIZE
                         EST-NOMBRE DELIMITED BY SPACE
                     INTO WS-NOMBRE
              END-READ
           END-IF.

       ESCRIBIR-LINEA-MERITO.
           DISPLAY WS-SPOOL-LINEA
           MOVE WS-SPOOL-LINEA TO CARTELERA-LINE
           WRITE CARTELERA-LINE
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "CICLO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
