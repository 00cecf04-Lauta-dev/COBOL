      *    cambio de contenido sin cambiar de tamanio
      *  - deja la foto de hoy para la comparacion de maniana
      * El reporte sale por pantalla y en integridad_reporte.txt.
      *
      * Desde que el alquiler trabaja por copia se barre tambien
      * ejemplares_peliculas.dat (un registro por copia de cada
      * titulo); sus cambios esperados son los movimientos de la
      * fecha en alquileres_historia.txt (retiros, devoluciones,
      * altas de copias y copias averiadas o perdidas).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD.
                 RECORD KEY IS PC-TITULO
                 FILE STATUS IS WS-MAESTRO-STATUS.

             SELECT EJEMPLAR-FILE ASSIGN TO "ejemplares_peliculas.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EJ-CLAVE
                 FILE STATUS IS WS-MAESTRO-STATUS.

             SELECT PAYROLL-ACUM-FILE ASSIGN TO
                 "payroll_acumulado.dat"
                 ORGANIZATION IS INDEXED
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT HISTORIA-FILE ASSIGN TO "alquileres_historia.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT PAYROLL-FILE ASSIGN TO "payroll_register.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.
           05 PC-FECHA-VENC  PIC 9(8).
           05 PC-PRESTATARIO PIC X(10).

        FD EJEMPLAR-FILE.
        01 EJEMPLAR-RECORD.
           05 EJ-CLAVE.
              10 EJ-TITULO   PIC X(25).
              10 EJ-COPIA    PIC 9(2).
           05 EJ-ESTADO      PIC X.
           05 EJ-PRESTATARIO PIC X(10).
           05 EJ-FECHA-VENC  PIC 9(8).
           05 EJ-CONDICION   PIC X.
           05 EJ-FECHA-ALTA  PIC 9(8).

        FD PAYROLL-ACUM-FILE.
        01 PAYROLL-ACUM-RECORD.
           05 PA-EMPLEADO     PIC X(6).
           05 FILLER    PIC X.
           05 IN-FECHA  PIC 9(8).

        FD HISTORIA-FILE.
        01 HISTORIA-RECORD.
           05 AL-TIPO        PIC X(3).
           05 FILLER         PIC X.
           05 AL-PRESTATARIO PIC X(10).
           05 FILLER         PIC X.
           05 AL-TITULO      PIC X(25).
           05 FILLER         PIC X.
           05 AL-FECHA       PIC 9(8).

        FD PAYROLL-FILE.
        01 PAYROLL-LINEA PIC X(50).

             PERFORM BARRER-CURSOS
             PERFORM BARRER-EMPLEADOS
             PERFORM BARRER-PELICULAS
             PERFORM BARRER-EJEMPLARES
             PERFORM BARRER-PAYROLL
             PERFORM BARRER-DEPTO


           PERFORM EVALUAR-MAESTRO.

       BARRER-EJEMPLARES.
           MOVE "ejemplares_peliculas.dat" TO WS-ARCHIVO
           MOVE ZEROS TO WS-CANT WS-HASH WS-TRANS-DIA
           MOVE 55 TO WS-LARGO

           OPEN INPUT EJEMPLAR-FILE
           IF MAESTRO-OK
              MOVE SPACES TO EJ-TITULO
              MOVE ZEROS  TO EJ-COPIA
              START EJEMPLAR-FILE KEY >= EJ-CLAVE
                INVALID KEY CONTINUE
              END-START
              PERFORM UNTIL NOT MAESTRO-OK
                READ EJEMPLAR-FILE NEXT
                  AT END CONTINUE
                  NOT AT END
                    MOVE SPACES TO WS-LINEA-CRUDA
                    MOVE EJEMPLAR-RECORD TO WS-LINEA-CRUDA
                    PERFORM SUMAR-LINEA-AL-HASH
                END-READ
              END-PERFORM
              CLOSE EJEMPLAR-FILE
           END-IF

           OPEN INPUT HISTORIA-FILE
           IF TRANS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ HISTORIA-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AL-FECHA = WS-FECHA-NEGOCIO
                       ADD 1 TO WS-TRANS-DIA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE HISTORIA-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           PERFORM EVALUAR-MAESTRO.

      * los cambios esperados del acumulado son las liquidaciones
      * del registro de nomina
       BARRER-PAYROLL.
