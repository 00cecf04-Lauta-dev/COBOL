      * Encuestas de evaluacion de cursada de fin de ciclo: el
      * coordinador academico las hacia en formularios de papel que se
      * perdian. Ahora que boletines.txt dice que docente dicto cada
      * turno, la encuesta se carga por sistema:
      *  - modo 1: carga de respuestas. Se pide el EST-ID y la materia;
      *    solo contesta un alumno inscripto en esa materia en el ciclo
      *    abierto (inscripciones.txt, con la misma regla de ciclo por
      *    fecha del control de choque de horario) y una sola vez por
      *    materia y ciclo. La respuesta es anonima: quien contesto
      *    queda en encuestas_control.txt (ciclo, alumno, materia, sin
      *    las notas) y lo contestado en encuestas_respuestas.txt
      *    (ciclo, materia, turno, docente, una nota de 1 a 5 por cada
      *    pregunta fija y un codigo de comentario), sin el EST-ID.
      *    El turno sale de asignacion_aulas.txt y el docente de
      *    asignaciones_docentes.txt: el asignado a la materia o, si no
      *    hay, el responsable del turno, como en el boletin
      *  - modo 2: resultados del ciclo abierto por materia y por
      *    docente: respuestas contra inscriptos (tasa de respuesta),
      *    promedio de cada pregunta, promedio general y diferencia
      *    contra el promedio de la institucion, por pantalla y por
      *    el spool
      * Un intento de contestar sin estar inscripto o por segunda vez
      * queda en el log de excepciones.
      *
      * encuestas_control.txt ya no se agrega al final: se reescribe
      * ordenado por ciclo y EST-ID en cada carga, para que el orden
      * de quien contesto no coincida con el de encuestas_respuestas
      * y no se pueda aparear alumno con respuesta. El control admite
      * 9999 registros; lleno, la encuesta se rechaza al log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCUESTAS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT INSCRIPCION-FILE ASSIGN TO "inscripciones.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INSCRIPCION-STATUS.

             SELECT ASIGNACION-FILE ASSIGN TO
                 "asignaciones_docentes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ASIGNACION-STATUS.

             SELECT ENC-CONTROL-FILE ASSIGN TO "encuestas_control.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENC-CONTROL-STATUS.

             SELECT ENC-RESPUESTA-FILE ASSIGN TO
                 "encuestas_respuestas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENC-RESPUESTA-STATUS.

             COPY "HORARIO-FC.cpy".

             COPY "CICLO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD INSCRIPCION-FILE.
        01 INSCRIPCION-RECORD.
           05 IN-EST-ID PIC X(10).
           05 FILLER    PIC X VALUE SPACE.
           05 IN-CURSO  PIC X(25).
           05 FILLER    PIC X VALUE SPACE.
           05 IN-FECHA  PIC 9(8).

        FD ASIGNACION-FILE.
        01 ASIGNACION-RECORD.
           05 DA-DOCENTE PIC X(6).
           05 FILLER     PIC X VALUE SPACE.
           05 DA-TIPO    PIC X.
              88 DA-ES-TURNO   VALUE "T".
              88 DA-ES-MATERIA VALUE "M".
           05 FILLER     PIC X VALUE SPACE.
           05 DA-DESTINO PIC X(25).

        FD ENC-CONTROL-FILE.
        01 ENC-CONTROL-RECORD.
           05 EC-CICLO     PIC 9(5).
           05 FILLER       PIC X VALUE SPACE.
           05 EC-EST-ID    PIC X(10).
           05 FILLER       PIC X VALUE SPACE.
           05 EC-CURSO     PIC X(25).

        FD ENC-RESPUESTA-FILE.
        01 ENC-RESPUESTA-RECORD.
           05 ER-CICLO      PIC 9(5).
           05 FILLER        PIC X VALUE SPACE.
           05 ER-CURSO      PIC X(25).
           05 FILLER        PIC X VALUE SPACE.
           05 ER-TURNO      PIC X(8).
           05 FILLER        PIC X VALUE SPACE.
           05 ER-DOCENTE    PIC X(6).
           05 FILLER        PIC X VALUE SPACE.
           05 ER-NOTA       PIC 9(1) OCCURS 5 TIMES.
           05 FILLER        PIC X VALUE SPACE.
           05 ER-COMENTARIO PIC 9(2).

        COPY "HORARIO-FD.cpy".

        COPY "CICLO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "HORARIO-WS.cpy".
          COPY "CICLO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-INSCRIPCION-STATUS PIC X(2) VALUE "00".
              88 INSCRIPCION-OK VALUE "00".
          77 WS-ASIGNACION-STATUS PIC X(2) VALUE "00".
              88 ASIGNACION-OK VALUE "00".
          77 WS-ENC-CONTROL-STATUS PIC X(2) VALUE "00".
              88 ENC-CONTROL-OK VALUE "00".
          77 WS-ENC-RESPUESTA-STATUS PIC X(2) VALUE "00".
              88 ENC-RESPUESTA-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-MODO        PIC 9(1) VALUE ZEROS.

      *-------->          PREGUNTAS Y COMENTARIOS FIJOS        <-------*
          01 PREGUNTAS-VALORES.
             05 FILLER PIC X(40)
                VALUE "Claridad de las explicaciones".
             05 FILLER PIC X(40)
                VALUE "Dominio de la materia".
             05 FILLER PIC X(40)
                VALUE "Material y bibliografia".
             05 FILLER PIC X(40)
                VALUE "Evaluaciones acordes a lo dictado".
             05 FILLER PIC X(40)
                VALUE "Puntualidad y asistencia del docente".
          01 PREGUNTAS-TABLA REDEFINES PREGUNTAS-VALORES.
             05 PR-TEXTO PIC X(40) OCCURS 5 TIMES.
          77 WS-CANT-PREGUNTAS PIC 9(1) VALUE 5.

          01 COMENTARIOS-VALORES.
             05 FILLER PIC X(25) VALUE "00 Sin comentario".
             05 FILLER PIC X(25) VALUE "01 Ritmo muy rapido".
             05 FILLER PIC X(25) VALUE "02 Ritmo muy lento".
             05 FILLER PIC X(25) VALUE "03 Falta de practica".
             05 FILLER PIC X(25) VALUE "04 Falta de material".
             05 FILLER PIC X(25) VALUE "05 Horario inconveniente".
             05 FILLER PIC X(25) VALUE "06 Aula inadecuada".
             05 FILLER PIC X(25) VALUE "07 Muy buena cursada".
          01 COMENTARIOS-TABLA REDEFINES COMENTARIOS-VALORES.
             05 CO-TEXTO PIC X(25) OCCURS 8 TIMES.
          77 WS-MAX-COMENTARIO PIC 9(2) VALUE 7.

      *-------->                CARGA DE RESPUESTAS            <-------*
          77 WS-ENC-EST-ID  PIC X(10) VALUE SPACES.
          77 WS-ENC-CURSO   PIC X(25) VALUE SPACES.
          77 WS-ENC-TURNO   PIC X(8) VALUE SPACES.
          77 WS-ENC-DOCENTE PIC X(6) VALUE SPACES.
          01 WS-ENC-NOTAS.
             05 WS-ENC-NOTA PIC 9(1) OCCURS 5 TIMES.
          77 WS-ENC-COMENTARIO PIC 9(2) VALUE ZEROS.
          77 WS-NOTA-INGRESO   PIC 9(1) VALUE ZEROS.
          77 WS-COMENT-INGRESO PIC 9(2) VALUE ZEROS.
          77 WS-P              PIC 9(1) VALUE ZEROS.
          77 WS-C              PIC 9(2) VALUE ZEROS.
          77 WS-DOC-MATERIA    PIC X(6) VALUE SPACES.
          77 WS-DOC-TURNO      PIC X(6) VALUE SPACES.
          77 WS-CANT-CARGADAS  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-RECHAZOS  PIC 9(4) VALUE ZEROS.

          77 WS-INSCRIPTO PIC X VALUE "N".
              88 ALUMNO-INSCRIPTO VALUE "S".
          77 WS-YA-CONTESTO PIC X VALUE "N".
              88 YA-CONTESTO VALUE "S".

      * encuestas_control.txt en memoria, ordenado por ciclo y EST-ID
          01 CONTROL-TABLA.
             02 CONTROL-ENT OCCURS 9999 TIMES.
                03 CL-REGISTRO PIC X(42).
          77 WS-CANT-CONTROL PIC 9(4) VALUE ZEROS.
          77 WS-CL           PIC 9(4) VALUE ZEROS.
          77 WS-CL-POS       PIC 9(4) VALUE ZEROS.
          77 WS-CONTROL-LLENO PIC X VALUE "N".
              88 CONTROL-LLENO VALUE "S".

      *-------->                    RESULTADOS                 <-------*
          01 MATERIAS-TABLA.
             02 MATERIA-ENT OCCURS 60 TIMES.
                03 ME-CURSO      PIC X(25).
                03 ME-TURNO      PIC X(8).
                03 ME-DOCENTE    PIC X(6).
                03 ME-INSCRIPTOS PIC 9(4).
                03 ME-RESPUESTAS PIC 9(4).
                03 ME-SUMA       PIC 9(6) OCCURS 5 TIMES.
          77 WS-CANT-MATERIAS PIC 9(2) VALUE ZEROS.
          77 WS-M             PIC 9(2) VALUE ZEROS.
          77 WS-MATERIA-IDX   PIC 9(2) VALUE ZEROS.

          01 DOCENTES-TABLA.
             02 DOCENTE-ENT OCCURS 60 TIMES.
                03 EE-DOCENTE    PIC X(6).
                03 EE-INSCRIPTOS PIC 9(4).
                03 EE-RESPUESTAS PIC 9(4).
                03 EE-SUMA       PIC 9(6) OCCURS 5 TIMES.
          77 WS-CANT-DOCENTES PIC 9(2) VALUE ZEROS.
          77 WS-E             PIC 9(2) VALUE ZEROS.
          77 WS-DOCENTE-IDX   PIC 9(2) VALUE ZEROS.

          01 VISTOS-TABLA.
             02 VISTO-ENT OCCURS 500 TIMES.
                03 VI-EST-ID PIC X(10).
                03 VI-CURSO  PIC X(25).
          77 WS-CANT-VISTOS PIC 9(3) VALUE ZEROS.
          77 WS-V           PIC 9(3) VALUE ZEROS.
          77 WS-INSC-REPETIDA PIC X VALUE "N".
              88 INSC-REPETIDA VALUE "S".

          77 WS-DESBORDE PIC X VALUE "N".
              88 TABLA-DESBORDADA VALUE "S".

          77 WS-INST-RESPUESTAS PIC 9(5) VALUE ZEROS.
          77 WS-INST-SUMA       PIC 9(7) VALUE ZEROS.
          77 WS-PROM-INST       PIC 9V99 VALUE ZEROS.
          77 WS-PROM-GENERAL    PIC 9V99 VALUE ZEROS.
          77 WS-PROM-PREGUNTA   PIC 9V99 VALUE ZEROS.
          77 WS-DIFERENCIA      PIC S9V99 VALUE ZEROS.
          77 WS-TASA            PIC 9(3) VALUE ZEROS.
          77 WS-SUMA-GENERAL    PIC 9(7) VALUE ZEROS.

      * campos de la linea que se esta imprimiendo (materia o docente)
          77 WS-LN-RESPUESTAS PIC 9(4) VALUE ZEROS.
          77 WS-LN-INSCRIPTOS PIC 9(4) VALUE ZEROS.
          01 WS-LN-SUMAS.
             05 WS-LN-SUMA PIC 9(6) OCCURS 5 TIMES.

          77 WS-ED-RESP     PIC ZZZ9.
          77 WS-ED-INSC     PIC ZZZ9.
          77 WS-ED-TASA     PIC ZZ9.
          77 WS-ED-PROM     PIC 9.99.
          77 WS-ED-DIF      PIC -9.99.
          01 WS-ED-PREGUNTAS.
             05 WS-ED-PREG PIC 9.99 OCCURS 5 TIMES.

       PROCEDURE DIVISION.
             PERFORM LEER-CICLO-LECTIVO
             PERFORM CARGAR-HORARIO

             DISPLAY "Encuestas de cursada - ciclo " WS-CICLO-LECTIVO
             DISPLAY "1 - Cargar respuestas"
             DISPLAY "2 - Resultados por materia y por docente"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 2 PERFORM RESULTADOS-ENCUESTA
                WHEN OTHER PERFORM CARGAR-RESPUESTAS
             END-EVALUATE
           GOBACK.

       CARGAR-RESPUESTAS.
             MOVE "X" TO WS-ENC-EST-ID
             PERFORM UNTIL WS-ENC-EST-ID = SPACES
                DISPLAY " "
                DISPLAY "EST-ID del alumno (vacio = terminar)"
                MOVE SPACES TO WS-ENC-EST-ID
                ACCEPT WS-ENC-EST-ID
                IF WS-ENC-EST-ID NOT = SPACES
                   PERFORM CARGAR-UNA-RESPUESTA
                END-IF
             END-PERFORM

             DISPLAY "Encuestas cargadas:   " WS-CANT-CARGADAS
             DISPLAY "Encuestas rechazadas: " WS-CANT-RECHAZOS.

       CARGAR-UNA-RESPUESTA.
             DISPLAY "Materia"
             MOVE SPACES TO WS-ENC-CURSO
             ACCEPT WS-ENC-CURSO

             PERFORM VERIFICAR-INSCRIPTO
             IF NOT ALUMNO-INSCRIPTO
                DISPLAY "El alumno " WS-ENC-EST-ID " no esta inscripto"
                   " en " WS-ENC-CURSO " en el ciclo " WS-CICLO-LECTIVO
                ADD 1 TO WS-CANT-RECHAZOS
                MOVE "ENCUESTAS"      TO WS-EXC-PROGRAMA
                MOVE "NO-INSCRIPTO"   TO WS-EXC-CAMPO
                MOVE WS-ENC-EST-ID    TO WS-EXC-VALOR
                PERFORM REGISTRAR-EXCEPCION
             ELSE
                PERFORM VERIFICAR-YA-CONTESTO
                EVALUATE TRUE
                   WHEN YA-CONTESTO
                      DISPLAY "El alumno " WS-ENC-EST-ID " ya contesto"
                         " la encuesta de " WS-ENC-CURSO
                      ADD 1 TO WS-CANT-RECHAZOS
                      MOVE "ENCUESTAS"      TO WS-EXC-PROGRAMA
                      MOVE "YA-CONTESTO"    TO WS-EXC-CAMPO
                      MOVE WS-ENC-EST-ID    TO WS-EXC-VALOR
                      PERFORM REGISTRAR-EXCEPCION
                   WHEN CONTROL-LLENO
                      DISPLAY "encuestas_control.txt esta lleno:"
                         " la encuesta no se registra"
                      ADD 1 TO WS-CANT-RECHAZOS
                      MOVE "ENCUESTAS"      TO WS-EXC-PROGRAMA
                      MOVE "CONTROL-LLENO"  TO WS-EXC-CAMPO
                      MOVE WS-ENC-EST-ID    TO WS-EXC-VALOR
                      PERFORM REGISTRAR-EXCEPCION
                   WHEN OTHER
                      PERFORM PEDIR-NOTAS-ENCUESTA
                      PERFORM BUSCAR-DOCENTE-MATERIA
                      PERFORM GRABAR-RESPUESTA
                      ADD 1 TO WS-CANT-CARGADAS
                      DISPLAY "Encuesta registrada, gracias"
                END-EVALUATE
             END-IF.

      * inscripto en la materia con una inscripcion del ciclo abierto
       VERIFICAR-INSCRIPTO.
           MOVE "N" TO WS-INSCRIPTO
           OPEN INPUT INSCRIPCION-FILE
           IF INSCRIPCION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ INSCRIPCION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF IN-EST-ID = WS-ENC-EST-ID
                        AND IN-CURSO = WS-ENC-CURSO
                       MOVE IN-FECHA TO WS-HO-FECHA
                       PERFORM CICLO-DE-FECHA
                       IF WS-HO-CICLO = WS-CICLO-LECTIVO
                          SET ALUMNO-INSCRIPTO TO TRUE
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INSCRIPCION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * de paso carga el control ordenado que GRABAR-RESPUESTA
      * vuelve a escribir
       VERIFICAR-YA-CONTESTO.
           MOVE "N" TO WS-YA-CONTESTO
           MOVE "N" TO WS-CONTROL-LLENO
           MOVE ZEROS TO WS-CANT-CONTROL
           OPEN INPUT ENC-CONTROL-FILE
           IF ENC-CONTROL-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ENC-CONTROL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF EC-CICLO = WS-CICLO-LECTIVO
                        AND EC-EST-ID = WS-ENC-EST-ID
                        AND EC-CURSO = WS-ENC-CURSO
                       SET YA-CONTESTO TO TRUE
                    END-IF
                    PERFORM INSERTAR-CONTROL
                END-READ
              END-PERFORM
              CLOSE ENC-CONTROL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       PEDIR-NOTAS-ENCUESTA.
           DISPLAY "Calificar de 1 (malo) a 5 (excelente)"
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PREGUNTAS
              MOVE ZEROS TO WS-NOTA-INGRESO
              PERFORM UNTIL WS-NOTA-INGRESO >= 1
                        AND WS-NOTA-INGRESO <= 5
                 DISPLAY WS-P " - " PR-TEXTO(WS-P)
                 ACCEPT WS-NOTA-INGRESO
                 IF WS-NOTA-INGRESO < 1 OR WS-NOTA-INGRESO > 5
                    DISPLAY "La nota va de 1 a 5"
                 END-IF
              END-PERFORM
              MOVE WS-NOTA-INGRESO TO WS-ENC-NOTA(WS-P)
           END-PERFORM

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-MAX-COMENTARIO + 1
              DISPLAY "   " CO-TEXTO(WS-C)
           END-PERFORM
           MOVE 99 TO WS-COMENT-INGRESO
           PERFORM UNTIL WS-COMENT-INGRESO <= WS-MAX-COMENTARIO
              DISPLAY "Codigo de comentario"
              ACCEPT WS-COMENT-INGRESO
              IF WS-COMENT-INGRESO > WS-MAX-COMENTARIO
                 DISPLAY "Codigo de comentario inexistente"
              END-IF
           END-PERFORM
           MOVE WS-COMENT-INGRESO TO WS-ENC-COMENTARIO.

      * turno de la grilla de AULAS y docente asignado a la materia o,
      * si no hay, el responsable del turno
       BUSCAR-DOCENTE-MATERIA.
           MOVE WS-ENC-CURSO TO WS-HO-CURSO
           PERFORM BUSCAR-TURNO-CURSO
           MOVE WS-HO-TURNO TO WS-ENC-TURNO

           MOVE SPACES TO WS-DOC-MATERIA WS-DOC-TURNO
           OPEN INPUT ASIGNACION-FILE
           IF ASIGNACION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ASIGNACION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF DA-ES-MATERIA AND DA-DESTINO = WS-ENC-CURSO
                        AND WS-DOC-MATERIA = SPACES
                       MOVE DA-DOCENTE TO WS-DOC-MATERIA
                    END-IF
                    IF DA-ES-TURNO AND WS-ENC-TURNO NOT = SPACES
                        AND DA-DESTINO(1:8) = WS-ENC-TURNO
                        AND WS-DOC-TURNO = SPACES
                       MOVE DA-DOCENTE TO WS-DOC-TURNO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ASIGNACION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           IF WS-DOC-MATERIA NOT = SPACES
              MOVE WS-DOC-MATERIA TO WS-ENC-DOCENTE
           ELSE
              MOVE WS-DOC-TURNO TO WS-ENC-DOCENTE
           END-IF.

      * quien contesto y lo contestado van a archivos separados: la
      * respuesta no lleva el EST-ID. El control se reescribe ordenado
      * por ciclo y EST-ID (no por orden de llegada), asi su renglon
      * N no se puede aparear con el renglon N de las respuestas
       GRABAR-RESPUESTA.
           MOVE SPACES           TO ENC-CONTROL-RECORD
           MOVE WS-CICLO-LECTIVO TO EC-CICLO
           MOVE WS-ENC-EST-ID    TO EC-EST-ID
           MOVE WS-ENC-CURSO     TO EC-CURSO
           PERFORM INSERTAR-CONTROL

           OPEN OUTPUT ENC-CONTROL-FILE
           PERFORM VARYING WS-CL FROM 1 BY 1
                   UNTIL WS-CL > WS-CANT-CONTROL
              MOVE CL-REGISTRO(WS-CL) TO ENC-CONTROL-RECORD
              WRITE ENC-CONTROL-RECORD
           END-PERFORM
           CLOSE ENC-CONTROL-FILE

           MOVE SPACES           TO ENC-RESPUESTA-RECORD
           MOVE WS-CICLO-LECTIVO TO ER-CICLO
           MOVE WS-ENC-CURSO     TO ER-CURSO
           MOVE WS-ENC-TURNO     TO ER-TURNO
           MOVE WS-ENC-DOCENTE   TO ER-DOCENTE
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PREGUNTAS
              MOVE WS-ENC-NOTA(WS-P) TO ER-NOTA(WS-P)
           END-PERFORM
           MOVE WS-ENC-COMENTARIO TO ER-COMENTARIO

           OPEN INPUT ENC-RESPUESTA-FILE
           IF NOT ENC-RESPUESTA-OK
              OPEN OUTPUT ENC-RESPUESTA-FILE
           END-IF
           CLOSE ENC-RESPUESTA-FILE

           OPEN EXTEND ENC-RESPUESTA-FILE
           WRITE ENC-RESPUESTA-RECORD
           CLOSE ENC-RESPUESTA-FILE.

      * agrega ENC-CONTROL-RECORD a la tabla en su lugar de orden
       INSERTAR-CONTROL.
           IF WS-CANT-CONTROL >= 9999
              SET CONTROL-LLENO TO TRUE
           ELSE
              PERFORM VARYING WS-CL-POS FROM 1 BY 1
                      UNTIL WS-CL-POS > WS-CANT-CONTROL
                         OR CL-REGISTRO(WS-CL-POS) > ENC-CONTROL-RECORD
                 CONTINUE
              END-PERFORM
              PERFORM VARYING WS-CL FROM WS-CANT-CONTROL BY -1
                      UNTIL WS-CL < WS-CL-POS
                 MOVE CL-REGISTRO(WS-CL) TO CL-REGISTRO(WS-CL + 1)
              END-PERFORM
              ADD 1 TO WS-CANT-CONTROL
              MOVE ENC-CONTROL-RECORD TO CL-REGISTRO(WS-CL-POS)
           END-IF.

      *-------->                    RESULTADOS                 <-------*
       RESULTADOS-ENCUESTA.
             PERFORM CARGAR-INSCRIPTOS-MATERIA
             PERFORM CARGAR-RESPUESTAS-CICLO
             IF TABLA-DESBORDADA
                DISPLAY "ABORTADO: tablas de materias o"
                   " inscripciones desbordadas"
                GOBACK
             END-IF
             IF WS-INST-RESPUESTAS = ZEROS
                DISPLAY "No hay encuestas contestadas en el ciclo "
                   WS-CICLO-LECTIVO
                GOBACK
             END-IF

             COMPUTE WS-PROM-INST ROUNDED =
                WS-INST-SUMA / (WS-INST-RESPUESTAS * WS-CANT-PREGUNTAS)

             PERFORM VARYING WS-M FROM 1 BY 1
                     UNTIL WS-M > WS-CANT-MATERIAS
                PERFORM ACUMULAR-DOCENTE
             END-PERFORM

             MOVE "ENCUESTAS" TO WS-SPOOL-PROGRAMA
             MOVE "RESULTADOS DE ENCUESTAS" TO WS-SPOOL-TITULO
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPOOL-FECHA
             PERFORM ABRIR-SPOOL

             MOVE WS-PROM-INST TO WS-ED-PROM
             MOVE SPACES TO WS-SPOOL-LINEA
             STRING "Ciclo " WS-CICLO-LECTIVO
                    " - promedio de la institucion " WS-ED-PROM
                    " (" WS-INST-RESPUESTAS " respuestas)"
                DELIMITED BY SIZE INTO WS-SPOOL-LINEA
             PERFORM ESCRIBIR-LINEA-ENC
             MOVE SPACES TO WS-SPOOL-LINEA
             STRING "Preguntas: " PR-TEXTO(1)(1:30) " / "
                    PR-TEXTO(2)(1:25)
                DELIMITED BY SIZE INTO WS-SPOOL-LINEA
             PERFORM ESCRIBIR-LINEA-ENC
             MOVE SPACES TO WS-SPOOL-LINEA
             STRING "           " PR-TEXTO(3)(1:25) " / "
                    PR-TEXTO(4)(1:35)
                DELIMITED BY SIZE INTO WS-SPOOL-LINEA
             PERFORM ESCRIBIR-LINEA-ENC
             MOVE SPACES TO WS-SPOOL-LINEA
             STRING "           " PR-TEXTO(5)
                DELIMITED BY SIZE INTO WS-SPOOL-LINEA
             PERFORM ESCRIBIR-LINEA-ENC

             MOVE " " TO WS-SPOOL-LINEA
             PERFORM ESCRIBIR-LINEA-ENC
             MOVE "--- Por materia ---" TO WS-SPOOL-LINEA
             PERFORM ESCRIBIR-LINEA-ENC
             PERFORM VARYING WS-M FROM 1 BY 1
                     UNTIL WS-M > WS-CANT-MATERIAS
                MOVE ME-RESPUESTAS(WS-M) TO WS-LN-RESPUESTAS
                MOVE ME-INSCRIPTOS(WS-M) TO WS-LN-INSCRIPTOS
                PERFORM VARYING WS-P FROM 1 BY 1
                        UNTIL WS-P > WS-CANT-PREGUNTAS
                   MOVE ME-SUMA(WS-M, WS-P) TO WS-LN-SUMA(WS-P)
                END-PERFORM
                MOVE SPACES TO WS-SPOOL-LINEA
                STRING ME-CURSO(WS-M) " " ME-TURNO(WS-M)
                       " docente " ME-DOCENTE(WS-M)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                PERFORM ESCRIBIR-LINEA-ENC
                PERFORM IMPRIMIR-PROMEDIOS-LINEA
             END-PERFORM

             MOVE " " TO WS-SPOOL-LINEA
             PERFORM ESCRIBIR-LINEA-ENC
             MOVE "--- Por docente ---" TO WS-SPOOL-LINEA
             PERFORM ESCRIBIR-LINEA-ENC
             PERFORM VARYING WS-E FROM 1 BY 1
                     UNTIL WS-E > WS-CANT-DOCENTES
                MOVE EE-RESPUESTAS(WS-E) TO WS-LN-RESPUESTAS
                MOVE EE-INSCRIPTOS(WS-E) TO WS-LN-INSCRIPTOS
                PERFORM VARYING WS-P FROM 1 BY 1
                        UNTIL WS-P > WS-CANT-PREGUNTAS
                   MOVE EE-SUMA(WS-E, WS-P) TO WS-LN-SUMA(WS-P)
                END-PERFORM
                MOVE SPACES TO WS-SPOOL-LINEA
                IF EE-DOCENTE(WS-E) = SPACES
                   MOVE "Sin docente asignado" TO WS-SPOOL-LINEA
                ELSE
                   STRING "Docente " EE-DOCENTE(WS-E)
                      DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                END-IF
                PERFORM ESCRIBIR-LINEA-ENC
                PERFORM IMPRIMIR-PROMEDIOS-LINEA
             END-PERFORM

             PERFORM CERRAR-SPOOL.

      * materias con inscriptos del ciclo abierto, con su turno
       CARGAR-INSCRIPTOS-MATERIA.
           OPEN INPUT INSCRIPCION-FILE
           IF INSCRIPCION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ INSCRIPCION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE IN-FECHA TO WS-HO-FECHA
                    PERFORM CICLO-DE-FECHA
                    IF WS-HO-CICLO = WS-CICLO-LECTIVO
                       PERFORM CONTAR-INSCRIPTO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INSCRIPCION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * un alumno inscripto dos veces en la misma materia cuenta una
       CONTAR-INSCRIPTO.
           MOVE "N" TO WS-INSC-REPETIDA
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-CANT-VISTOS
              IF VI-EST-ID(WS-V) = IN-EST-ID
                  AND VI-CURSO(WS-V) = IN-CURSO
                 SET INSC-REPETIDA TO TRUE
              END-IF
           END-PERFORM

           IF NOT INSC-REPETIDA
              IF WS-CANT-VISTOS >= 500
                 SET TABLA-DESBORDADA TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-VISTOS
                 MOVE IN-EST-ID TO VI-EST-ID(WS-CANT-VISTOS)
                 MOVE IN-CURSO  TO VI-CURSO(WS-CANT-VISTOS)
                 MOVE IN-CURSO  TO WS-ENC-CURSO
                 PERFORM UBICAR-MATERIA
                 IF WS-MATERIA-IDX > ZEROS
                    ADD 1 TO ME-INSCRIPTOS(WS-MATERIA-IDX)
                 END-IF
              END-IF
           END-IF.

      * las respuestas traen el turno y el docente de cuando se
      * contestaron, que valen sobre los de la grilla de hoy
       CARGAR-RESPUESTAS-CICLO.
           OPEN INPUT ENC-RESPUESTA-FILE
           IF ENC-RESPUESTA-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ENC-RESPUESTA-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF ER-CICLO = WS-CICLO-LECTIVO
                       MOVE ER-CURSO TO WS-ENC-CURSO
                       PERFORM UBICAR-MATERIA
                       IF WS-MATERIA-IDX > ZEROS
                          PERFORM SUMAR-RESPUESTA
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ENC-RESPUESTA-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-RESPUESTA.
           MOVE ER-TURNO   TO ME-TURNO(WS-MATERIA-IDX)
           MOVE ER-DOCENTE TO ME-DOCENTE(WS-MATERIA-IDX)
           ADD 1 TO ME-RESPUESTAS(WS-MATERIA-IDX)
           ADD 1 TO WS-INST-RESPUESTAS
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PREGUNTAS
              ADD ER-NOTA(WS-P) TO ME-SUMA(WS-MATERIA-IDX, WS-P)
              ADD ER-NOTA(WS-P) TO WS-INST-SUMA
           END-PERFORM.

      * renglon de WS-ENC-CURSO en la tabla de materias (lo agrega con
      * el turno y el docente de hoy si no estaba)
       UBICAR-MATERIA.
           MOVE ZEROS TO WS-MATERIA-IDX
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-CANT-MATERIAS
              IF ME-CURSO(WS-M) = WS-ENC-CURSO
                 MOVE WS-M TO WS-MATERIA-IDX
              END-IF
           END-PERFORM

           IF WS-MATERIA-IDX = ZEROS
              IF WS-CANT-MATERIAS >= 60
                 SET TABLA-DESBORDADA TO TRUE
              ELSE
                 PERFORM BUSCAR-DOCENTE-MATERIA
                 ADD 1 TO WS-CANT-MATERIAS
                 MOVE WS-CANT-MATERIAS TO WS-MATERIA-IDX
                 MOVE WS-ENC-CURSO   TO ME-CURSO(WS-MATERIA-IDX)
                 MOVE WS-ENC-TURNO   TO ME-TURNO(WS-MATERIA-IDX)
                 MOVE WS-ENC-DOCENTE TO ME-DOCENTE(WS-MATERIA-IDX)
                 MOVE ZEROS TO ME-INSCRIPTOS(WS-MATERIA-IDX)
                               ME-RESPUESTAS(WS-MATERIA-IDX)
                 PERFORM VARYING WS-P FROM 1 BY 1
                         UNTIL WS-P > WS-CANT-PREGUNTAS
                    MOVE ZEROS TO ME-SUMA(WS-MATERIA-IDX, WS-P)
                 END-PERFORM
              END-IF
           END-IF.

       ACUMULAR-DOCENTE.
           MOVE ZEROS TO WS-DOCENTE-IDX
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-CANT-DOCENTES
              IF EE-DOCENTE(WS-E) = ME-DOCENTE(WS-M)
                 MOVE WS-E TO WS-DOCENTE-IDX
              END-IF
           END-PERFORM

           IF WS-DOCENTE-IDX = ZEROS
              ADD 1 TO WS-CANT-DOCENTES
              MOVE WS-CANT-DOCENTES TO WS-DOCENTE-IDX
              MOVE ME-DOCENTE(WS-M) TO EE-DOCENTE(WS-DOCENTE-IDX)
              MOVE ZEROS TO EE-INSCRIPTOS(WS-DOCENTE-IDX)
                            EE-RESPUESTAS(WS-DOCENTE-IDX)
              PERFORM VARYING WS-P FROM 1 BY 1
                      UNTIL WS-P > WS-CANT-PREGUNTAS
                 MOVE ZEROS TO EE-SUMA(WS-DOCENTE-IDX, WS-P)
              END-PERFORM
           END-IF

           ADD ME-INSCRIPTOS(WS-M) TO EE-INSCRIPTOS(WS-DOCENTE-IDX)
           ADD ME-RESPUESTAS(WS-M) TO EE-RESPUESTAS(WS-DOCENTE-IDX)
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PREGUNTAS
              ADD ME-SUMA(WS-M, WS-P)
                 TO EE-SUMA(WS-DOCENTE-IDX, WS-P)
           END-PERFORM.

      * dos renglones: respuestas, tasa, promedio general y diferencia
      * contra la institucion; y el promedio de cada pregunta
       IMPRIMIR-PROMEDIOS-LINEA.
           MOVE WS-LN-RESPUESTAS TO WS-ED-RESP
           MOVE WS-LN-INSCRIPTOS TO WS-ED-INSC
           IF WS-LN-INSCRIPTOS > ZEROS
              COMPUTE WS-TASA ROUNDED =
                 (WS-LN-RESPUESTAS * 100) / WS-LN-INSCRIPTOS
           ELSE
              MOVE ZEROS TO WS-TASA
           END-IF
           MOVE WS-TASA TO WS-ED-TASA

           IF WS-LN-RESPUESTAS = ZEROS
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "   respuestas " WS-ED-RESP " de " WS-ED-INSC
                     " (" WS-ED-TASA "%) - sin respuestas"
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-ENC
           ELSE
              MOVE ZEROS TO WS-SUMA-GENERAL
              PERFORM VARYING WS-P FROM 1 BY 1
                      UNTIL WS-P > WS-CANT-PREGUNTAS
                 ADD WS-LN-SUMA(WS-P) TO WS-SUMA-GENERAL
                 COMPUTE WS-PROM-PREGUNTA ROUNDED =
                    WS-LN-SUMA(WS-P) / WS-LN-RESPUESTAS
                 MOVE WS-PROM-PREGUNTA TO WS-ED-PREG(WS-P)
              END-PERFORM
              COMPUTE WS-PROM-GENERAL ROUNDED =
                 WS-SUMA-GENERAL
                    / (WS-LN-RESPUESTAS * WS-CANT-PREGUNTAS)
              COMPUTE WS-DIFERENCIA = WS-PROM-GENERAL - WS-PROM-INST
              MOVE WS-PROM-GENERAL TO WS-ED-PROM
              MOVE WS-DIFERENCIA   TO WS-ED-DIF

              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "   respuestas " WS-ED-RESP " de " WS-ED-INSC
                     " (" WS-ED-TASA "%) promedio "
                     WS-ED-PROM " contra institucion " WS-ED-DIF
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-ENC
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "   P1 " WS-ED-PREG(1) "  P2 " WS-ED-PREG(2)
                     "  P3 " WS-ED-PREG(3) "  P4 " WS-ED-PREG(4)
                     "  P5 " WS-ED-PREG(5)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-ENC
           END-IF.

       ESCRIBIR-LINEA-ENC.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "HORARIO-CALC.cpy".

       COPY "CICLO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
