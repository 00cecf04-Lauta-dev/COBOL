      *  - modo 3: reporte de carga por docente (cuantos turnos y
      *    materias tiene cada uno), por pantalla y en
      *    carga_docentes.txt
      *  - modo 4: grilla semanal de horarios: cruza las materias
      *    asignadas a cada docente (asignaciones_docentes.txt) con
      *    el par aula/turno de cada materia (asignacion_aulas.txt de
      *    AULAS), denuncia al docente con dos materias distintas en
      *    el mismo turno (doble asignacion) y a la materia sin
      *    docente, e imprime la grilla completa por turno, aula,
      *    materia y docente en grilla_docentes.txt (cartelera) y en
      *    el spool. Solo cuentan las asignaciones a materia: la
      *    asignacion a turno es la de NOTAS y no ocupa un aula
      *  - modo 5: ausencia de docente (fecha, turno o dia completo y
      *    motivo) en ausencias_docentes.txt, que PUENTE-DOCENTES
      *    descuenta de las horas de la semana
      * NOTAS estampa en cada boletin el docente asignado al turno.
      *
      * El alta y la modificacion del docente piden el codigo de
      * empleado (DO-EMPLEADO) con el que cobra por la nomina; se
      * valida que exista y este activo en empleados_master.dat.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCENTES.
                 RECORD KEY IS DO-CODIGO
                 FILE STATUS IS WS-DOCENTE-STATUS.

             SELECT EMPLEADO-MASTER ASSIGN TO "empleados_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EM-CODIGO
                 FILE STATUS IS WS-EMPLEADO-STATUS.

             SELECT AUSENCIA-DOC-FILE ASSIGN TO
                 "ausencias_docentes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUSENCIA-DOC-STATUS.

             SELECT CURSO-MASTER ASSIGN TO "cursos_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CARGA-STATUS.

             SELECT AULA-ASIG-FILE ASSIGN TO "asignacion_aulas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AULA-ASIG-STATUS.

             SELECT CARTELERA-FILE ASSIGN TO "grilla_docentes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CARTELERA-STATUS.

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD DOCENTE-MASTER.
        01 DOCENTE-MASTER-RECORD.
           COPY "DOCENTE-WS.cpy".

        FD EMPLEADO-MASTER.
        01 EMPLEADO-MASTER-RECORD.
           COPY "EMPLEADO-WS.cpy".

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

        FD CURSO-MASTER.
        01 CURSO-MASTER-RECORD.
           05 CM-CURSO        PIC X(25).
        FD CARGA-FILE.
        01 CARGA-LINE PIC X(70).

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

        FD CARTELERA-FILE.
        01 CARTELERA-LINE PIC X(80).

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "ESPOOL-WS.cpy".

          77 WS-DOCENTE-STATUS PIC X(2) VALUE "00".
              88 DOCENTE-OK VALUE "00".
              88 DOCENTE-DUPLICADO VALUE "22".
          77 WS-EMPLEADO-STATUS PIC X(2) VALUE "00".
              88 EMPLEADO-OK VALUE "00".
          77 WS-AUSENCIA-DOC-STATUS PIC X(2) VALUE "00".
              88 AUSENCIA-DOC-OK VALUE "00".
          77 WS-CURSO-STATUS PIC X(2) VALUE "00".
              88 CURSO-OK VALUE "00".
          77 WS-ASIGNACION-STATUS PIC X(2) VALUE "00".
              88 ASIGNACION-OK VALUE "00".
          77 WS-CARGA-STATUS PIC X(2) VALUE "00".
              88 CARGA-OK VALUE "00".
          77 WS-AULA-ASIG-STATUS PIC X(2) VALUE "00".
              88 AULA-ASIG-OK VALUE "00".
          77 WS-CARTELERA-STATUS PIC X(2) VALUE "00".
              88 CARTELERA-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-OPCION-MANT PIC 9(1) VALUE ZEROS.
          77 WS-TIPO-ASIG   PIC X VALUE SPACE.
          77 WS-DESTINO     PIC X(25) VALUE SPACES.
          77 WS-TURNO-OPC   PIC 9(1) VALUE ZEROS.
          77 WS-EMPLEADO-DOC PIC X(6) VALUE SPACES.
          77 WS-EMPLEADO-VALIDO PIC X VALUE "N".
              88 EMPLEADO-DOC-VALIDO VALUE "S".

      * carga por docente acumulada para el reporte
          01 CARGAS-TABLA.
          77 WS-C           PIC 9(2) VALUE ZEROS.
          77 WS-CARGA-IDX   PIC 9(2) VALUE ZEROS.

      * grilla de AULAS ordenada por turno, aula y materia; el orden
      * del turno es el de NOTAS (mañana, tarde, noche)
          01 GRILLA-TABLA.
             02 GRILLA-ENT OCCURS 60 TIMES.
                03 GD-CLAVE.
                   04 GD-ORDEN-TURNO PIC 9(1).
                   04 GD-AULA        PIC X(10).
                   04 GD-CURSO       PIC X(25).
                03 GD-TURNO PIC X(8).
          01 GRILLA-ENT-AUX.
             03 FILLER PIC X(44).
          77 WS-CANT-GRILLA PIC 9(2) VALUE ZEROS.
          77 WS-G           PIC 9(2) VALUE ZEROS.
          77 WS-H           PIC 9(2) VALUE ZEROS.

      * materias asignadas a docentes, sin repetir docente y materia,
      * con el turno que les dio AULAS
          01 DICTADOS-TABLA.
             02 DICTADO-ENT OCCURS 200 TIMES.
                03 DT-DOCENTE PIC X(6).
                03 DT-CURSO   PIC X(25).
                03 DT-TURNO   PIC X(8).
          77 WS-CANT-DICTADOS PIC 9(3) VALUE ZEROS.
          77 WS-D             PIC 9(3) VALUE ZEROS.
          77 WS-E             PIC 9(3) VALUE ZEROS.
          77 WS-DICTADO-REPETIDO PIC X VALUE "N".
              88 DICTADO-REPETIDO VALUE "S".
          77 WS-DICTADOS-DESBORDE PIC X VALUE "N".
              88 DICTADOS-DESBORDADOS VALUE "S".
          77 WS-CON-DOCENTE   PIC X VALUE "N".
              88 MATERIA-CON-DOCENTE VALUE "S".
          77 WS-NOMBRE-DOC    PIC X(20) VALUE SPACES.
          77 WS-MAESTRO-DOC   PIC X VALUE "N".
              88 MAESTRO-DOC-ABIERTO VALUE "S".

          77 WS-CANT-DOBLE-DOC  PIC 9(3) VALUE ZEROS.
          77 WS-CANT-SIN-DOC    PIC 9(3) VALUE ZEROS.
          77 WS-CANT-SIN-AULA   PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
             DISPLAY "1 - Mantenimiento de docentes"
             DISPLAY "2 - Asignar docente a turno o materia"
             DISPLAY "3 - Reporte de carga por docente"
             DISPLAY "4 - Grilla semanal de horarios con docentes"
             DISPLAY "5 - Registrar ausencia de docente"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 2 PERFORM ASIGNAR-DOCENTE
                WHEN 3 PERFORM REPORTE-CARGA
                WHEN 4 PERFORM GRILLA-SEMANAL
                WHEN 5 PERFORM REGISTRAR-AUSENCIA-DOCENTE
                WHEN OTHER PERFORM MANTENIMIENTO-DOCENTES
             END-EVALUATE
           GOBACK.
           ACCEPT DO-NOMBRE
           DISPLAY "Especialidad"
           ACCEPT DO-ESPECIALIDAD
           DISPLAY "Codigo de empleado con el que cobra (vacio si"
              " no cobra por nomina)"
           ACCEPT WS-EMPLEADO-DOC
           MOVE "S" TO DO-ACTIVO

           PERFORM VALIDAR-EMPLEADO-DOCENTE
           IF NOT EMPLEADO-DOC-VALIDO
              DISPLAY "No se dio de alta"
           ELSE
              MOVE WS-EMPLEADO-DOC TO DO-EMPLEADO
              WRITE DOCENTE-MASTER-RECORD
              IF DOCENTE-OK
                 DISPLAY "Docente dado de alta"
              ELSE
                 IF DOCENTE-DUPLICADO
                    DISPLAY "Ya existe un docente con ese codigo"
                 ELSE
                    DISPLAY "Error al dar de alta: " WS-DOCENTE-STATUS
                 END-IF
              END-IF
           END-IF.

      * el codigo de empleado tiene que existir activo en el maestro
      * de empleados; en blanco el docente no cobra por la nomina
       VALIDAR-EMPLEADO-DOCENTE.
           MOVE "S" TO WS-EMPLEADO-VALIDO
           IF WS-EMPLEADO-DOC NOT = SPACES
              MOVE "N" TO WS-EMPLEADO-VALIDO
              OPEN INPUT EMPLEADO-MASTER
              IF NOT EMPLEADO-OK
                 DISPLAY "No hay empleados_master.dat para validar el"
                    " codigo de empleado"
              ELSE
                 MOVE WS-EMPLEADO-DOC TO EM-CODIGO
                 READ EMPLEADO-MASTER
                   INVALID KEY
                     DISPLAY "El empleado " WS-EMPLEADO-DOC
                        " no existe"
                   NOT INVALID KEY
                     IF EM-ESTA-ACTIVO
                        SET EMPLEADO-DOC-VALIDO TO TRUE
                     ELSE
                        DISPLAY "El empleado " WS-EMPLEADO-DOC
                           " no esta activo"
                     END-IF
                 END-READ
                 CLOSE EMPLEADO-MASTER
              END-IF
           END-IF.

               DISPLAY "Especialidad actual: " DO-ESPECIALIDAD
               DISPLAY "Especialidad nueva"
               ACCEPT DO-ESPECIALIDAD
               DISPLAY "Codigo de empleado actual: " DO-EMPLEADO
               DISPLAY "Codigo de empleado nuevo (vacio si no cobra"
                  " por nomina)"
               ACCEPT WS-EMPLEADO-DOC
               PERFORM VALIDAR-EMPLEADO-DOCENTE
               IF EMPLEADO-DOC-VALIDO
                  MOVE WS-EMPLEADO-DOC TO DO-EMPLEADO
                  REWRITE DOCENTE-MASTER-RECORD
                  IF DOCENTE-OK
                     DISPLAY "Docente modificado"
                  ELSE
                     DISPLAY "Error al modificar: " WS-DOCENTE-STATUS
                  END-IF
               ELSE
                  DISPLAY "No se modifico el docente"
               END-IF
           END-READ.

       ESCRIBIR-LINEA-CARGA.
           DISPLAY CARGA-LINE
           WRITE CARGA-LINE.

       GRILLA-SEMANAL.
           PERFORM CARGAR-GRILLA-AULAS
           IF NOT AULA-ASIG-OK
              DISPLAY "No hay asignacion_aulas.txt: correr la"
                 " asignacion de AULAS (modo 2)"
              GOBACK
           END-IF

           PERFORM CARGAR-DICTADOS
           IF DICTADOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 200 materias asignadas a"
                 " docentes"
              GOBACK
           END-IF

           PERFORM ORDENAR-GRILLA

           OPEN INPUT DOCENTE-MASTER
           IF DOCENTE-OK
              SET MAESTRO-DOC-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT CARTELERA-FILE
           MOVE "DOCENTES" TO WS-SPOOL-PROGRAMA
           MOVE "GRILLA SEMANAL DE HORARIOS" TO WS-SPOOL-TITULO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE "===== GRILLA SEMANAL POR TURNO Y AULA ====="
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-HORARIO

           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-CANT-GRILLA
              IF WS-G = 1
                  OR GD-TURNO(WS-G) NOT = GD-TURNO(WS-G - 1)
                 MOVE SPACES TO WS-SPOOL-LINEA
                 IF GD-ORDEN-TURNO(WS-G) = 9
                    MOVE "--- Sin aula asignada ---" TO WS-SPOOL-LINEA
                 ELSE
                    STRING "--- Turno " GD-TURNO(WS-G) " ---"
                       DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 END-IF
                 PERFORM ESCRIBIR-LINEA-HORARIO
              END-IF
              PERFORM IMPRIMIR-MATERIA-GRILLA
           END-PERFORM

           PERFORM CONTROLAR-DOBLE-ASIGNACION

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Dobles asignaciones: " WS-CANT-DOBLE-DOC
              "  Materias sin docente: " WS-CANT-SIN-DOC
              "  Sin aula: " WS-CANT-SIN-AULA
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-HORARIO

           PERFORM CERRAR-SPOOL
           CLOSE CARTELERA-FILE
           IF MAESTRO-DOC-ABIERTO
              CLOSE DOCENTE-MASTER
           END-IF.

      * las materias SIN AULA no tienen turno: se cuentan y se
      * listan aparte, al final de la grilla
       CARGAR-GRILLA-AULAS.
           MOVE "N" TO WS-FIN-ARCHIVO
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
                       MOVE AA-AULA  TO GD-AULA(WS-CANT-GRILLA)
                       EVALUATE AA-TURNO
                          WHEN "MAHANA"
                             MOVE 1 TO GD-ORDEN-TURNO(WS-CANT-GRILLA)
                          WHEN "TARDE"
                             MOVE 2 TO GD-ORDEN-TURNO(WS-CANT-GRILLA)
                          WHEN "NOCHE"
                             MOVE 3 TO GD-ORDEN-TURNO(WS-CANT-GRILLA)
                          WHEN OTHER
                             MOVE 9 TO GD-ORDEN-TURNO(WS-CANT-GRILLA)
                             ADD 1 TO WS-CANT-SIN-AULA
                       END-EVALUATE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE AULA-ASIG-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * asignaciones a materia (DA-ES-MATERIA); cada una toma el
      * turno de la materia en la grilla de AULAS
       CARGAR-DICTADOS.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT ASIGNACION-FILE
           IF ASIGNACION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ASIGNACION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF DA-ES-MATERIA
                       PERFORM CARGAR-UN-DICTADO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ASIGNACION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-UN-DICTADO.
           MOVE "N" TO WS-DICTADO-REPETIDO
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-CANT-DICTADOS
              IF DT-DOCENTE(WS-D) = DA-DOCENTE
                  AND DT-CURSO(WS-D) = DA-DESTINO
                 SET DICTADO-REPETIDO TO TRUE
              END-IF
           END-PERFORM

           IF NOT DICTADO-REPETIDO
              IF WS-CANT-DICTADOS >= 200
                 SET DICTADOS-DESBORDADOS TO TRUE
                 SET FIN-ARCHIVO TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-DICTADOS
                 MOVE DA-DOCENTE TO DT-DOCENTE(WS-CANT-DICTADOS)
                 MOVE DA-DESTINO TO DT-CURSO(WS-CANT-DICTADOS)
                 MOVE SPACES     TO DT-TURNO(WS-CANT-DICTADOS)
                 PERFORM VARYING WS-G FROM 1 BY 1
                         UNTIL WS-G > WS-CANT-GRILLA
                    IF GD-CURSO(WS-G) = DA-DESTINO
                       MOVE GD-TURNO(WS-G)
                          TO DT-TURNO(WS-CANT-DICTADOS)
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       ORDENAR-GRILLA.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G >= WS-CANT-GRILLA
              PERFORM VARYING WS-H FROM 1 BY 1
                      UNTIL WS-H > WS-CANT-GRILLA - WS-G
                 IF GD-CLAVE(WS-H) > GD-CLAVE(WS-H + 1)
                    MOVE GRILLA-ENT(WS-H)     TO GRILLA-ENT-AUX
                    MOVE GRILLA-ENT(WS-H + 1) TO GRILLA-ENT(WS-H)
                    MOVE GRILLA-ENT-AUX       TO GRILLA-ENT(WS-H + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * una linea por docente de la materia; sin docente se denuncia
       IMPRIMIR-MATERIA-GRILLA.
           MOVE "N" TO WS-CON-DOCENTE
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-CANT-DICTADOS
              IF DT-CURSO(WS-D) = GD-CURSO(WS-G)
                 SET MATERIA-CON-DOCENTE TO TRUE
                 PERFORM BUSCAR-NOMBRE-DOCENTE
                 MOVE SPACES TO WS-SPOOL-LINEA
                 STRING "  " GD-AULA(WS-G) " " GD-CURSO(WS-G) " "
                    DT-DOCENTE(WS-D) " " WS-NOMBRE-DOC
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM ESCRIBIR-LINEA-HORARIO
              END-IF
           END-PERFORM

           IF NOT MATERIA-CON-DOCENTE
              ADD 1 TO WS-CANT-SIN-DOC
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  " GD-AULA(WS-G) " " GD-CURSO(WS-G)
                 " <-- SIN DOCENTE"
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-HORARIO
           END-IF.

       BUSCAR-NOMBRE-DOCENTE.
           MOVE SPACES TO WS-NOMBRE-DOC
           IF MAESTRO-DOC-ABIERTO
              MOVE DT-DOCENTE(WS-D) TO DO-CODIGO
              READ DOCENTE-MASTER
                INVALID KEY MOVE "(no esta en el maestro)"
                   TO WS-NOMBRE-DOC
                NOT INVALID KEY MOVE DO-NOMBRE TO WS-NOMBRE-DOC
              END-READ
           END-IF.

      * el mismo docente con dos materias distintas en el mismo turno
      * no puede estar en dos aulas a la vez
       CONTROLAR-DOBLE-ASIGNACION.
           MOVE "--- Control de doble asignacion de docentes ---"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-HORARIO

           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-CANT-DICTADOS
              PERFORM VARYING WS-E FROM WS-D BY 1
                      UNTIL WS-E > WS-CANT-DICTADOS
                 IF DT-DOCENTE(WS-E) = DT-DOCENTE(WS-D)
                     AND DT-TURNO(WS-D) NOT = SPACES
                     AND DT-TURNO(WS-E) = DT-TURNO(WS-D)
                     AND DT-CURSO(WS-E) NOT = DT-CURSO(WS-D)
                    ADD 1 TO WS-CANT-DOBLE-DOC
                    MOVE SPACES TO WS-SPOOL-LINEA
                    STRING "  DOBLE ASIGNACION " DT-DOCENTE(WS-D) " "
                       DT-TURNO(WS-D) " " DT-CURSO(WS-D) " / "
                       DT-CURSO(WS-E)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                    PERFORM ESCRIBIR-LINEA-HORARIO
                 END-IF
              END-PERFORM
           END-PERFORM.

       ESCRIBIR-LINEA-HORARIO.
           DISPLAY WS-SPOOL-LINEA
           MOVE WS-SPOOL-LINEA TO CARTELERA-LINE
           WRITE CARTELERA-LINE
           PERFORM GRABAR-LINEA-SPOOL.

      * turno en blanco = falto el dia completo
       REGISTRAR-AUSENCIA-DOCENTE.
           OPEN INPUT DOCENTE-MASTER
           IF NOT DOCENTE-OK
              DISPLAY "No hay docentes_master.dat"
              GOBACK
           END-IF

           MOVE SPACES TO AUSENCIA-DOC-RECORD
           DISPLAY "Codigo de docente"
           ACCEPT DO-CODIGO
           READ DOCENTE-MASTER
             INVALID KEY
               DISPLAY "Docente no encontrado, no se registra"
               CLOSE DOCENTE-MASTER
               GOBACK
           END-READ
           CLOSE DOCENTE-MASTER

           DISPLAY "Fecha de la ausencia (AAAAMMDD)"
           ACCEPT AD-FECHA
           DISPLAY "Turno: 1 = mañana, 2 = tarde, 3 = noche,"
              " 0 = dia completo"
           ACCEPT WS-TURNO-OPC
           EVALUATE WS-TURNO-OPC
              WHEN 1 MOVE "MAHANA" TO AD-TURNO
              WHEN 2 MOVE "TARDE"  TO AD-TURNO
              WHEN 3 MOVE "NOCHE"  TO AD-TURNO
              WHEN OTHER MOVE SPACES TO AD-TURNO
           END-EVALUATE
           DISPLAY "Motivo"
           ACCEPT AD-MOTIVO

           IF AD-FECHA = ZEROS
              DISPLAY "Fecha no valida, no se registra"
              GOBACK
           END-IF

           MOVE DO-CODIGO TO AD-DOCENTE
           MOVE FUNCTION CURRENT-DATE TO AD-TIMESTAMP

           OPEN INPUT AUSENCIA-DOC-FILE
           IF NOT AUSENCIA-DOC-OK
              OPEN OUTPUT AUSENCIA-DOC-FILE
           END-IF
           CLOSE AUSENCIA-DOC-FILE

           OPEN EXTEND AUSENCIA-DOC-FILE
           WRITE AUSENCIA-DOC-RECORD
           CLOSE AUSENCIA-DOC-FILE

           DISPLAY "Ausencia de " DO-CODIGO " del " AD-FECHA
              " registrada".

       COPY "ESPOOL-CALC.cpy".
