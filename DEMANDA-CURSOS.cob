      * Pronostico de demanda de inscripcion contra cupos y aulas: el
      * cupo inicial de cada materia en cursos_master.dat se fijaba a
      * ojo con lo del anio anterior, y la comision que faltaba se
      * descubria con la inscripcion ya abierta. Este programa cruza
      * el censo (censo_maestro.txt de CENSO-MAESTRO: edad de cada
      * persona del area) con la inscripcion historica:
      *  - modo 1: asigna a cada materia su franja de edad
      *    (demanda_cursos.txt: materia + franja). Las franjas estan
      *    en demanda_franjas.txt (codigo, edad desde/hasta y tasa
      *    fija); se siembran 12-17, 18-24, 25-39 y 40-64
      *  - modo 2: fija a mano la tasa de ingreso de una franja (en
      *    % de la poblacion); en cero la corrida la calcula
      *  - modo 3: corrida de pronostico. La tasa de ingreso de cada
      *    franja es la inscripcion de los ultimos 365 dias
      *    (inscripciones.txt, contra la fecha de negocio) en sus
      *    materias sobre la poblacion censada de la franja; la
      *    poblacion se envejece uno y dos anios (la edad + 1 y + 2
      *    tiene que caer en la franja), se le aplica la tasa, y la
      *    demanda de la franja se reparte entre sus materias segun
      *    lo que cada una se llevo de la inscripcion historica (en
      *    partes iguales si la franja no tuvo inscriptos). La
      *    demanda del anio que viene se compara con el cupo inicial
      *    y con la capacidad del aula asignada (asignacion_aulas.txt
      *    de AULAS); cada comision que falte se ubica en un par
      *    aula/turno libre de aulas_master.dat con capacidad para el
      *    cupo. El informe sale por pantalla y por el spool.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMANDA-CURSOS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CENSO-MAESTRO ASSIGN TO "censo_maestro.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CENSO-STATUS.

             SELECT INSCRIPCION-FILE ASSIGN TO "inscripciones.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INSCRIPCION-STATUS.

             SELECT CURSO-MASTER ASSIGN TO "cursos_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CM-CURSO
                 FILE STATUS IS WS-CURSO-STATUS.

             SELECT AULA-MASTER ASSIGN TO "aulas_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AU-AULA
                 FILE STATUS IS WS-AULA-STATUS.

             SELECT ASIGNACION-FILE ASSIGN TO "asignacion_aulas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ASIGNACION-STATUS.

             SELECT FRANJAS-FILE ASSIGN TO "demanda_franjas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FRANJAS-STATUS.

             SELECT MATERIAS-FILE ASSIGN TO "demanda_cursos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MATERIAS-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD CENSO-MAESTRO.
        01 CENSO-MAESTRO-RECORD.
           05 MC-ID    PIC X(8).
           05 FILLER   PIC X.
           05 MC-SEXO  PIC X.
           05 FILLER   PIC X.
           05 MC-EDAD  PIC 9(3).
           05 FILLER   PIC X.
           05 MC-HOGAR PIC X(6).

        FD INSCRIPCION-FILE.
        01 INSCRIPCION-RECORD.
           05 IN-EST-ID PIC X(10).
           05 FILLER    PIC X VALUE SPACE.
           05 IN-CURSO  PIC X(25).
           05 FILLER    PIC X VALUE SPACE.
           05 IN-FECHA  PIC 9(8).

        FD CURSO-MASTER.
        01 CURSO-MASTER-RECORD.
           05 CM-CURSO        PIC X(25).
           05 CM-CUPO-INICIAL PIC 9(3).
           05 CM-CUPOS        PIC 9(3).
           05 CM-ANOTADOS     PIC 9(3).
           05 CM-UMBRAL       PIC 9(3).
           05 CM-ALERTA       PIC X.
           05 CM-CORRELATIVA  PIC X(25).

        FD AULA-MASTER.
        01 AULA-MASTER-RECORD.
           05 AU-AULA      PIC X(10).
           05 AU-CAPACIDAD PIC 9(3).
           05 AU-ACTIVA    PIC X.
              88 AU-ESTA-ACTIVA VALUE "S".

        FD ASIGNACION-FILE.
        01 ASIGNACION-RECORD.
           05 AA-CURSO    PIC X(25).
           05 FILLER      PIC X VALUE SPACE.
           05 AA-TURNO    PIC X(8).
           05 FILLER      PIC X VALUE SPACE.
           05 AA-AULA     PIC X(10).
           05 FILLER      PIC X VALUE SPACE.
           05 AA-ANOTADOS PIC 9(3).
           05 FILLER      PIC X VALUE SPACE.
           05 AA-MARCA    PIC X(6).

        FD FRANJAS-FILE.
        01 FRANJAS-RECORD.
           05 FR-FRANJA     PIC X(4).
           05 FILLER        PIC X.
           05 FR-EDAD-DESDE PIC 9(3).
           05 FILLER        PIC X.
           05 FR-EDAD-HASTA PIC 9(3).
           05 FILLER        PIC X.
           05 FR-TASA-FIJA  PIC 9(3)V99.

        FD MATERIAS-FILE.
        01 MATERIAS-RECORD.
           05 DC-CURSO  PIC X(25).
           05 FILLER    PIC X.
           05 DC-FRANJA PIC X(4).

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-CENSO-STATUS       PIC X(2) VALUE "00".
              88 CENSO-OK VALUE "00".
          77 WS-INSCRIPCION-STATUS PIC X(2) VALUE "00".
              88 INSCRIPCION-OK VALUE "00".
          77 WS-CURSO-STATUS       PIC X(2) VALUE "00".
              88 CURSO-OK VALUE "00".
          77 WS-AULA-STATUS        PIC X(2) VALUE "00".
              88 AULA-OK VALUE "00".
          77 WS-ASIGNACION-STATUS  PIC X(2) VALUE "00".
              88 ASIGNACION-OK VALUE "00".
          77 WS-FRANJAS-STATUS     PIC X(2) VALUE "00".
              88 FRANJAS-OK VALUE "00".
          77 WS-MATERIAS-STATUS    PIC X(2) VALUE "00".
              88 MATERIAS-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-FIN-MAESTRO PIC X VALUE "N".
              88 FIN-MAESTRO VALUE "S".

      * personas censadas por edad (subindice = edad + 1)
          01 EDADES-TABLA.
             02 ED-CANT PIC 9(5) OCCURS 121 TIMES.
          77 WS-EDAD     PIC 9(3) VALUE ZEROS.
          77 WS-EDAD-IDX PIC 9(3) VALUE ZEROS.
          77 WS-EDAD-PROY PIC 9(3) VALUE ZEROS.
          77 WS-ANIOS    PIC 9 VALUE ZEROS.

      * franjas de edad con su poblacion, inscripcion y tasa
          01 FRANJAS-TABLA.
             02 FRANJA-ENT OCCURS 10 TIMES.
                03 FJ-FRANJA     PIC X(4).
                03 FJ-DESDE      PIC 9(3).
                03 FJ-HASTA      PIC 9(3).
                03 FJ-TASA-FIJA  PIC 9(3)V99.
                03 FJ-TASA       PIC 9(3)V99.
                03 FJ-POBLACION  PIC 9(5).
                03 FJ-POB-1      PIC 9(5).
                03 FJ-POB-2      PIC 9(5).
                03 FJ-INSCRIPTOS PIC 9(5).
                03 FJ-CANT-CURSOS PIC 9(3).
                03 FJ-DEMANDA-1  PIC 9(5)V99.
                03 FJ-DEMANDA-2  PIC 9(5)V99.
          77 WS-CANT-FRANJAS PIC 9(2) VALUE ZEROS.
          77 WS-F            PIC 9(2) VALUE ZEROS.
          77 WS-FRANJA-IDX   PIC 9(2) VALUE ZEROS.
          77 WS-FRANJA-BUSCADA PIC X(4) VALUE SPACES.

      * materia -> franja (demanda_cursos.txt)
          01 MATERIAS-TABLA.
             02 MATERIA-ENT OCCURS 100 TIMES.
                03 MT-CURSO  PIC X(25).
                03 MT-FRANJA PIC X(4).
          77 WS-CANT-MATERIAS PIC 9(3) VALUE ZEROS.
          77 WS-M             PIC 9(3) VALUE ZEROS.
          77 WS-MATERIA-IDX   PIC 9(3) VALUE ZEROS.

      * materias del maestro de cursos con su pronostico
          01 CURSOS-TABLA.
             02 CURSO-ENT OCCURS 100 TIMES.
                03 CT-CURSO      PIC X(25).
                03 CT-CUPO       PIC 9(3).
                03 CT-FJ-IDX     PIC 9(2).
                03 CT-INSCRIPTOS PIC 9(5).
                03 CT-AULA       PIC X(10).
                03 CT-CAP-AULA   PIC 9(3).
                03 CT-DEMANDA-1  PIC 9(5).
                03 CT-DEMANDA-2  PIC 9(5).
          77 WS-CANT-CURSOS PIC 9(3) VALUE ZEROS.
          77 WS-C           PIC 9(3) VALUE ZEROS.
          77 WS-CURSO-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-CURSOS-DESBORDE PIC X VALUE "N".
              88 CURSOS-DESBORDADOS VALUE "S".

      * aulas activas y pares aula/turno todavia libres
          01 AULAS-TABLA.
             02 AULA-ENT OCCURS 20 TIMES.
                03 AT-AULA      PIC X(10).
                03 AT-CAPACIDAD PIC 9(3).
          77 WS-CANT-AULAS PIC 9(2) VALUE ZEROS.
          77 WS-A          PIC 9(2) VALUE ZEROS.

          01 TURNOS-NOMBRES.
             02 FILLER PIC X(8) VALUE "MAHANA".
             02 FILLER PIC X(8) VALUE "TARDE".
             02 FILLER PIC X(8) VALUE "NOCHE".
          01 TURNOS-NOMBRES-R REDEFINES TURNOS-NOMBRES.
             02 TURNO-NOMBRE PIC X(8) OCCURS 3 TIMES.
          77 WS-T PIC 9(1) VALUE ZEROS.

          01 LIBRES-TABLA.
             02 LIBRE-ENT OCCURS 60 TIMES.
                03 LB-AULA      PIC X(10).
                03 LB-TURNO     PIC X(8).
                03 LB-CAPACIDAD PIC 9(3).
                03 LB-TOMADO    PIC X.
                   88 LB-OCUPADO VALUE "S".
          77 WS-CANT-LIBRES PIC 9(2) VALUE ZEROS.
          77 WS-L           PIC 9(2) VALUE ZEROS.
          77 WS-LIBRE-IDX   PIC 9(2) VALUE ZEROS.

      * asignacion vigente (pares aula/turno ocupados)
          01 OCUPADOS-TABLA.
             02 OCUPADO-ENT OCCURS 60 TIMES.
                03 OC-AULA  PIC X(10).
                03 OC-TURNO PIC X(8).
          77 WS-CANT-OCUPADOS PIC 9(2) VALUE ZEROS.
          77 WS-O             PIC 9(2) VALUE ZEROS.
          77 WS-PAR-OCUPADO   PIC X VALUE "N".
              88 PAR-OCUPADO VALUE "S".

          77 WS-CURSO-PEDIDO  PIC X(25) VALUE SPACES.
          77 WS-FRANJA-PEDIDA PIC X(4) VALUE SPACES.
          77 WS-TASA-PEDIDA   PIC 9(3)V99 VALUE ZEROS.
          77 WS-EDAD-DIAS     PIC S9(7) VALUE ZEROS.

          77 WS-CAP-SECCION   PIC 9(3) VALUE ZEROS.
          77 WS-SECCIONES-1   PIC 9(3) VALUE ZEROS.
          77 WS-SECCIONES-2   PIC 9(3) VALUE ZEROS.
          77 WS-NUEVAS        PIC 9(3) VALUE ZEROS.
          77 WS-N             PIC 9(3) VALUE ZEROS.
          77 WS-ACCION        PIC X(22) VALUE SPACES.
          77 WS-CANT-ABRIR    PIC 9(3) VALUE ZEROS.
          77 WS-CANT-SIN-LUGAR PIC 9(3) VALUE ZEROS.
          77 WS-CANT-SIN-FRANJA PIC 9(3) VALUE ZEROS.

          77 WS-ED-EDAD-D     PIC ZZ9.
          77 WS-ED-EDAD-H     PIC ZZ9.
          77 WS-ED-POB        PIC ZZZZ9.
          77 WS-ED-POB-1      PIC ZZZZ9.
          77 WS-ED-POB-2      PIC ZZZZ9.
          77 WS-ED-INSC       PIC ZZZZ9.
          77 WS-ED-TASA       PIC ZZ9.99.
          77 WS-ED-CUPO       PIC ZZ9.
          77 WS-ED-CAP        PIC ZZ9.
          77 WS-ED-DEM-1      PIC ZZZZ9.
          77 WS-ED-DEM-2      PIC ZZZZ9.
          77 WS-ED-NUEVAS     PIC Z9.

       PROCEDURE DIVISION.
             DISPLAY "1 - Asignar franja de edad a una materia"
             DISPLAY "2 - Fijar la tasa de ingreso de una franja"
             DISPLAY "3 - Pronostico de demanda contra cupos y aulas"
             ACCEPT WS-MODO

             PERFORM CARGAR-FRANJAS
             PERFORM CARGAR-MATERIAS

             EVALUATE WS-MODO
                WHEN 1 PERFORM ASIGNAR-FRANJA
                WHEN 2 PERFORM FIJAR-TASA
                WHEN OTHER PERFORM PRONOSTICAR-DEMANDA
             END-EVALUATE
           GOBACK.

       CARGAR-FRANJAS.
           MOVE ZEROS TO WS-CANT-FRANJAS
           OPEN INPUT FRANJAS-FILE
           IF NOT FRANJAS-OK
              PERFORM SEMBRAR-FRANJAS
              OPEN INPUT FRANJAS-FILE
           END-IF
           IF FRANJAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FRANJAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-FRANJAS < 10
                       ADD 1 TO WS-CANT-FRANJAS
                       MOVE WS-CANT-FRANJAS TO WS-F
                       MOVE FR-FRANJA     TO FJ-FRANJA(WS-F)
                       MOVE FR-EDAD-DESDE TO FJ-DESDE(WS-F)
                       MOVE FR-EDAD-HASTA TO FJ-HASTA(WS-F)
                       MOVE FR-TASA-FIJA  TO FJ-TASA-FIJA(WS-F)
                       MOVE ZEROS TO FJ-TASA(WS-F) FJ-POBLACION(WS-F)
                          FJ-POB-1(WS-F) FJ-POB-2(WS-F)
                          FJ-INSCRIPTOS(WS-F) FJ-CANT-CURSOS(WS-F)
                          FJ-DEMANDA-1(WS-F) FJ-DEMANDA-2(WS-F)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FRANJAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SEMBRAR-FRANJAS.
           DISPLAY "Aviso: sin demanda_franjas.txt, se siembran las"
              " franjas 12-17, 18-24, 25-39 y 40-64"
           OPEN OUTPUT FRANJAS-FILE
           MOVE SPACES TO FRANJAS-RECORD
           MOVE "ADOL" TO FR-FRANJA
           MOVE 12     TO FR-EDAD-DESDE
           MOVE 17     TO FR-EDAD-HASTA
           MOVE ZEROS  TO FR-TASA-FIJA
           WRITE FRANJAS-RECORD
           MOVE "JOVE" TO FR-FRANJA
           MOVE 18     TO FR-EDAD-DESDE
           MOVE 24     TO FR-EDAD-HASTA
           WRITE FRANJAS-RECORD
           MOVE "ADUL" TO FR-FRANJA
           MOVE 25     TO FR-EDAD-DESDE
           MOVE 39     TO FR-EDAD-HASTA
           WRITE FRANJAS-RECORD
           MOVE "MAYO" TO FR-FRANJA
           MOVE 40     TO FR-EDAD-DESDE
           MOVE 64     TO FR-EDAD-HASTA
           WRITE FRANJAS-RECORD
           CLOSE FRANJAS-FILE.

       REESCRIBIR-FRANJAS.
           OPEN OUTPUT FRANJAS-FILE
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FRANJAS
              MOVE SPACES           TO FRANJAS-RECORD
              MOVE FJ-FRANJA(WS-F)    TO FR-FRANJA
              MOVE FJ-DESDE(WS-F)     TO FR-EDAD-DESDE
              MOVE FJ-HASTA(WS-F)     TO FR-EDAD-HASTA
              MOVE FJ-TASA-FIJA(WS-F) TO FR-TASA-FIJA
              WRITE FRANJAS-RECORD
           END-PERFORM
           CLOSE FRANJAS-FILE.

       BUSCAR-FRANJA.
           MOVE ZEROS TO WS-FRANJA-IDX
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FRANJAS
              IF FJ-FRANJA(WS-F) = WS-FRANJA-BUSCADA
                 MOVE WS-F TO WS-FRANJA-IDX
              END-IF
           END-PERFORM.

       CARGAR-MATERIAS.
           MOVE ZEROS TO WS-CANT-MATERIAS
           OPEN INPUT MATERIAS-FILE
           IF MATERIAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ MATERIAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-MATERIAS < 100
                       ADD 1 TO WS-CANT-MATERIAS
                       MOVE DC-CURSO  TO MT-CURSO(WS-CANT-MATERIAS)
                       MOVE DC-FRANJA TO MT-FRANJA(WS-CANT-MATERIAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE MATERIAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-MATERIA.
           MOVE ZEROS TO WS-MATERIA-IDX
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-CANT-MATERIAS
              IF MT-CURSO(WS-M) = WS-CURSO-PEDIDO
                 MOVE WS-M TO WS-MATERIA-IDX
              END-IF
           END-PERFORM.

      * la franja en blanco quita la materia del pronostico
       ASIGNAR-FRANJA.
           DISPLAY "Materia (como figura en cursos_master.dat)"
           ACCEPT WS-CURSO-PEDIDO

           OPEN INPUT CURSO-MASTER
           IF NOT CURSO-OK
              DISPLAY "No se encontro cursos_master.dat"
              GOBACK
           END-IF
           MOVE WS-CURSO-PEDIDO TO CM-CURSO
           READ CURSO-MASTER
             INVALID KEY
               DISPLAY "La materia no existe en cursos_master.dat"
               CLOSE CURSO-MASTER
               GOBACK
           END-READ
           CLOSE CURSO-MASTER

           PERFORM BUSCAR-MATERIA
           IF WS-MATERIA-IDX > ZEROS
              DISPLAY "Franja actual: " MT-FRANJA(WS-MATERIA-IDX)
           END-IF
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FRANJAS
              MOVE FJ-DESDE(WS-F) TO WS-ED-EDAD-D
              MOVE FJ-HASTA(WS-F) TO WS-ED-EDAD-H
              DISPLAY "  " FJ-FRANJA(WS-F) " " WS-ED-EDAD-D " a "
                 WS-ED-EDAD-H " anios"
           END-PERFORM
           DISPLAY "Franja (en blanco para quitar la materia)"
           ACCEPT WS-FRANJA-PEDIDA

           IF WS-FRANJA-PEDIDA NOT = SPACES
              MOVE WS-FRANJA-PEDIDA TO WS-FRANJA-BUSCADA
              PERFORM BUSCAR-FRANJA
              IF WS-FRANJA-IDX = ZEROS
                 DISPLAY "Franja inexistente, no se modifico nada"
                 GOBACK
              END-IF
           END-IF

           IF WS-MATERIA-IDX = ZEROS
              IF WS-FRANJA-PEDIDA = SPACES
                 DISPLAY "La materia no tenia franja asignada"
                 GOBACK
              END-IF
              IF WS-CANT-MATERIAS >= 100
                 DISPLAY "demanda_cursos.txt ya tiene 100 materias"
                 GOBACK
              END-IF
              ADD 1 TO WS-CANT-MATERIAS
              MOVE WS-CANT-MATERIAS TO WS-MATERIA-IDX
              MOVE WS-CURSO-PEDIDO  TO MT-CURSO(WS-MATERIA-IDX)
           END-IF
           MOVE WS-FRANJA-PEDIDA TO MT-FRANJA(WS-MATERIA-IDX)

           OPEN OUTPUT MATERIAS-FILE
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-CANT-MATERIAS
              IF MT-FRANJA(WS-M) NOT = SPACES
                 MOVE SPACES          TO MATERIAS-RECORD
                 MOVE MT-CURSO(WS-M)  TO DC-CURSO
                 MOVE MT-FRANJA(WS-M) TO DC-FRANJA
                 WRITE MATERIAS-RECORD
              END-IF
           END-PERFORM
           CLOSE MATERIAS-FILE
           DISPLAY "Franja de " WS-CURSO-PEDIDO " actualizada".

       FIJAR-TASA.
           DISPLAY "Franja"
           ACCEPT WS-FRANJA-PEDIDA
           MOVE WS-FRANJA-PEDIDA TO WS-FRANJA-BUSCADA
           PERFORM BUSCAR-FRANJA
           IF WS-FRANJA-IDX = ZEROS
              DISPLAY "Franja inexistente"
              GOBACK
           END-IF
           MOVE FJ-TASA-FIJA(WS-FRANJA-IDX) TO WS-ED-TASA
           DISPLAY "Tasa fija actual: " WS-ED-TASA
              "% (cero = se calcula de la inscripcion)"
           DISPLAY "Nueva tasa de ingreso en % (cero para calcularla)"
           ACCEPT WS-TASA-PEDIDA
           MOVE WS-TASA-PEDIDA TO FJ-TASA-FIJA(WS-FRANJA-IDX)
           PERFORM REESCRIBIR-FRANJAS
           DISPLAY "Tasa de la franja " WS-FRANJA-PEDIDA " actualizada".

       PRONOSTICAR-DEMANDA.
           PERFORM LEER-FECHA-NEGOCIO
           PERFORM CARGAR-CURSOS
           IF CURSOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 100 materias en"
                 " cursos_master.dat"
              GOBACK
           END-IF
           IF WS-CANT-CURSOS = ZEROS
              DISPLAY "No hay materias en cursos_master.dat"
              GOBACK
           END-IF

           PERFORM CARGAR-CENSO
           PERFORM CONTAR-INSCRIPCION
           PERFORM CARGAR-AULAS-LIBRES

           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FRANJAS
              PERFORM PROYECTAR-FRANJA
           END-PERFORM
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CURSOS
              PERFORM REPARTIR-DEMANDA
           END-PERFORM

           PERFORM IMPRIMIR-PRONOSTICO.

      * materias del maestro con su franja, su cupo inicial y el
      * aula que les dio AULAS
       CARGAR-CURSOS.
           OPEN INPUT CURSO-MASTER
           IF CURSO-OK
              MOVE SPACES TO CM-CURSO
              START CURSO-MASTER KEY >= CM-CURSO
                INVALID KEY SET FIN-MAESTRO TO TRUE
              END-START
              PERFORM UNTIL FIN-MAESTRO
                READ CURSO-MASTER NEXT
                  AT END SET FIN-MAESTRO TO TRUE
                  NOT AT END PERFORM AGREGAR-CURSO
                END-READ
              END-PERFORM
              CLOSE CURSO-MASTER
           END-IF

           OPEN INPUT ASIGNACION-FILE
           IF ASIGNACION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ASIGNACION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AA-AULA NOT = SPACES
                        AND WS-CANT-OCUPADOS < 60
                       ADD 1 TO WS-CANT-OCUPADOS
                       MOVE AA-AULA  TO OC-AULA(WS-CANT-OCUPADOS)
                       MOVE AA-TURNO TO OC-TURNO(WS-CANT-OCUPADOS)
                    END-IF
                    MOVE AA-CURSO TO WS-CURSO-PEDIDO
                    PERFORM BUSCAR-CURSO
                    IF WS-CURSO-IDX > ZEROS
                       MOVE AA-AULA TO CT-AULA(WS-CURSO-IDX)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ASIGNACION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       AGREGAR-CURSO.
           IF WS-CANT-CURSOS >= 100
              SET CURSOS-DESBORDADOS TO TRUE
              SET FIN-MAESTRO TO TRUE
           ELSE
              ADD 1 TO WS-CANT-CURSOS
              MOVE WS-CANT-CURSOS  TO WS-C
              MOVE CM-CURSO        TO CT-CURSO(WS-C)
              MOVE CM-CUPO-INICIAL TO CT-CUPO(WS-C)
              MOVE ZEROS TO CT-FJ-IDX(WS-C) CT-INSCRIPTOS(WS-C)
                 CT-CAP-AULA(WS-C) CT-DEMANDA-1(WS-C)
                 CT-DEMANDA-2(WS-C)
              MOVE SPACES TO CT-AULA(WS-C)
              MOVE CM-CURSO TO WS-CURSO-PEDIDO
              PERFORM BUSCAR-MATERIA
              IF WS-MATERIA-IDX > ZEROS
                 MOVE MT-FRANJA(WS-MATERIA-IDX) TO WS-FRANJA-BUSCADA
                 PERFORM BUSCAR-FRANJA
                 MOVE WS-FRANJA-IDX TO CT-FJ-IDX(WS-C)
                 IF WS-FRANJA-IDX > ZEROS
                    ADD 1 TO FJ-CANT-CURSOS(WS-FRANJA-IDX)
                 END-IF
              END-IF
           END-IF.

       BUSCAR-CURSO.
           MOVE ZEROS TO WS-CURSO-IDX
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CURSOS
              IF CT-CURSO(WS-C) = WS-CURSO-PEDIDO
                 MOVE WS-C TO WS-CURSO-IDX
              END-IF
           END-PERFORM.

       CARGAR-CENSO.
           INITIALIZE EDADES-TABLA
           OPEN INPUT CENSO-MAESTRO
           IF NOT CENSO-OK
              DISPLAY "Aviso: sin censo_maestro.txt, la poblacion de"
                 " cada franja queda en cero (correr CENSO-MAESTRO)"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ CENSO-MAESTRO
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE MC-EDAD TO WS-EDAD
                    IF WS-EDAD > 120
                       MOVE 120 TO WS-EDAD
                    END-IF
                    COMPUTE WS-EDAD-IDX = WS-EDAD + 1
                    ADD 1 TO ED-CANT(WS-EDAD-IDX)
                END-READ
              END-PERFORM
              CLOSE CENSO-MAESTRO
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * inscripcion de los ultimos 365 dias por materia y por franja
       CONTAR-INSCRIPCION.
           OPEN INPUT INSCRIPCION-FILE
           IF INSCRIPCION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ INSCRIPCION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END PERFORM CONTAR-UNA-INSCRIPCION
                END-READ
              END-PERFORM
              CLOSE INSCRIPCION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CONTAR-UNA-INSCRIPCION.
           MOVE IN-FECHA         TO WS-FC-FECHA
           MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA-B
           PERFORM DIAS-ENTRE-FECHAS
           MOVE WS-FC-DIAS-ENTRE TO WS-EDAD-DIAS
           IF WS-EDAD-DIAS >= ZEROS AND WS-EDAD-DIAS < 365
              MOVE IN-CURSO TO WS-CURSO-PEDIDO
              PERFORM BUSCAR-CURSO
              IF WS-CURSO-IDX > ZEROS
                 ADD 1 TO CT-INSCRIPTOS(WS-CURSO-IDX)
                 IF CT-FJ-IDX(WS-CURSO-IDX) > ZEROS
                    ADD 1 TO FJ-INSCRIPTOS(CT-FJ-IDX(WS-CURSO-IDX))
                 END-IF
              END-IF
           END-IF.

      * pares aula/turno de aulas activas que la asignacion vigente
      * no usa
       CARGAR-AULAS-LIBRES.
           OPEN INPUT AULA-MASTER
           IF AULA-OK
              MOVE SPACES TO AU-AULA
              START AULA-MASTER KEY >= AU-AULA
                INVALID KEY CONTINUE
              END-START
              PERFORM UNTIL NOT AULA-OK OR WS-CANT-AULAS >= 20
                READ AULA-MASTER NEXT
                  AT END CONTINUE
                  NOT AT END
                    IF AU-ESTA-ACTIVA
                       ADD 1 TO WS-CANT-AULAS
                       MOVE AU-AULA TO AT-AULA(WS-CANT-AULAS)
                       MOVE AU-CAPACIDAD
                          TO AT-CAPACIDAD(WS-CANT-AULAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE AULA-MASTER
           END-IF

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CURSOS
              PERFORM VARYING WS-A FROM 1 BY 1
                      UNTIL WS-A > WS-CANT-AULAS
                 IF AT-AULA(WS-A) = CT-AULA(WS-C)
                    MOVE AT-CAPACIDAD(WS-A) TO CT-CAP-AULA(WS-C)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
              PERFORM VARYING WS-A FROM 1 BY 1
                      UNTIL WS-A > WS-CANT-AULAS
                 MOVE "N" TO WS-PAR-OCUPADO
                 PERFORM VARYING WS-O FROM 1 BY 1
                         UNTIL WS-O > WS-CANT-OCUPADOS
                    IF OC-AULA(WS-O) = AT-AULA(WS-A)
                        AND OC-TURNO(WS-O) = TURNO-NOMBRE(WS-T)
                       SET PAR-OCUPADO TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT PAR-OCUPADO AND WS-CANT-LIBRES < 60
                    ADD 1 TO WS-CANT-LIBRES
                    MOVE AT-AULA(WS-A)   TO LB-AULA(WS-CANT-LIBRES)
                    MOVE TURNO-NOMBRE(WS-T)
                       TO LB-TURNO(WS-CANT-LIBRES)
                    MOVE AT-CAPACIDAD(WS-A)
                       TO LB-CAPACIDAD(WS-CANT-LIBRES)
                    MOVE "N" TO LB-TOMADO(WS-CANT-LIBRES)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * poblacion de hoy y envejecida uno y dos anios; la tasa fija
      * manda sobre la calculada
       PROYECTAR-FRANJA.
           PERFORM VARYING WS-EDAD-IDX FROM 1 BY 1
                   UNTIL WS-EDAD-IDX > 121
              COMPUTE WS-EDAD = WS-EDAD-IDX - 1
              IF WS-EDAD >= FJ-DESDE(WS-F)
                  AND WS-EDAD <= FJ-HASTA(WS-F)
                 ADD ED-CANT(WS-EDAD-IDX) TO FJ-POBLACION(WS-F)
              END-IF
              PERFORM VARYING WS-ANIOS FROM 1 BY 1 UNTIL WS-ANIOS > 2
                 COMPUTE WS-EDAD-PROY = WS-EDAD + WS-ANIOS
                 IF WS-EDAD-PROY >= FJ-DESDE(WS-F)
                     AND WS-EDAD-PROY <= FJ-HASTA(WS-F)
                    IF WS-ANIOS = 1
                       ADD ED-CANT(WS-EDAD-IDX) TO FJ-POB-1(WS-F)
                    ELSE
                       ADD ED-CANT(WS-EDAD-IDX) TO FJ-POB-2(WS-F)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM

           IF FJ-TASA-FIJA(WS-F) > ZEROS
              MOVE FJ-TASA-FIJA(WS-F) TO FJ-TASA(WS-F)
           ELSE
              IF FJ-POBLACION(WS-F) > ZEROS
                 COMPUTE FJ-TASA(WS-F) ROUNDED =
                    FJ-INSCRIPTOS(WS-F) * 100 / FJ-POBLACION(WS-F)
                    ON SIZE ERROR MOVE 999.99 TO FJ-TASA(WS-F)
                 END-COMPUTE
              END-IF
           END-IF

           COMPUTE FJ-DEMANDA-1(WS-F) ROUNDED =
              FJ-POB-1(WS-F) * FJ-TASA(WS-F) / 100
           COMPUTE FJ-DEMANDA-2(WS-F) ROUNDED =
              FJ-POB-2(WS-F) * FJ-TASA(WS-F) / 100.

      * la materia se lleva de la demanda de su franja la misma
      * parte que se llevo de la inscripcion historica
       REPARTIR-DEMANDA.
           MOVE CT-FJ-IDX(WS-C) TO WS-F
           IF WS-F > ZEROS
              IF FJ-INSCRIPTOS(WS-F) > ZEROS
                 COMPUTE CT-DEMANDA-1(WS-C) ROUNDED =
                    FJ-DEMANDA-1(WS-F) * CT-INSCRIPTOS(WS-C)
                    / FJ-INSCRIPTOS(WS-F)
                 COMPUTE CT-DEMANDA-2(WS-C) ROUNDED =
                    FJ-DEMANDA-2(WS-F) * CT-INSCRIPTOS(WS-C)
                    / FJ-INSCRIPTOS(WS-F)
              ELSE
                 COMPUTE CT-DEMANDA-1(WS-C) ROUNDED =
                    FJ-DEMANDA-1(WS-F) / FJ-CANT-CURSOS(WS-F)
                 COMPUTE CT-DEMANDA-2(WS-C) ROUNDED =
                    FJ-DEMANDA-2(WS-F) / FJ-CANT-CURSOS(WS-F)
              END-IF
           END-IF.

       IMPRIMIR-PRONOSTICO.
           MOVE "DEMANDA-CURSOS" TO WS-SPOOL-PROGRAMA
           MOVE "PRONOSTICO DEMANDA INSCRIPCION" TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "PRONOSTICO DE DEMANDA - base " WS-FECHA-NEGOCIO
                  " (inscripcion de los ultimos 365 dias)"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-DEMANDA
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Franja Edades   Poblac. Inscr.  Tasa %  "
                  "Pobl.+1 Pobl.+2"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-DEMANDA
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FRANJAS
              MOVE FJ-DESDE(WS-F)      TO WS-ED-EDAD-D
              MOVE FJ-HASTA(WS-F)      TO WS-ED-EDAD-H
              MOVE FJ-POBLACION(WS-F)  TO WS-ED-POB
              MOVE FJ-INSCRIPTOS(WS-F) TO WS-ED-INSC
              MOVE FJ-TASA(WS-F)       TO WS-ED-TASA
              MOVE FJ-POB-1(WS-F)      TO WS-ED-POB-1
              MOVE FJ-POB-2(WS-F)      TO WS-ED-POB-2
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING FJ-FRANJA(WS-F) "   " WS-ED-EDAD-D "-"
                     WS-ED-EDAD-H "  " WS-ED-POB "   " WS-ED-INSC
                     "  " WS-ED-TASA "   " WS-ED-POB-1 "   "
                     WS-ED-POB-2
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              IF FJ-TASA-FIJA(WS-F) > ZEROS
                 MOVE "fija" TO WS-SPOOL-LINEA(70:4)
              END-IF
              PERFORM ESCRIBIR-LINEA-DEMANDA
           END-PERFORM

           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-DEMANDA
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Materia                   Cupo Aula  Dem+1 Dem+2"
                  " Nuevas Accion"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-DEMANDA

           MOVE ZEROS TO WS-CANT-ABRIR WS-CANT-SIN-LUGAR
                         WS-CANT-SIN-FRANJA
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CURSOS
              PERFORM EVALUAR-CURSO
           END-PERFORM

           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-DEMANDA
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Materias: " WS-CANT-CURSOS
                  "  A abrir comision: " WS-CANT-ABRIR
                  "  Sin aula libre: " WS-CANT-SIN-LUGAR
                  "  Sin franja: " WS-CANT-SIN-FRANJA
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-DEMANDA

           PERFORM CERRAR-SPOOL.

      * cada comision carga lo que admita el cupo inicial o, si es
      * mas chica, el aula asignada; las que falten para la demanda
      * del anio que viene se ubican en pares aula/turno libres
       EVALUAR-CURSO.
           MOVE CT-CUPO(WS-C) TO WS-CAP-SECCION
           IF CT-CAP-AULA(WS-C) > ZEROS
               AND CT-CAP-AULA(WS-C) < WS-CAP-SECCION
              MOVE CT-CAP-AULA(WS-C) TO WS-CAP-SECCION
           END-IF

           MOVE ZEROS TO WS-NUEVAS WS-SECCIONES-1 WS-SECCIONES-2
           EVALUATE TRUE
              WHEN CT-FJ-IDX(WS-C) = ZEROS
                 MOVE "SIN FRANJA DE EDAD" TO WS-ACCION
                 ADD 1 TO WS-CANT-SIN-FRANJA
              WHEN WS-CAP-SECCION = ZEROS
                 MOVE "SIN CUPO INICIAL" TO WS-ACCION
              WHEN OTHER
                 COMPUTE WS-SECCIONES-1 =
                    (CT-DEMANDA-1(WS-C) + WS-CAP-SECCION - 1)
                    / WS-CAP-SECCION
                 COMPUTE WS-SECCIONES-2 =
                    (CT-DEMANDA-2(WS-C) + WS-CAP-SECCION - 1)
                    / WS-CAP-SECCION
                 IF WS-SECCIONES-1 > 1
                    COMPUTE WS-NUEVAS = WS-SECCIONES-1 - 1
                    MOVE "ABRIR OTRA COMISION" TO WS-ACCION
                    ADD 1 TO WS-CANT-ABRIR
                 ELSE
                    IF WS-SECCIONES-2 > 1
                       MOVE "ALCANZA, FALTA A 2 ANIOS" TO WS-ACCION
                    ELSE
                       MOVE "ALCANZA" TO WS-ACCION
                    END-IF
                 END-IF
           END-EVALUATE

           MOVE CT-CUPO(WS-C)      TO WS-ED-CUPO
           MOVE CT-CAP-AULA(WS-C)  TO WS-ED-CAP
           MOVE CT-DEMANDA-1(WS-C) TO WS-ED-DEM-1
           MOVE CT-DEMANDA-2(WS-C) TO WS-ED-DEM-2
           MOVE WS-NUEVAS          TO WS-ED-NUEVAS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING CT-CURSO(WS-C) " " WS-ED-CUPO "  " WS-ED-CAP " "
                  WS-ED-DEM-1 " " WS-ED-DEM-2 "     " WS-ED-NUEVAS
                  " " WS-ACCION
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-DEMANDA

           IF CT-CAP-AULA(WS-C) > ZEROS
               AND CT-CAP-AULA(WS-C) < CT-CUPO(WS-C)
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "    aula " CT-AULA(WS-C) " mas chica que el"
                     " cupo inicial (" WS-ED-CAP " lugares)"
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-DEMANDA
           END-IF

           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NUEVAS
              PERFORM UBICAR-COMISION
           END-PERFORM.

       UBICAR-COMISION.
           MOVE ZEROS TO WS-LIBRE-IDX
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-CANT-LIBRES OR WS-LIBRE-IDX > ZEROS
              IF NOT LB-OCUPADO(WS-L)
                  AND LB-CAPACIDAD(WS-L) >= CT-CUPO(WS-C)
                 MOVE WS-L TO WS-LIBRE-IDX
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           IF WS-LIBRE-IDX > ZEROS
              SET LB-OCUPADO(WS-LIBRE-IDX) TO TRUE
              MOVE LB-CAPACIDAD(WS-LIBRE-IDX) TO WS-ED-CAP
              STRING "    comision nueva: aula " LB-AULA(WS-LIBRE-IDX)
                     " turno " LB-TURNO(WS-LIBRE-IDX)
                     " (capacidad " WS-ED-CAP ")"
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           ELSE
              ADD 1 TO WS-CANT-SIN-LUGAR
              STRING "    comision nueva: SIN AULA LIBRE con capacidad"
                     " para el cupo"
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA-DEMANDA.

       ESCRIBIR-LINEA-DEMANDA.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
