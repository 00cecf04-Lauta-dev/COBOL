      * Preinscripcion con sorteo para las materias con mas pedidos
      * que cupos: clase-22 entrega los asientos por orden de llegada
      * y en las materias mas pedidas el que se conectaba primero se
      * quedaba con todo. Ahora el ciclo puede abrir una ventana de
      * preinscripcion (preinscripcion_ventana.txt, copybooks
      * PREINSC-*):
      *  - modo 2: se abre la ventana del ciclo abierto con las fechas
      *    desde/hasta en que se toman solicitudes
      *  - modo 1: durante la ventana se cargan las solicitudes en
      *    preinscripciones.txt: el EST-ID (validado como un alta de
      *    clase-22) y hasta tres materias en orden de preferencia,
      *    cada una del maestro de cursos y con la correlativa
      *    cumplida. No se toma ningun asiento; volver a cargar al
      *    mismo alumno reemplaza su solicitud
      *  - modo 3: cerrada la ventana, la corrida de asignacion
      *    reparte los cupos. A cada solicitud (ordenadas por EST-ID)
      *    se le sortea un numero con un generador congruencial
      *    (16807 modulo 2147483647) a partir de la semilla que se
      *    informa, asi la misma semilla repite el mismo sorteo. El
      *    orden del sorteo es: primero los RECURSA (final RECURSA en
      *    notas_finales.txt o en el ultimo ciclo archivado), despues
      *    los que tienen un hermano (mismo responsable en
      *    tutores.txt) ya inscripto en el ciclo, y despues el resto,
      *    cada grupo por numero sorteado. Se recorren las primeras
      *    opciones de todos, despues las segundas y las terceras: una
      *    materia con menos pedidos que cupos toma a todos, y en la
      *    sobrepedida entran los primeros del sorteo. Cada asiento se
      *    toma en cursos_master.dat (cupo, anotados y alerta de
      *    umbral como clase-22), con el control de choque de horario
      *    (copybooks HORARIO-*), y se graba en inscripciones.txt en
      *    el orden del sorteo; el que no entro en ninguna opcion
      *    queda en waitlist.txt de su primera opcion, tambien en el
      *    orden del sorteo y con el cerrojo compartido tomado
      *  - el resultado publicado (semilla, resumen por materia y
      *    cada solicitud con su numero y su resultado) sale por
      *    pantalla y por el spool, y la ventana queda sorteada con la
      *    semilla usada
      * Mientras la ventana del ciclo no este sorteada, clase-22 no
      * entrega cupos en vivo.
      *
      * Bloqueos administrativos: la solicitud de un alumno con un
      * bloqueo activo en bloqueos_alumnos.txt (BLOQUEOS) no se toma,
      * y un bloqueo puesto despues de preinscribirse lo deja afuera
      * del sorteo (resultado "Bloqueo administrativo", total Bloq.
      * en el resumen). Solo pasa con una dispensa vigente cargada en
      * BLOQUEOS; todo queda en el log de excepciones

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREINSCRIPCION.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PREINSC-FILE ASSIGN TO "preinscripciones.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PREINSC-STATUS.

             SELECT CURSO-MASTER ASSIGN TO "cursos_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CM-CURSO
                 FILE STATUS IS WS-CURSO-STATUS.

             SELECT STUDENT-MASTER ASSIGN TO "student_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EST-ID
                 ALTERNATE RECORD KEY IS EST-APELLIDO
                     WITH DUPLICATES
                 FILE STATUS IS WS-ALUMNO-STATUS.

             SELECT INSCRIPCION-FILE ASSIGN TO "inscripciones.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INSCRIPCION-STATUS.

             SELECT WAITLIST-FILE ASSIGN TO "waitlist.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-WAITLIST-STATUS.

             SELECT ALERTA-CUPO-FILE ASSIGN TO "alertas_cupo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTA-CUPO-STATUS.

             SELECT FINALES-FILE ASSIGN TO "notas_finales.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FINALES-STATUS.

             SELECT ARCH-FIN-FILE ASSIGN TO
                 "finales_ciclo_archivo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCH-FIN-STATUS.

             COPY "PREINSC-FC.cpy".

             COPY "TUTOR-FC.cpy".

             COPY "CERROJO-FC.cpy".

             COPY "HORARIO-FC.cpy".

             COPY "CICLO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "BLOQUEO-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD PREINSC-FILE.
        01 PREINSC-RECORD.
           05 PI-CICLO    PIC 9(5).
           05 FILLER      PIC X.
           05 PI-EST-ID   PIC X(10).
           05 FILLER      PIC X.
           05 PI-OPCIONES OCCURS 3 TIMES.
              10 PI-OPCION PIC X(25).
              10 FILLER    PIC X.
           05 PI-FECHA    PIC 9(8).

        FD CURSO-MASTER.
        01 CURSO-MASTER-RECORD.
           05 CM-CURSO        PIC X(25).
           05 CM-CUPO-INICIAL PIC 9(3).
           05 CM-CUPOS        PIC 9(3).
           05 CM-ANOTADOS     PIC 9(3).
           05 CM-UMBRAL       PIC 9(3).
           05 CM-ALERTA       PIC X.
              88 CM-ALERTA-ENVIADA VALUE "S".
           05 CM-CORRELATIVA  PIC X(25).

        FD STUDENT-MASTER.
        01 STUDENT-MASTER-RECORD.
           COPY "ESTUDIANTE-WS.cpy".

        FD INSCRIPCION-FILE.
        01 INSCRIPCION-RECORD.
           05 IN-EST-ID PIC X(10).
           05 FILLER    PIC X VALUE SPACE.
           05 IN-CURSO  PIC X(25).
           05 FILLER    PIC X VALUE SPACE.
           05 IN-FECHA  PIC 9(8).

        FD WAITLIST-FILE.
        01 WAITLIST-RECORD.
           05 WL-CURSO  PIC X(25).
           05 FILLER    PIC X.
           05 WL-EST-ID PIC X(10).

        FD ALERTA-CUPO-FILE.
        01 ALERTA-CUPO-RECORD.
           05 AC-CURSO      PIC X(25).
           05 FILLER        PIC X VALUE SPACE.
           05 AC-CUPOS-REST PIC 9(3).

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

        FD ARCH-FIN-FILE.
        01 ARCH-FIN-RECORD.
           05 AF-CICLO PIC 9(5).
           05 FILLER   PIC X.
           05 AF-DATOS.
              10 AF-EST-ID    PIC X(10).
              10 FILLER       PIC X.
              10 AF-NOTAS     PIC X(10).
              10 FILLER       PIC X.
              10 AF-RESULTADO PIC X(10).
              10 FILLER       PIC X(68).

        COPY "PREINSC-FD.cpy".

        COPY "TUTOR-FD.cpy".

        COPY "CERROJO-FD.cpy".

        COPY "HORARIO-FD.cpy".

        COPY "CICLO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "BLOQUEO-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "PREINSC-WS.cpy".
          COPY "TUTOR-WS.cpy".
          COPY "CERROJO-WS.cpy".
          COPY "HORARIO-WS.cpy".
          COPY "CICLO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "BLOQUEO-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-PREINSC-STATUS PIC X(2) VALUE "00".
              88 PREINSC-OK VALUE "00".
          77 WS-CURSO-STATUS PIC X(2) VALUE "00".
              88 CURSO-OK VALUE "00".
          77 WS-ALUMNO-STATUS PIC X(2) VALUE "00".
              88 ALUMNO-MASTER-OK VALUE "00".
          77 WS-INSCRIPCION-STATUS PIC X(2) VALUE "00".
              88 INSCRIPCION-OK VALUE "00".
          77 WS-WAITLIST-STATUS PIC X(2) VALUE "00".
              88 WAITLIST-OK VALUE "00".
          77 WS-ALERTA-CUPO-STATUS PIC X(2) VALUE "00".
              88 ALERTA-CUPO-OK VALUE "00".
          77 WS-FINALES-STATUS PIC X(2) VALUE "00".
              88 FINALES-OK VALUE "00".
          77 WS-ARCH-FIN-STATUS PIC X(2) VALUE "00".
              88 ARCH-FIN-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-MAESTRO-ALUMNOS PIC X VALUE "N".
              88 MAESTRO-ALUMNOS-DISPONIBLE VALUE "S".
          77 WS-MODO PIC 9 VALUE ZEROS.
          77 WS-HOY  PIC 9(8) VALUE ZEROS.

      * solicitudes de preinscripcion: en la carga se tiene el archivo
      * entero para reescribirlo; en el sorteo, solo las del ciclo
          01 SOLICITUDES-TABLA.
             02 SOLICITUD-ENT OCCURS 500 TIMES.
                03 SL-CICLO     PIC 9(5).
                03 SL-EST-ID    PIC X(10).
                03 SL-OPCION    PIC X(25) OCCURS 3 TIMES.
                03 SL-FECHA     PIC 9(8).
                03 SL-PRIORIDAD PIC 9.
                03 SL-NUMERO    PIC 9(10).
                03 SL-RESULTADO PIC X.
                   88 SL-ASIGNADA    VALUE "A".
                   88 SL-EN-ESPERA   VALUE "E".
                   88 SL-NO-ACTIVO   VALUE "B".
                   88 SL-BLOQUEADA   VALUE "Q".
                   88 SL-PENDIENTE   VALUE SPACE.
                03 SL-RONDA     PIC 9.
          01 WS-SL-TEMP PIC X(111).
          77 WS-CANT-SOLICITUDES PIC 9(3) VALUE ZEROS.
          77 WS-S                PIC 9(3) VALUE ZEROS.
          77 WS-S2               PIC 9(3) VALUE ZEROS.
          77 WS-S-IDX            PIC 9(3) VALUE ZEROS.
          77 WS-SOLO-CICLO       PIC X VALUE "N".
              88 CARGAR-SOLO-CICLO VALUE "S".
          77 WS-SOL-DESBORDE     PIC X VALUE "N".
              88 SOLICITUDES-DESBORDADAS VALUE "S".
          77 WS-INTERCAMBIO      PIC X VALUE "N".
              88 HAY-QUE-INTERCAMBIAR VALUE "S".

      * carga de una solicitud
          77 WS-EST-ID-ALTA   PIC X(10) VALUE SPACES.
          77 WS-ALUMNO-VALIDO PIC X VALUE "N".
              88 ALUMNO-VALIDO VALUE "S".
          77 WS-FIN-CARGA     PIC X VALUE "N".
              88 FIN-CARGA VALUE "S".
          77 WS-FIN-OPCIONES  PIC X VALUE "N".
              88 FIN-OPCIONES VALUE "S".
          01 WS-OPCIONES-TABLA.
             02 WS-OPC PIC X(25) OCCURS 3 TIMES.
          77 WS-CANT-OPC      PIC 9 VALUE ZEROS.
          77 WS-R             PIC 9 VALUE ZEROS.
          77 WS-CURSO-PEDIDO  PIC X(25) VALUE SPACES.
          77 WS-OPCION-VALIDA PIC X VALUE "N".
              88 OPCION-VALIDA VALUE "S".
          77 WS-FIN-CONTROL     PIC X VALUE "N".
              88 FIN-CONTROL VALUE "S".
          77 WS-CORRELATIVA-OK  PIC X VALUE "N".
              88 CORRELATIVA-CUMPLIDA VALUE "S".
          77 WS-CURSO-CORR      PIC X(25) VALUE SPACES.
          77 WS-CURSADA-CORR    PIC X VALUE "N".
              88 CURSADA-CORRELATIVA VALUE "S".
          77 WS-DESDE PIC 9(8) VALUE ZEROS.
          77 WS-HASTA PIC 9(8) VALUE ZEROS.

      * sorteo
          77 WS-SEMILLA         PIC 9(10) VALUE ZEROS.
          77 WS-SEMILLA-RELOJ   PIC 9(8) VALUE ZEROS.
          77 WS-AZAR            PIC 9(10) VALUE ZEROS.
          77 WS-AZAR-PRODUCTO   PIC 9(15) VALUE ZEROS.
          77 WS-AZAR-COCIENTE   PIC 9(15) VALUE ZEROS.
          77 WS-AZAR-MODULO     PIC 9(10) VALUE 2147483647.
          77 WS-AZAR-FACTOR     PIC 9(5) VALUE 16807.
          77 WS-RONDA           PIC 9 VALUE ZEROS.

      * RECURSA del ciclo vivo y del ultimo ciclo archivado
          01 RECURSANTES-TABLA.
             02 RC-EST-ID PIC X(10) OCCURS 500 TIMES.
          77 WS-CANT-RECURSANTES PIC 9(3) VALUE ZEROS.
          77 WS-RC               PIC 9(3) VALUE ZEROS.
          77 WS-ULTIMO-ARCHIVADO PIC 9(5) VALUE ZEROS.

      * alumnos ya inscriptos en el ciclo con su responsable de pago,
      * para la prioridad de hermanos
          01 FAMILIAS-TABLA.
             02 FAMILIA-ENT OCCURS 500 TIMES.
                03 FM-EST-ID PIC X(10).
                03 FM-CL-ID  PIC X(6).
          77 WS-CANT-FAMILIAS PIC 9(3) VALUE ZEROS.
          77 WS-FM            PIC 9(3) VALUE ZEROS.

      * materias del maestro con el cupo que tenian al sortear
          01 CURSOS-SORTEO-TABLA.
             02 CURSO-SORTEO-ENT OCCURS 50 TIMES.
                03 CU-CURSO     PIC X(25).
                03 CU-CUPOS     PIC 9(3).
                03 CU-PEDIDOS   PIC 9(3).
                03 CU-ASIGNADOS PIC 9(3).
                03 CU-ESPERA    PIC 9(3).
          77 WS-CANT-CURSOS PIC 9(2) VALUE ZEROS.
          77 WS-CU          PIC 9(2) VALUE ZEROS.
          77 WS-CU-IDX      PIC 9(2) VALUE ZEROS.
          77 WS-CURSO-BUSCADO PIC X(25) VALUE SPACES.

          77 WS-CANT-ASIGNADAS PIC 9(3) VALUE ZEROS.
          77 WS-CANT-EN-ESPERA PIC 9(3) VALUE ZEROS.
          77 WS-CANT-NO-ACTIVOS PIC 9(3) VALUE ZEROS.
          77 WS-CANT-BLOQUEADAS PIC 9(3) VALUE ZEROS.

          77 WS-ED-ORDEN    PIC ZZ9.
          77 WS-ED-CANT     PIC ZZ9.
          77 WS-ED-CUPOS    PIC ZZ9.
          77 WS-ED-PEDIDOS  PIC ZZ9.
          77 WS-ED-ASIG     PIC ZZ9.
          77 WS-ED-ESPERA   PIC ZZ9.
          77 WS-ED-BLOQ     PIC ZZ9.
          77 WS-ED-RONDA    PIC 9.
          77 WS-MARCA-PRIO  PIC X VALUE SPACE.
          77 WS-TEXTO-RESULTADO PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
             PERFORM LEER-CICLO-LECTIVO
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

             DISPLAY "1 - Cargar solicitudes de preinscripcion"
             DISPLAY "2 - Abrir la ventana de preinscripcion del ciclo"
             DISPLAY "3 - Sorteo y asignacion de cupos"
             ACCEPT WS-MODO

             OPEN I-O CURSO-MASTER
             IF NOT CURSO-OK
                DISPLAY "No se encontro cursos_master.dat"
                GOBACK
             END-IF

             OPEN INPUT STUDENT-MASTER
             IF ALUMNO-MASTER-OK
                SET MAESTRO-ALUMNOS-DISPONIBLE TO TRUE
             ELSE
                DISPLAY "No se encontro student_master.dat: las"
                   " solicitudes se van a rechazar hasta cargarlo"
             END-IF

             PERFORM LEER-VENTANA-PREINSC

             EVALUATE WS-MODO
                WHEN 2 PERFORM ABRIR-VENTANA
                WHEN 3 PERFORM SORTEAR
                WHEN OTHER PERFORM CARGAR-SOLICITUDES-VENTANA
             END-EVALUATE

             IF MAESTRO-ALUMNOS-DISPONIBLE
                CLOSE STUDENT-MASTER
             END-IF
             CLOSE CURSO-MASTER
           GOBACK.

      * una ventana ya sorteada no se reabre: los cupos ya se
      * entregaron; una abierta se puede corregir (correr el cierre)
       ABRIR-VENTANA.
           IF VENTANA-SORTEADA
              DISPLAY "La preinscripcion del ciclo " WS-CICLO-LECTIVO
                 " ya se sorteo el " WS-VP-FECHA-SORTEO
           ELSE
              IF VENTANA-PENDIENTE
                 DISPLAY "Ventana actual del ciclo " WS-CICLO-LECTIVO
                    ": del " WS-VP-DESDE " al " WS-VP-HASTA
              END-IF
              DISPLAY "Fecha desde (AAAAMMDD)"
              ACCEPT WS-DESDE
              DISPLAY "Fecha hasta (AAAAMMDD)"
              ACCEPT WS-HASTA
              IF WS-DESDE = ZEROS OR WS-HASTA < WS-DESDE
                 DISPLAY "Fechas no validas, ventana no grabada"
              ELSE
                 MOVE WS-CICLO-LECTIVO TO WS-VP-CICLO
                 MOVE WS-DESDE         TO WS-VP-DESDE
                 MOVE WS-HASTA         TO WS-VP-HASTA
                 MOVE "A"              TO WS-VP-ESTADO
                 MOVE ZEROS TO WS-VP-SEMILLA WS-VP-FECHA-SORTEO
                 PERFORM GRABAR-VENTANA-PREINSC
                 DISPLAY "Preinscripcion del ciclo " WS-CICLO-LECTIVO
                    " abierta del " WS-VP-DESDE " al " WS-VP-HASTA
              END-IF
           END-IF.

       CARGAR-SOLICITUDES-VENTANA.
           IF NOT VENTANA-PENDIENTE
              DISPLAY "El ciclo " WS-CICLO-LECTIVO " no tiene una"
                 " preinscripcion abierta"
           ELSE
              IF WS-HOY < WS-VP-DESDE OR WS-HOY > WS-VP-HASTA
                 DISPLAY "Fuera de la ventana de preinscripcion (del "
                    WS-VP-DESDE " al " WS-VP-HASTA ")"
              ELSE
                 PERFORM UNTIL FIN-CARGA
                    DISPLAY " "
                    DISPLAY "ID del alumno (EST-ID, en blanco termina)"
                    MOVE SPACES TO WS-EST-ID-ALTA
                    ACCEPT WS-EST-ID-ALTA
                    IF WS-EST-ID-ALTA = SPACES
                       SET FIN-CARGA TO TRUE
                    ELSE
                       PERFORM TOMAR-SOLICITUD
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       TOMAR-SOLICITUD.
           PERFORM VALIDAR-ALUMNO
           IF ALUMNO-VALIDO
              MOVE SPACES TO WS-OPCIONES-TABLA
              MOVE ZEROS  TO WS-CANT-OPC
              MOVE "N"    TO WS-FIN-OPCIONES
              PERFORM UNTIL FIN-OPCIONES OR WS-CANT-OPC >= 3
                 COMPUTE WS-R = WS-CANT-OPC + 1
                 DISPLAY "Opcion " WS-R " (materia, en blanco"
                    " termina)"
                 MOVE SPACES TO WS-CURSO-PEDIDO
                 ACCEPT WS-CURSO-PEDIDO
                 IF WS-CURSO-PEDIDO = SPACES
                    SET FIN-OPCIONES TO TRUE
                 ELSE
                    PERFORM VALIDAR-OPCION
                    IF OPCION-VALIDA
                       ADD 1 TO WS-CANT-OPC
                       MOVE WS-CURSO-PEDIDO TO WS-OPC(WS-CANT-OPC)
                    END-IF
                 END-IF
              END-PERFORM

              IF WS-CANT-OPC = ZEROS
                 DISPLAY "Sin materias validas: solicitud de "
                    WS-EST-ID-ALTA " no registrada"
              ELSE
                 PERFORM GUARDAR-SOLICITUD
              END-IF
           END-IF.

      * la opcion tiene que ser una materia del maestro, no repetida
      * y con la correlativa cumplida (en la preinscripcion no hay
      * autorizacion del supervisor: la excepcion se pide en vivo)
       VALIDAR-OPCION.
           MOVE "S" TO WS-OPCION-VALIDA
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-CANT-OPC
              IF WS-OPC(WS-R) = WS-CURSO-PEDIDO
                 MOVE "N" TO WS-OPCION-VALIDA
                 DISPLAY "Materia ya pedida en esta solicitud"
              END-IF
           END-PERFORM

           IF OPCION-VALIDA
              MOVE WS-CURSO-PEDIDO TO CM-CURSO
              READ CURSO-MASTER
                INVALID KEY
                  MOVE "N" TO WS-OPCION-VALIDA
                  DISPLAY "Materia no encontrada en el maestro"
                NOT INVALID KEY
                  PERFORM CONTROLAR-CORRELATIVA
                  IF NOT CORRELATIVA-CUMPLIDA
                     MOVE "N" TO WS-OPCION-VALIDA
                     DISPLAY "El alumno " WS-EST-ID-ALTA " no tiene"
                        " aprobada la correlativa " WS-CURSO-CORR
                     MOVE "PREINSCRIPCION" TO WS-EXC-PROGRAMA
                     MOVE "CM-CORRELATIVA" TO WS-EXC-CAMPO
                     MOVE WS-EST-ID-ALTA   TO WS-EXC-VALOR
                     PERFORM REGISTRAR-EXCEPCION
                  END-IF
              END-READ
           END-IF.

      * una segunda carga del mismo alumno en el ciclo reemplaza la
      * anterior; el archivo se reescribe entero desde la tabla
       GUARDAR-SOLICITUD.
           MOVE "N" TO WS-SOLO-CICLO
           PERFORM CARGAR-SOLICITUDES
           IF SOLICITUDES-DESBORDADAS
              DISPLAY "preinscripciones.txt tiene mas de 500"
                 " solicitudes: no se puede registrar"
           ELSE
              MOVE ZEROS TO WS-S-IDX
              PERFORM VARYING WS-S FROM 1 BY 1
                      UNTIL WS-S > WS-CANT-SOLICITUDES
                 IF SL-CICLO(WS-S) = WS-CICLO-LECTIVO
                     AND SL-EST-ID(WS-S) = WS-EST-ID-ALTA
                    MOVE WS-S TO WS-S-IDX
                 END-IF
              END-PERFORM

              IF WS-S-IDX = ZEROS AND WS-CANT-SOLICITUDES >= 500
                 DISPLAY "Tabla de solicitudes llena: no se puede"
                    " registrar"
              ELSE
                 IF WS-S-IDX = ZEROS
                    ADD 1 TO WS-CANT-SOLICITUDES
                    MOVE WS-CANT-SOLICITUDES TO WS-S-IDX
                    DISPLAY "Solicitud registrada para "
                       WS-EST-ID-ALTA
                 ELSE
                    DISPLAY "Solicitud de " WS-EST-ID-ALTA
                       " reemplaza la anterior"
                 END-IF
                 MOVE WS-CICLO-LECTIVO TO SL-CICLO(WS-S-IDX)
                 MOVE WS-EST-ID-ALTA   TO SL-EST-ID(WS-S-IDX)
                 MOVE WS-OPC(1)        TO SL-OPCION(WS-S-IDX, 1)
                 MOVE WS-OPC(2)        TO SL-OPCION(WS-S-IDX, 2)
                 MOVE WS-OPC(3)        TO SL-OPCION(WS-S-IDX, 3)
                 MOVE WS-HOY           TO SL-FECHA(WS-S-IDX)
                 PERFORM REESCRIBIR-SOLICITUDES
              END-IF
           END-IF.

       CARGAR-SOLICITUDES.
           MOVE ZEROS TO WS-CANT-SOLICITUDES
           MOVE "N"   TO WS-SOL-DESBORDE
           OPEN INPUT PREINSC-FILE
           IF PREINSC-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PREINSC-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF PI-CICLO = WS-CICLO-LECTIVO
                        OR NOT CARGAR-SOLO-CICLO
                       PERFORM GUARDAR-SOLICITUD-LEIDA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PREINSC-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       GUARDAR-SOLICITUD-LEIDA.
           IF WS-CANT-SOLICITUDES >= 500
              SET SOLICITUDES-DESBORDADAS TO TRUE
              SET FIN-ARCHIVO TO TRUE
           ELSE
              ADD 1 TO WS-CANT-SOLICITUDES
              MOVE WS-CANT-SOLICITUDES TO WS-S
              MOVE PI-CICLO      TO SL-CICLO(WS-S)
              MOVE PI-EST-ID     TO SL-EST-ID(WS-S)
              MOVE PI-OPCION(1)  TO SL-OPCION(WS-S, 1)
              MOVE PI-OPCION(2)  TO SL-OPCION(WS-S, 2)
              MOVE PI-OPCION(3)  TO SL-OPCION(WS-S, 3)
              MOVE PI-FECHA      TO SL-FECHA(WS-S)
              MOVE 3             TO SL-PRIORIDAD(WS-S)
              MOVE ZEROS         TO SL-NUMERO(WS-S) SL-RONDA(WS-S)
              MOVE SPACE         TO SL-RESULTADO(WS-S)
           END-IF.

       REESCRIBIR-SOLICITUDES.
           OPEN OUTPUT PREINSC-FILE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-SOLICITUDES
              MOVE SPACES             TO PREINSC-RECORD
              MOVE SL-CICLO(WS-S)     TO PI-CICLO
              MOVE SL-EST-ID(WS-S)    TO PI-EST-ID
              MOVE SL-OPCION(WS-S, 1) TO PI-OPCION(1)
              MOVE SL-OPCION(WS-S, 2) TO PI-OPCION(2)
              MOVE SL-OPCION(WS-S, 3) TO PI-OPCION(3)
              MOVE SL-FECHA(WS-S)     TO PI-FECHA
              WRITE PREINSC-RECORD
           END-PERFORM
           CLOSE PREINSC-FILE.

       VALIDAR-ALUMNO.
           MOVE "N" TO WS-ALUMNO-VALIDO

           IF NOT MAESTRO-ALUMNOS-DISPONIBLE
              DISPLAY "Sin maestro de alumnos, solicitud rechazada"
              MOVE "PREINSCRIPCION" TO WS-EXC-PROGRAMA
              MOVE "EST-ID"         TO WS-EXC-CAMPO
              MOVE WS-EST-ID-ALTA   TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           ELSE
              MOVE WS-EST-ID-ALTA TO EST-ID
              READ STUDENT-MASTER
                INVALID KEY
                  DISPLAY "Alumno " WS-EST-ID-ALTA
                     " no existe en el maestro, solicitud rechazada"
                  MOVE "PREINSCRIPCION" TO WS-EXC-PROGRAMA
                  MOVE "EST-ID"         TO WS-EXC-CAMPO
                  MOVE WS-EST-ID-ALTA   TO WS-EXC-VALOR
                  PERFORM REGISTRAR-EXCEPCION
                NOT INVALID KEY
                  IF EST-ACTIVO
                     SET ALUMNO-VALIDO TO TRUE
                  ELSE
                     DISPLAY "Alumno " WS-EST-ID-ALTA " con estado "
                        EST-ESTADO ", solicitud rechazada"
                     MOVE "PREINSCRIPCION" TO WS-EXC-PROGRAMA
                     MOVE "EST-ESTADO"     TO WS-EXC-CAMPO
                     MOVE WS-EST-ID-ALTA   TO WS-EXC-VALOR
                     PERFORM REGISTRAR-EXCEPCION
                  END-IF
              END-READ
           END-IF

           IF ALUMNO-VALIDO
              PERFORM CONTROLAR-BLOQUEO-ALTA
           END-IF.

      * con un bloqueo administrativo activo (BLOQUEO-*) la solicitud
      * no se toma: aca no hay firma del supervisor, la dispensa se
      * carga antes en BLOQUEOS y vale tambien para el sorteo
       CONTROLAR-BLOQUEO-ALTA.
           MOVE WS-EST-ID-ALTA TO WS-BQ-EST-ID
           PERFORM BUSCAR-BLOQUEO-ALUMNO
           IF ALUMNO-BLOQUEADO
              MOVE "N" TO WS-ALUMNO-VALIDO
              DISPLAY "Alumno " WS-EST-ID-ALTA " con bloqueo "
                 WS-BQ-DESC-TIPO ", solicitud rechazada"
              DISPLAY "  " WS-BQ-MOTIVO
              DISPLAY "  (la dispensa se carga en BLOQUEOS)"
              MOVE "PREINSCRIPCION" TO WS-EXC-PROGRAMA
              MOVE SPACES           TO WS-EXC-CAMPO
              STRING "BLOQUEO-" WS-BQ-TIPO
                 DELIMITED BY SIZE INTO WS-EXC-CAMPO
              MOVE WS-EST-ID-ALTA   TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           END-IF.

      * la misma regla de correlativa del alta en vivo de clase-22:
      * cursada (inscripciones.txt) y final APROBO, en el archivo vivo
      * o en el de ciclos cerrados
       CONTROLAR-CORRELATIVA.
           MOVE "S" TO WS-CORRELATIVA-OK
           IF CM-CORRELATIVA NOT = SPACES
              MOVE "N" TO WS-CORRELATIVA-OK
              MOVE CM-CORRELATIVA TO WS-CURSO-CORR
              PERFORM BUSCAR-CURSADA-CORRELATIVA
              IF CURSADA-CORRELATIVA
                 PERFORM BUSCAR-FINAL-APROBADA
              END-IF
           END-IF.

       BUSCAR-CURSADA-CORRELATIVA.
           MOVE "N" TO WS-CURSADA-CORR WS-FIN-CONTROL
           OPEN INPUT INSCRIPCION-FILE
           IF INSCRIPCION-OK
              PERFORM UNTIL FIN-CONTROL
                READ INSCRIPCION-FILE
                  AT END SET FIN-CONTROL TO TRUE
                  NOT AT END
                    IF IN-EST-ID = WS-EST-ID-ALTA
                        AND IN-CURSO = WS-CURSO-CORR
                       SET CURSADA-CORRELATIVA TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INSCRIPCION-FILE
           END-IF
           MOVE "N" TO WS-FIN-CONTROL.

       BUSCAR-FINAL-APROBADA.
           MOVE "N" TO WS-FIN-CONTROL
           OPEN INPUT FINALES-FILE
           IF FINALES-OK
              PERFORM UNTIL FIN-CONTROL
                READ FINALES-FILE
                  AT END SET FIN-CONTROL TO TRUE
                  NOT AT END
                    IF NF-EST-ID = WS-EST-ID-ALTA
                        AND NF-RESULTADO = "APROBO"
                       SET CORRELATIVA-CUMPLIDA TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FINALES-FILE
           END-IF
           MOVE "N" TO WS-FIN-CONTROL

           IF NOT CORRELATIVA-CUMPLIDA
              OPEN INPUT ARCH-FIN-FILE
              IF ARCH-FIN-OK
                 PERFORM UNTIL FIN-CONTROL
                   READ ARCH-FIN-FILE
                     AT END SET FIN-CONTROL TO TRUE
                     NOT AT END
                       IF AF-EST-ID = WS-EST-ID-ALTA
                           AND AF-RESULTADO = "APROBO"
                          SET CORRELATIVA-CUMPLIDA TO TRUE
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE ARCH-FIN-FILE
              END-IF
              MOVE "N" TO WS-FIN-CONTROL
           END-IF.

      * el sorteo se corre una sola vez, con la ventana ya cerrada; la
      * lista de espera queda tomada toda la corrida para que nadie
      * la reescriba mientras se agregan los que no entraron
       SORTEAR.
           IF NOT VENTANA-PENDIENTE
              IF VENTANA-SORTEADA
                 DISPLAY "La preinscripcion del ciclo "
                    WS-CICLO-LECTIVO " ya se sorteo el "
                    WS-VP-FECHA-SORTEO " con la semilla "
                    WS-VP-SEMILLA
              ELSE
                 DISPLAY "El ciclo " WS-CICLO-LECTIVO " no tiene"
                    " preinscripcion abierta"
              END-IF
           ELSE
              IF WS-HOY NOT > WS-VP-HASTA
                 DISPLAY "La ventana cierra el " WS-VP-HASTA
                    ": el sorteo se corre despues del cierre"
              ELSE
                 MOVE "waitlist.txt"   TO WS-CERROJO-ARCHIVO
                 MOVE "PREINSCRIPCION" TO WS-CERROJO-DUENIO
                 PERFORM TOMAR-CERROJO
                 IF NOT CERROJO-TOMADO
                    DISPLAY "Lista de espera ocupada: reintentar el"
                       " sorteo cuando se libere"
                 ELSE
                    PERFORM CORRER-ASIGNACION
                    PERFORM LIBERAR-CERROJO
                 END-IF
              END-IF
           END-IF.

       CORRER-ASIGNACION.
           DISPLAY "Semilla del sorteo (0 = tomarla del reloj)"
           ACCEPT WS-SEMILLA
           IF WS-SEMILLA = ZEROS
              MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEMILLA-RELOJ
              MOVE WS-SEMILLA-RELOJ TO WS-SEMILLA
           END-IF
      * el generador trabaja entre 1 y 2147483646
           DIVIDE WS-SEMILLA BY WS-AZAR-MODULO
              GIVING WS-AZAR-COCIENTE REMAINDER WS-SEMILLA
           IF WS-SEMILLA = ZEROS
              MOVE 1 TO WS-SEMILLA
           END-IF

           SET CARGAR-SOLO-CICLO TO TRUE
           PERFORM CARGAR-SOLICITUDES
           IF SOLICITUDES-DESBORDADAS
              DISPLAY "ABORTADO: mas de 500 solicitudes en el ciclo"
           ELSE
              PERFORM CARGAR-HORARIO
              PERFORM CARGAR-TUTORES
              PERFORM CARGAR-RECURSANTES
              PERFORM CARGAR-FAMILIAS
              PERFORM CARGAR-CURSOS-SORTEO

              PERFORM ORDENAR-POR-ALUMNO
              PERFORM SORTEAR-NUMEROS
              PERFORM ASIGNAR-PRIORIDADES
              PERFORM ORDENAR-POR-SORTEO
              PERFORM CONTROLAR-ESTADO-ALUMNOS
              PERFORM CONTROLAR-BLOQUEO-SOLICITUDES

              PERFORM VARYING WS-RONDA FROM 1 BY 1 UNTIL WS-RONDA > 3
                 PERFORM VARYING WS-S FROM 1 BY 1
                         UNTIL WS-S > WS-CANT-SOLICITUDES
                    IF SL-PENDIENTE(WS-S)
                        AND SL-OPCION(WS-S, WS-RONDA) NOT = SPACES
                       PERFORM ASIGNAR-OPCION
                    END-IF
                 END-PERFORM
              END-PERFORM

              PERFORM VARYING WS-S FROM 1 BY 1
                      UNTIL WS-S > WS-CANT-SOLICITUDES
                 IF SL-PENDIENTE(WS-S)
                    PERFORM ANOTAR-ESPERA-SORTEO
                 END-IF
              END-PERFORM

              MOVE "S"        TO WS-VP-ESTADO
              MOVE WS-SEMILLA TO WS-VP-SEMILLA
              MOVE WS-HOY     TO WS-VP-FECHA-SORTEO
              PERFORM GRABAR-VENTANA-PREINSC

              PERFORM IMPRIMIR-RESULTADOS
           END-IF.

       CARGAR-CURSOS-SORTEO.
           MOVE ZEROS  TO WS-CANT-CURSOS
           MOVE SPACES TO CM-CURSO
           START CURSO-MASTER KEY >= CM-CURSO
             INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL NOT CURSO-OK OR WS-CANT-CURSOS >= 50
             READ CURSO-MASTER NEXT
               AT END CONTINUE
               NOT AT END
                 ADD 1 TO WS-CANT-CURSOS
                 MOVE CM-CURSO TO CU-CURSO(WS-CANT-CURSOS)
                 MOVE CM-CUPOS TO CU-CUPOS(WS-CANT-CURSOS)
                 MOVE ZEROS    TO CU-PEDIDOS(WS-CANT-CURSOS)
                                  CU-ASIGNADOS(WS-CANT-CURSOS)
                                  CU-ESPERA(WS-CANT-CURSOS)
             END-READ
           END-PERFORM

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-SOLICITUDES
              MOVE SL-OPCION(WS-S, 1) TO WS-CURSO-BUSCADO
              PERFORM BUSCAR-CURSO-SORTEO
              IF WS-CU-IDX > ZEROS
                 ADD 1 TO CU-PEDIDOS(WS-CU-IDX)
              END-IF
           END-PERFORM.

       BUSCAR-CURSO-SORTEO.
           MOVE ZEROS TO WS-CU-IDX
           PERFORM VARYING WS-CU FROM 1 BY 1
                   UNTIL WS-CU > WS-CANT-CURSOS
              IF CU-CURSO(WS-CU) = WS-CURSO-BUSCADO
                 MOVE WS-CU TO WS-CU-IDX
              END-IF
           END-PERFORM.

      * los RECURSA de notas_finales.txt y los del ultimo ciclo que
      * archivo CIERRE-CICLO (el que se acaba de cerrar)
       CARGAR-RECURSANTES.
           MOVE ZEROS TO WS-CANT-RECURSANTES WS-ULTIMO-ARCHIVADO
           OPEN INPUT FINALES-FILE
           IF FINALES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FINALES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF NF-RESULTADO = "RECURSA"
                        AND WS-CANT-RECURSANTES < 500
                       ADD 1 TO WS-CANT-RECURSANTES
                       MOVE NF-EST-ID
                          TO RC-EST-ID(WS-CANT-RECURSANTES)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FINALES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           OPEN INPUT ARCH-FIN-FILE
           IF ARCH-FIN-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ARCH-FIN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AF-CICLO > WS-ULTIMO-ARCHIVADO
                       MOVE AF-CICLO TO WS-ULTIMO-ARCHIVADO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ARCH-FIN-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           IF WS-ULTIMO-ARCHIVADO > ZEROS
              OPEN INPUT ARCH-FIN-FILE
              PERFORM UNTIL FIN-ARCHIVO
                READ ARCH-FIN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AF-CICLO = WS-ULTIMO-ARCHIVADO
                        AND AF-RESULTADO = "RECURSA"
                        AND WS-CANT-RECURSANTES < 500
                       ADD 1 TO WS-CANT-RECURSANTES
                       MOVE AF-EST-ID
                          TO RC-EST-ID(WS-CANT-RECURSANTES)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ARCH-FIN-FILE
              MOVE "N" TO WS-FIN-ARCHIVO
           END-IF.

      * alumnos con inscripcion del ciclo abierto y responsable de
      * pago registrado, tomados ANTES de entregar ningun asiento
       CARGAR-FAMILIAS.
           MOVE ZEROS TO WS-CANT-FAMILIAS
           OPEN INPUT INSCRIPCION-FILE
           IF INSCRIPCION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ INSCRIPCION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE IN-FECHA TO WS-HO-FECHA
                    PERFORM CICLO-DE-FECHA
                    IF WS-HO-CICLO = WS-CICLO-LECTIVO
                       MOVE IN-EST-ID TO WS-TU-EST-ID
                       PERFORM BUSCAR-TUTOR
                       IF WS-TU-CL-ID NOT = SPACES
                           AND WS-CANT-FAMILIAS < 500
                          ADD 1 TO WS-CANT-FAMILIAS
                          MOVE IN-EST-ID
                             TO FM-EST-ID(WS-CANT-FAMILIAS)
                          MOVE WS-TU-CL-ID
                             TO FM-CL-ID(WS-CANT-FAMILIAS)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INSCRIPCION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * el numero de cada solicitud sale de la semilla y del orden por
      * EST-ID, asi el sorteo no depende del orden de carga
       ORDENAR-POR-ALUMNO.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S >= WS-CANT-SOLICITUDES
              PERFORM VARYING WS-S2 FROM 1 BY 1
                      UNTIL WS-S2 > WS-CANT-SOLICITUDES - WS-S
                 IF SL-EST-ID(WS-S2) > SL-EST-ID(WS-S2 + 1)
                    PERFORM INTERCAMBIAR-SOLICITUDES
                 END-IF
              END-PERFORM
           END-PERFORM.

       SORTEAR-NUMEROS.
           MOVE WS-SEMILLA TO WS-AZAR
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-SOLICITUDES
              COMPUTE WS-AZAR-PRODUCTO = WS-AZAR * WS-AZAR-FACTOR
              DIVIDE WS-AZAR-PRODUCTO BY WS-AZAR-MODULO
                 GIVING WS-AZAR-COCIENTE REMAINDER WS-AZAR
              MOVE WS-AZAR TO SL-NUMERO(WS-S)
           END-PERFORM.

      * 1 = RECURSA, 2 = hermano ya inscripto en el ciclo, 3 = resto
       ASIGNAR-PRIORIDADES.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-SOLICITUDES
              MOVE 3 TO SL-PRIORIDAD(WS-S)
              PERFORM VARYING WS-RC FROM 1 BY 1
                      UNTIL WS-RC > WS-CANT-RECURSANTES
                 IF RC-EST-ID(WS-RC) = SL-EST-ID(WS-S)
                    MOVE 1 TO SL-PRIORIDAD(WS-S)
                 END-IF
              END-PERFORM

              IF SL-PRIORIDAD(WS-S) = 3
                 MOVE SL-EST-ID(WS-S) TO WS-TU-EST-ID
                 PERFORM BUSCAR-TUTOR
                 IF WS-TU-CL-ID NOT = SPACES
                    PERFORM VARYING WS-FM FROM 1 BY 1
                            UNTIL WS-FM > WS-CANT-FAMILIAS
                       IF FM-CL-ID(WS-FM) = WS-TU-CL-ID
                           AND FM-EST-ID(WS-FM) NOT = SL-EST-ID(WS-S)
                          MOVE 2 TO SL-PRIORIDAD(WS-S)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       ORDENAR-POR-SORTEO.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S >= WS-CANT-SOLICITUDES
              PERFORM VARYING WS-S2 FROM 1 BY 1
                      UNTIL WS-S2 > WS-CANT-SOLICITUDES - WS-S
                 MOVE "N" TO WS-INTERCAMBIO
                 IF SL-PRIORIDAD(WS-S2) > SL-PRIORIDAD(WS-S2 + 1)
                    SET HAY-QUE-INTERCAMBIAR TO TRUE
                 ELSE
                    IF SL-PRIORIDAD(WS-S2) = SL-PRIORIDAD(WS-S2 + 1)
                        AND SL-NUMERO(WS-S2) > SL-NUMERO(WS-S2 + 1)
                       SET HAY-QUE-INTERCAMBIAR TO TRUE
                    END-IF
                 END-IF
                 IF HAY-QUE-INTERCAMBIAR
                    PERFORM INTERCAMBIAR-SOLICITUDES
                 END-IF
              END-PERFORM
           END-PERFORM.

       INTERCAMBIAR-SOLICITUDES.
           MOVE SOLICITUD-ENT(WS-S2)     TO WS-SL-TEMP
           MOVE SOLICITUD-ENT(WS-S2 + 1) TO SOLICITUD-ENT(WS-S2)
           MOVE WS-SL-TEMP               TO SOLICITUD-ENT(WS-S2 + 1).

      * un alumno que se dio de baja o egreso despues de preinscribirse
      * no toma asiento
       CONTROLAR-ESTADO-ALUMNOS.
           IF MAESTRO-ALUMNOS-DISPONIBLE
              PERFORM VARYING WS-S FROM 1 BY 1
                      UNTIL WS-S > WS-CANT-SOLICITUDES
                 MOVE SL-EST-ID(WS-S) TO EST-ID
                 READ STUDENT-MASTER
                   INVALID KEY
                     SET SL-NO-ACTIVO(WS-S) TO TRUE
                   NOT INVALID KEY
                     IF NOT EST-ACTIVO
                        SET SL-NO-ACTIVO(WS-S) TO TRUE
                     END-IF
                 END-READ
                 IF SL-NO-ACTIVO(WS-S)
                    ADD 1 TO WS-CANT-NO-ACTIVOS
                    MOVE "PREINSCRIPCION" TO WS-EXC-PROGRAMA
                    MOVE "EST-ESTADO"     TO WS-EXC-CAMPO
                    MOVE SL-EST-ID(WS-S)  TO WS-EXC-VALOR
                    PERFORM REGISTRAR-EXCEPCION
                 END-IF
              END-PERFORM
           END-IF.

      * un bloqueo administrativo puesto despues de preinscribirse
      * tambien deja la solicitud afuera del sorteo, salvo dispensa
      * vigente cargada en BLOQUEOS; las dos cosas van al log
       CONTROLAR-BLOQUEO-SOLICITUDES.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-SOLICITUDES
              IF SL-PENDIENTE(WS-S)
                 MOVE SL-EST-ID(WS-S) TO WS-BQ-EST-ID
                 PERFORM BUSCAR-BLOQUEO-ALUMNO
                 MOVE SPACES TO WS-EXC-CAMPO
                 EVALUATE TRUE
                    WHEN ALUMNO-BLOQUEADO
                       SET SL-BLOQUEADA(WS-S) TO TRUE
                       ADD 1 TO WS-CANT-BLOQUEADAS
                       STRING "BLOQUEO-" WS-BQ-TIPO
                          DELIMITED BY SIZE INTO WS-EXC-CAMPO
                    WHEN BLOQUEO-DISPENSADO
                       STRING "DISP " WS-BQ-DISPENSA-SUP
                          DELIMITED BY SIZE INTO WS-EXC-CAMPO
                 END-EVALUATE
                 IF WS-EXC-CAMPO NOT = SPACES
                    MOVE "PREINSCRIPCION" TO WS-EXC-PROGRAMA
                    MOVE SL-EST-ID(WS-S)  TO WS-EXC-VALOR
                    PERFORM REGISTRAR-EXCEPCION
                 END-IF
              END-IF
           END-PERFORM.

      * el asiento se toma en el maestro como un alta en vivo; una
      * opcion que choca de horario con lo que ya cursa se saltea y
      * la solicitud sigue con la opcion siguiente
       ASIGNAR-OPCION.
           MOVE SL-OPCION(WS-S, WS-RONDA) TO CM-CURSO
           READ CURSO-MASTER
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF CM-CUPOS >= 1
                  MOVE SL-EST-ID(WS-S) TO WS-CH-EST-ID
                  MOVE CM-CURSO        TO WS-CH-CURSO
                  PERFORM CONTROLAR-CHOQUE-HORARIO
                  IF HAY-CHOQUE-HORARIO
                     DISPLAY "Choque: " SL-EST-ID(WS-S) " cursa "
                        WS-CH-CURSO-CHOQUE " en el turno " WS-CH-TURNO
                  ELSE
                     PERFORM ENTREGAR-CUPO-SORTEO
                  END-IF
               END-IF
           END-READ.

       ENTREGAR-CUPO-SORTEO.
           SUBTRACT 1 FROM CM-CUPOS
           ADD 1 TO CM-ANOTADOS
           REWRITE CURSO-MASTER-RECORD
           MOVE SPACES          TO INSCRIPCION-RECORD
           MOVE SL-EST-ID(WS-S) TO IN-EST-ID
           MOVE CM-CURSO        TO IN-CURSO
           PERFORM GRABAR-INSCRIPCION
           PERFORM VERIFICAR-ALERTA-CUPO
           SET SL-ASIGNADA(WS-S) TO TRUE
           MOVE WS-RONDA TO SL-RONDA(WS-S)
           ADD 1 TO WS-CANT-ASIGNADAS
           MOVE CM-CURSO TO WS-CURSO-BUSCADO
           PERFORM BUSCAR-CURSO-SORTEO
           IF WS-CU-IDX > ZEROS
              ADD 1 TO CU-ASIGNADOS(WS-CU-IDX)
           END-IF.

      * el cerrojo de waitlist.txt ya lo tiene SORTEAR
       ANOTAR-ESPERA-SORTEO.
           MOVE SPACES             TO WAITLIST-RECORD
           MOVE SL-OPCION(WS-S, 1) TO WL-CURSO
           MOVE SL-EST-ID(WS-S)    TO WL-EST-ID
           PERFORM GRABAR-LISTA-ESPERA
           SET SL-EN-ESPERA(WS-S) TO TRUE
           ADD 1 TO WS-CANT-EN-ESPERA
           MOVE SL-OPCION(WS-S, 1) TO WS-CURSO-BUSCADO
           PERFORM BUSCAR-CURSO-SORTEO
           IF WS-CU-IDX > ZEROS
              ADD 1 TO CU-ESPERA(WS-CU-IDX)
           END-IF.

       GRABAR-INSCRIPCION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IN-FECHA

           OPEN INPUT INSCRIPCION-FILE
           IF NOT INSCRIPCION-OK
              OPEN OUTPUT INSCRIPCION-FILE
           END-IF
           CLOSE INSCRIPCION-FILE

           OPEN EXTEND INSCRIPCION-FILE
           WRITE INSCRIPCION-RECORD
           CLOSE INSCRIPCION-FILE.

       GRABAR-LISTA-ESPERA.
           OPEN INPUT WAITLIST-FILE
           IF NOT WAITLIST-OK
              OPEN OUTPUT WAITLIST-FILE
           END-IF
           CLOSE WAITLIST-FILE

           OPEN EXTEND WAITLIST-FILE
           WRITE WAITLIST-RECORD
           CLOSE WAITLIST-FILE.

       VERIFICAR-ALERTA-CUPO.
           IF CM-CUPOS < CM-UMBRAL AND NOT CM-ALERTA-ENVIADA
              MOVE "S" TO CM-ALERTA
              REWRITE CURSO-MASTER-RECORD
              MOVE SPACES    TO ALERTA-CUPO-RECORD
              MOVE CM-CURSO  TO AC-CURSO
              MOVE CM-CUPOS  TO AC-CUPOS-REST
              PERFORM GRABAR-ALERTA-CUPO
           END-IF.

       GRABAR-ALERTA-CUPO.
           DISPLAY "ALERTA: cupo de " AC-CURSO
              " por debajo del umbral, quedan " AC-CUPOS-REST

           OPEN INPUT ALERTA-CUPO-FILE
           IF NOT ALERTA-CUPO-OK
              OPEN OUTPUT ALERTA-CUPO-FILE
           END-IF
           CLOSE ALERTA-CUPO-FILE

           OPEN EXTEND ALERTA-CUPO-FILE
           WRITE ALERTA-CUPO-RECORD
           CLOSE ALERTA-CUPO-FILE.

      * el resultado que se publica: la semilla permite a cualquiera
      * repetir el sorteo con las mismas solicitudes
       IMPRIMIR-RESULTADOS.
           MOVE "PREINSCRIPCION" TO WS-SPOOL-PROGRAMA
           MOVE "RESULTADO DEL SORTEO DE CUPOS" TO WS-SPOOL-TITULO
           MOVE WS-HOY TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "PREINSCRIPCION - sorteo del ciclo "
                  WS-CICLO-LECTIVO "  semilla " WS-SEMILLA
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-PRE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Ventana del " WS-VP-DESDE " al " WS-VP-HASTA
                  ", sorteo del " WS-HOY
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-PRE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Orden: R = recursa, H = hermano inscripto, luego"
                  " el resto, por numero"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-PRE
           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-PRE

           MOVE "Materia                   Cupo 1ra opc. Asign. Espera"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-PRE
           PERFORM VARYING WS-CU FROM 1 BY 1
                   UNTIL WS-CU > WS-CANT-CURSOS
              IF CU-PEDIDOS(WS-CU) > ZEROS
                  OR CU-ASIGNADOS(WS-CU) > ZEROS
                 MOVE CU-CUPOS(WS-CU)     TO WS-ED-CUPOS
                 MOVE CU-PEDIDOS(WS-CU)   TO WS-ED-PEDIDOS
                 MOVE CU-ASIGNADOS(WS-CU) TO WS-ED-ASIG
                 MOVE CU-ESPERA(WS-CU)    TO WS-ED-ESPERA
                 MOVE SPACES TO WS-SPOOL-LINEA
                 STRING CU-CURSO(WS-CU) " " WS-ED-CUPOS "       "
                        WS-ED-PEDIDOS "    " WS-ED-ASIG "    "
                        WS-ED-ESPERA
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM ESCRIBIR-LINEA-PRE
              END-IF
           END-PERFORM

           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-PRE
           MOVE "Ord EST-ID     Pri Numero     Resultado"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-PRE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-SOLICITUDES
              PERFORM IMPRIMIR-SOLICITUD
           END-PERFORM

           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-PRE
           MOVE SPACES TO WS-SPOOL-LINEA
           MOVE WS-CANT-SOLICITUDES TO WS-ED-CANT
           MOVE WS-CANT-ASIGNADAS   TO WS-ED-ASIG
           MOVE WS-CANT-EN-ESPERA   TO WS-ED-ESPERA
           MOVE WS-CANT-NO-ACTIVOS  TO WS-ED-PEDIDOS
           MOVE WS-CANT-BLOQUEADAS  TO WS-ED-BLOQ
           STRING "Solicitudes: " WS-ED-CANT
                  "  Asignadas: " WS-ED-ASIG
                  "  En espera: " WS-ED-ESPERA
                  "  No activos: " WS-ED-PEDIDOS
                  "  Bloq.: " WS-ED-BLOQ
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-PRE

           PERFORM CERRAR-SPOOL.

       IMPRIMIR-SOLICITUD.
           EVALUATE SL-PRIORIDAD(WS-S)
              WHEN 1 MOVE "R" TO WS-MARCA-PRIO
              WHEN 2 MOVE "H" TO WS-MARCA-PRIO
              WHEN OTHER MOVE "-" TO WS-MARCA-PRIO
           END-EVALUATE

           MOVE SPACES TO WS-TEXTO-RESULTADO
           EVALUATE TRUE
              WHEN SL-ASIGNADA(WS-S)
                 MOVE SL-RONDA(WS-S) TO WS-ED-RONDA
                 STRING "Opcion " WS-ED-RONDA " "
                        SL-OPCION(WS-S, SL-RONDA(WS-S))
                    DELIMITED BY SIZE INTO WS-TEXTO-RESULTADO
              WHEN SL-EN-ESPERA(WS-S)
                 STRING "Espera   " SL-OPCION(WS-S, 1)
                    DELIMITED BY SIZE INTO WS-TEXTO-RESULTADO
              WHEN SL-NO-ACTIVO(WS-S)
                 MOVE "Alumno no activo" TO WS-TEXTO-RESULTADO
              WHEN SL-BLOQUEADA(WS-S)
                 MOVE "Bloqueo administrativo" TO WS-TEXTO-RESULTADO
           END-EVALUATE

           MOVE WS-S TO WS-ED-ORDEN
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING WS-ED-ORDEN " " SL-EST-ID(WS-S) "  "
                  WS-MARCA-PRIO "  " SL-NUMERO(WS-S) " "
                  WS-TEXTO-RESULTADO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-PRE.

       ESCRIBIR-LINEA-PRE.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "PREINSC-CALC.cpy".

       COPY "TUTOR-CALC.cpy".

       COPY "CERROJO-CALC.cpy".

       COPY "HORARIO-CALC.cpy".

       COPY "CICLO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "BLOQUEO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
