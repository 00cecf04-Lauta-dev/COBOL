      * Barrido nocturno de integridad referencial: INTEGRIDAD cuida
      * la cantidad y el total de control de cada maestro, pero nada
      * controlaba que las claves que los demas archivos apuntan
      * existan de verdad (un EST-ID de inscripciones.txt sin alumno,
      * un FA-CLIENTE de facturas.txt sin cliente y un PR-EMPLEADO
      * sin empleado pasaron de largo un mes entero). Esta corrida
      * recorre cada relacion y busca la clave en su maestro:
      *  - inscripciones.txt, boletines.txt, becas_master.dat,
      *    asistencia.txt y waitlist.txt contra student_master.dat
      *  - facturas.txt, cuentas_saldos.txt y planes_cuotas.txt
      *    contra clientes_master.dat
      *  - payroll_register.txt y timesheet.txt (sin la cola TRL)
      *    contra empleados_master.dat
      *  - asignaciones_docentes.txt contra docentes_master.dat, y
      *    las asignaciones a materia (DA-TIPO M) ademas contra
      *    cursos_master.dat
      *  - roadside_incidents.txt contra cuadrillas.txt y, si el
      *    incidente tiene movil, contra vehiculos.txt
      * Por relacion informa registros leidos y claves huerfanas (cada
      * clave una vez, con la cantidad de registros que la usan), por
      * pantalla y en referencias_reporte.txt. Cada huerfana entra a
      * la cola de correcciones (REGISTRAR-EXCEPCION, programa
      * REFERENCIAS, campo con la relacion y valor con la clave),
      * salvo que ya este pendiente ahi de una noche anterior: la
      * misma huerfana no se encola dos veces. Una relacion cuyo
      * maestro no se puede abrir se informa y no se verifica, para
      * no denunciar como huerfanos todos sus registros.
      * Corre sin preguntas, como paso de ORQUESTADOR-DIARIO.
      *
      * La relacion FACTURA-CLIENTE se verifica sobre el maestro
      * indexado facturas_master.dat (mismo registro de 99
      * caracteres y mismas claves que FACTURA-FC.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCIAS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT STUDENT-MASTER ASSIGN TO "student_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EST-ID
                 ALTERNATE RECORD KEY IS EST-APELLIDO
                     WITH DUPLICATES
                 FILE STATUS IS WS-ALUMNO-STATUS.

             SELECT CLIENTE-MASTER ASSIGN TO "clientes_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CL-ID
                 FILE STATUS IS WS-CLIENTE-STATUS.

             SELECT EMPLEADO-MASTER ASSIGN TO "empleados_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EM-CODIGO
                 FILE STATUS IS WS-EMPLEADO-STATUS.

             SELECT DOCENTE-MASTER ASSIGN TO "docentes_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DO-CODIGO
                 FILE STATUS IS WS-DOCENTE-STATUS.

             SELECT CURSO-MASTER ASSIGN TO "cursos_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CM-CURSO
                 FILE STATUS IS WS-CURSO-STATUS.

             SELECT BECA-MASTER ASSIGN TO "becas_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BE-EST-ID
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT CUADRILLAS-FILE ASSIGN TO "cuadrillas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT VEHICULOS-FILE ASSIGN TO "vehiculos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT INSCRIPCION-FILE ASSIGN TO "inscripciones.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT BOLETIN-FILE ASSIGN TO "boletines.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT ASISTENCIA-FILE ASSIGN TO "asistencia.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT WAITLIST-FILE ASSIGN TO "waitlist.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT FACTURA-FILE ASSIGN TO "facturas_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FA-NUM-FACTURA
                 ALTERNATE RECORD KEY IS FA-CLIENTE WITH DUPLICATES
                 ALTERNATE RECORD KEY IS FA-FECHA WITH DUPLICATES
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT SALDOS-FILE ASSIGN TO "cuentas_saldos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT PLANES-FILE ASSIGN TO "planes_cuotas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT PAYROLL-FILE ASSIGN TO "payroll_register.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT TIMESHEET-FILE ASSIGN TO "timesheet.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT ASIGNACION-FILE ASSIGN TO
                 "asignaciones_docentes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT INCIDENT-FILE ASSIGN TO "roadside_incidents.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANS-STATUS.

             SELECT REPORTE-FILE ASSIGN TO "referencias_reporte.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORTE-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "EXCEPCION-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD STUDENT-MASTER.
        01 STUDENT-MASTER-RECORD.
           COPY "ESTUDIANTE-WS.cpy".

        FD CLIENTE-MASTER.
        01 CLIENTE-MASTER-RECORD.
           COPY "CLIENTE-WS.cpy".

        FD EMPLEADO-MASTER.
        01 EMPLEADO-MASTER-RECORD.
           COPY "EMPLEADO-WS.cpy".

        FD DOCENTE-MASTER.
        01 DOCENTE-MASTER-RECORD.
           COPY "DOCENTE-WS.cpy".

        FD CURSO-MASTER.
        01 CURSO-MASTER-RECORD.
           05 CM-CURSO        PIC X(25).
           05 CM-CUPO-INICIAL PIC 9(3).
           05 CM-CUPOS        PIC 9(3).
           05 CM-ANOTADOS     PIC 9(3).
           05 CM-UMBRAL       PIC 9(3).
           05 CM-ALERTA       PIC X.
           05 CM-CORRELATIVA  PIC X(25).

        FD BECA-MASTER.
        01 BECA-MASTER-RECORD.
           COPY "BECA-WS.cpy".

        FD CUADRILLAS-FILE.
        01 CUADRILLA-RECORD.
           05 CU-CODIGO PIC X(6).
           05 FILLER    PIC X.
           05 CU-NOMBRE PIC X(20).

        FD VEHICULOS-FILE.
        01 VEHICULO-RECORD.
           05 VE-MOVIL       PIC X(5).
           05 FILLER         PIC X.
           05 VE-CUADRILLA   PIC X(6).
           05 FILLER         PIC X.
           05 VE-ULT-SERVICE PIC 9(8).
           05 FILLER         PIC X.
           05 VE-ESTADO      PIC X.

        FD INSCRIPCION-FILE.
        01 INSCRIPCION-RECORD.
           05 IN-EST-ID PIC X(10).
           05 FILLER    PIC X.
           05 IN-CURSO  PIC X(25).
           05 FILLER    PIC X.
           05 IN-FECHA  PIC 9(8).

        FD BOLETIN-FILE.
        01 BOLETIN-RECORD.
           05 BF-ID          PIC X(10).
           05 FILLER         PIC X(90).

        FD ASISTENCIA-FILE.
        01 ASISTENCIA-RECORD.
           05 AS-EST-ID PIC X(10).
           05 FILLER    PIC X.
           05 AS-FECHA  PIC 9(8).
           05 FILLER    PIC X.
           05 AS-TURNO  PIC X(8).
           05 FILLER    PIC X.
           05 AS-CICLO  PIC 9(5).

        FD WAITLIST-FILE.
        01 WAITLIST-RECORD.
           05 WL-CURSO  PIC X(25).
           05 FILLER    PIC X.
           05 WL-EST-ID PIC X(10).

        FD FACTURA-FILE.
        01 FACTURA-RECORD.
           05 FA-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 FA-CLIENTE     PIC X(6).
           05 FILLER         PIC X.
           05 FA-FECHA       PIC 9(8).
           05 FILLER         PIC X(77).

        FD SALDOS-FILE.
        01 SALDOS-RECORD.
           05 SL-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 SL-CLIENTE     PIC X(6).
           05 FILLER         PIC X(40).

        FD PLANES-FILE.
        01 PLAN-RECORD.
           05 PU-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 PU-CUOTA       PIC 9(2).
           05 FILLER         PIC X.
           05 PU-CLIENTE     PIC X(6).
           05 FILLER         PIC X(60).

        FD PAYROLL-FILE.
        01 PAYROLL-RECORD.
           05 PR-EMPLEADO  PIC X(6).
           05 FILLER       PIC X(44).

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

        FD ASIGNACION-FILE.
        01 ASIGNACION-RECORD.
           05 DA-DOCENTE PIC X(6).
           05 FILLER     PIC X.
           05 DA-TIPO    PIC X.
              88 DA-ES-TURNO   VALUE "T".
              88 DA-ES-MATERIA VALUE "M".
           05 FILLER     PIC X.
           05 DA-DESTINO PIC X(25).

        FD INCIDENT-FILE.
        01 INCIDENT-RECORD.
           05 IR-NUMERO    PIC 9(6).
           05 FILLER       PIC X.
           05 IR-ABIERTO   PIC 9(14).
           05 FILLER       PIC X.
           05 IR-CERRADO   PIC 9(14).
           05 FILLER       PIC X.
           05 IR-CUADRILLA PIC X(6).
           05 FILLER       PIC X.
           05 IR-VEHICULO  PIC X(5).
           05 FILLER       PIC X.
           05 IR-KIT       PIC X(3).
           05 FILLER       PIC X.
           05 IR-RESULTADO PIC X(20).
           05 FILLER       PIC X.
           05 IR-MOVIL     PIC X(5).
           05 FILLER       PIC X(40).

        FD REPORTE-FILE.
        01 REPORTE-LINE PIC X(80).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "EXCEPCION-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".

          77 WS-ALUMNO-STATUS PIC X(2) VALUE "00".
              88 ALUMNO-OK VALUE "00".
          77 WS-CLIENTE-STATUS PIC X(2) VALUE "00".
              88 CLIENTE-OK VALUE "00".
          77 WS-EMPLEADO-STATUS PIC X(2) VALUE "00".
              88 EMPLEADO-OK VALUE "00".
          77 WS-DOCENTE-STATUS PIC X(2) VALUE "00".
              88 DOCENTE-OK VALUE "00".
          77 WS-CURSO-STATUS PIC X(2) VALUE "00".
              88 CURSO-OK VALUE "00".
          77 WS-TRANS-STATUS PIC X(2) VALUE "00".
              88 TRANS-OK VALUE "00".
          77 WS-REPORTE-STATUS PIC X(2) VALUE "00".
              88 REPORTE-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * maestros abiertos para buscar por clave; sin el maestro la
      * relacion no se verifica
          77 WS-HAY-ALUMNOS    PIC X VALUE "N".
              88 HAY-ALUMNOS    VALUE "S".
          77 WS-HAY-CLIENTES   PIC X VALUE "N".
              88 HAY-CLIENTES   VALUE "S".
          77 WS-HAY-EMPLEADOS  PIC X VALUE "N".
              88 HAY-EMPLEADOS  VALUE "S".
          77 WS-HAY-DOCENTES   PIC X VALUE "N".
              88 HAY-DOCENTES   VALUE "S".
          77 WS-HAY-CURSOS     PIC X VALUE "N".
              88 HAY-CURSOS     VALUE "S".
          77 WS-HAY-CUADRILLAS PIC X VALUE "N".
              88 HAY-CUADRILLAS VALUE "S".
          77 WS-HAY-MOVILES    PIC X VALUE "N".
              88 HAY-MOVILES    VALUE "S".

      * los dos maestros de la guardia son secuenciales y chicos: van
      * a memoria
          01 CUADRILLAS-TABLA.
             02 CUADRILLA-ENT OCCURS 100 TIMES.
                03 CT-CODIGO PIC X(6).
          77 WS-CANT-CUADRILLAS PIC 9(3) VALUE ZEROS.
          01 MOVILES-TABLA.
             02 MOVIL-ENT OCCURS 100 TIMES.
                03 MT-MOVIL PIC X(5).
          77 WS-CANT-MOVILES PIC 9(3) VALUE ZEROS.
          77 WS-M            PIC 9(3) VALUE ZEROS.

      * relacion en curso: nombre, archivo y huerfanas encontradas
          77 WS-RELACION     PIC X(15) VALUE SPACES.
          77 WS-ARCHIVO      PIC X(25) VALUE SPACES.
          77 WS-CLAVE        PIC X(25) VALUE SPACES.
          77 WS-EXISTE       PIC X VALUE "N".
              88 CLAVE-EXISTE VALUE "S".
          77 WS-CANT-LEIDOS  PIC 9(6) VALUE ZEROS.
          77 WS-CANT-HUERF-REG PIC 9(6) VALUE ZEROS.
          01 HUERFANAS-TABLA.
             02 HUERFANA-ENT OCCURS 200 TIMES.
                03 HU-CLAVE PIC X(25).
                03 HU-CANT  PIC 9(6).
          77 WS-CANT-HUERFANAS PIC 9(3) VALUE ZEROS.
          77 WS-H              PIC 9(3) VALUE ZEROS.
          77 WS-HUERFANA-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-HUERFANAS-DESBORDE PIC X VALUE "N".
              88 HUERFANAS-DESBORDADAS VALUE "S".

      * huerfanas ya pendientes en la cola de correcciones
          01 PENDIENTES-TABLA.
             02 PENDIENTE-ENT OCCURS 500 TIMES.
                03 PQ-CAMPO PIC X(15).
                03 PQ-VALOR PIC X(15).
          77 WS-CANT-PENDIENTES PIC 9(3) VALUE ZEROS.
          77 WS-Q               PIC 9(3) VALUE ZEROS.
          77 WS-YA-PENDIENTE    PIC X VALUE "N".
              88 YA-PENDIENTE VALUE "S".

          77 WS-TOTAL-HUERFANAS PIC 9(5) VALUE ZEROS.
          77 WS-TOTAL-ENCOLADAS PIC 9(5) VALUE ZEROS.
          77 WS-CANT-RELACIONES PIC 9(2) VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             OPEN OUTPUT REPORTE-FILE

             MOVE SPACES TO REPORTE-LINE
             STRING "--- Integridad referencial del "
                WS-FECHA-NEGOCIO " ---"
                DELIMITED BY SIZE INTO REPORTE-LINE
             PERFORM ESCRIBIR-LINEA-REP

             PERFORM CARGAR-PENDIENTES
             PERFORM ABRIR-MAESTROS

             PERFORM VERIFICAR-INSCRIPCIONES
             PERFORM VERIFICAR-BOLETINES
             PERFORM VERIFICAR-BECAS
             PERFORM VERIFICAR-ASISTENCIA
             PERFORM VERIFICAR-WAITLIST
             PERFORM VERIFICAR-FACTURAS
             PERFORM VERIFICAR-SALDOS
             PERFORM VERIFICAR-PLANES
             PERFORM VERIFICAR-PAYROLL
             PERFORM VERIFICAR-TIMESHEET
             PERFORM VERIFICAR-ASIGNACIONES
             PERFORM VERIFICAR-INCIDENTES

             PERFORM CERRAR-MAESTROS

             MOVE SPACES TO REPORTE-LINE
             PERFORM ESCRIBIR-LINEA-REP
             MOVE SPACES TO REPORTE-LINE
             STRING "Relaciones verificadas: " WS-CANT-RELACIONES
                "  claves huerfanas: " WS-TOTAL-HUERFANAS
                "  encoladas hoy: " WS-TOTAL-ENCOLADAS
                DELIMITED BY SIZE INTO REPORTE-LINE
             PERFORM ESCRIBIR-LINEA-REP

             CLOSE REPORTE-FILE
           GOBACK.

      * lo que ya quedo pendiente en la cola de una noche anterior no
      * se vuelve a encolar
       CARGAR-PENDIENTES.
           OPEN INPUT COLA-CORRECCION-FILE
           IF COLA-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ COLA-CORRECCION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF CC-PENDIENTE
                        AND CC-PROGRAMA = "REFERENCIAS"
                        AND WS-CANT-PENDIENTES < 500
                       ADD 1 TO WS-CANT-PENDIENTES
                       MOVE CC-CAMPO TO PQ-CAMPO(WS-CANT-PENDIENTES)
                       MOVE CC-VALOR TO PQ-VALOR(WS-CANT-PENDIENTES)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE COLA-CORRECCION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       ABRIR-MAESTROS.
           OPEN INPUT STUDENT-MASTER
           IF ALUMNO-OK
              SET HAY-ALUMNOS TO TRUE
           END-IF
           OPEN INPUT CLIENTE-MASTER
           IF CLIENTE-OK
              SET HAY-CLIENTES TO TRUE
           END-IF
           OPEN INPUT EMPLEADO-MASTER
           IF EMPLEADO-OK
              SET HAY-EMPLEADOS TO TRUE
           END-IF
           OPEN INPUT DOCENTE-MASTER
           IF DOCENTE-OK
              SET HAY-DOCENTES TO TRUE
           END-IF
           OPEN INPUT CURSO-MASTER
           IF CURSO-OK
              SET HAY-CURSOS TO TRUE
           END-IF

           OPEN INPUT CUADRILLAS-FILE
           IF TRANS-OK
              SET HAY-CUADRILLAS TO TRUE
              PERFORM UNTIL FIN-ARCHIVO
                READ CUADRILLAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-CUADRILLAS < 100
                       ADD 1 TO WS-CANT-CUADRILLAS
                       MOVE CU-CODIGO
                          TO CT-CODIGO(WS-CANT-CUADRILLAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUADRILLAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           OPEN INPUT VEHICULOS-FILE
           IF TRANS-OK
              SET HAY-MOVILES TO TRUE
              PERFORM UNTIL FIN-ARCHIVO
                READ VEHICULOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-MOVILES < 100
                       ADD 1 TO WS-CANT-MOVILES
                       MOVE VE-MOVIL TO MT-MOVIL(WS-CANT-MOVILES)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE VEHICULOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CERRAR-MAESTROS.
           IF HAY-ALUMNOS
              CLOSE STUDENT-MASTER
           END-IF
           IF HAY-CLIENTES
              CLOSE CLIENTE-MASTER
           END-IF
           IF HAY-EMPLEADOS
              CLOSE EMPLEADO-MASTER
           END-IF
           IF HAY-DOCENTES
              CLOSE DOCENTE-MASTER
           END-IF
           IF HAY-CURSOS
              CLOSE CURSO-MASTER
           END-IF.

      *----------------------------------------------------------------
      * relaciones contra el maestro de alumnos
      *----------------------------------------------------------------
       VERIFICAR-INSCRIPCIONES.
           MOVE "INSCRIP-ALUMNO"    TO WS-RELACION
           MOVE "inscripciones.txt" TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-ALUMNOS
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT INSCRIPCION-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ INSCRIPCION-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE IN-EST-ID TO WS-CLAVE
                       PERFORM BUSCAR-ALUMNO
                   END-READ
                 END-PERFORM
                 CLOSE INSCRIPCION-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       VERIFICAR-BOLETINES.
           MOVE "BOLETIN-ALUMNO" TO WS-RELACION
           MOVE "boletines.txt"  TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-ALUMNOS
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT BOLETIN-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ BOLETIN-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE BF-ID TO WS-CLAVE
                       PERFORM BUSCAR-ALUMNO
                   END-READ
                 END-PERFORM
                 CLOSE BOLETIN-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       VERIFICAR-BECAS.
           MOVE "BECA-ALUMNO"      TO WS-RELACION
           MOVE "becas_master.dat" TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-ALUMNOS
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT BECA-MASTER
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ BECA-MASTER NEXT
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE BE-EST-ID TO WS-CLAVE
                       PERFORM BUSCAR-ALUMNO
                   END-READ
                 END-PERFORM
                 CLOSE BECA-MASTER
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       VERIFICAR-ASISTENCIA.
           MOVE "ASIST-ALUMNO"   TO WS-RELACION
           MOVE "asistencia.txt" TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-ALUMNOS
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT ASISTENCIA-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ ASISTENCIA-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE AS-EST-ID TO WS-CLAVE
                       PERFORM BUSCAR-ALUMNO
                   END-READ
                 END-PERFORM
                 CLOSE ASISTENCIA-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       VERIFICAR-WAITLIST.
           MOVE "ESPERA-ALUMNO" TO WS-RELACION
           MOVE "waitlist.txt"  TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-ALUMNOS
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT WAITLIST-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ WAITLIST-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE WL-EST-ID TO WS-CLAVE
                       PERFORM BUSCAR-ALUMNO
                   END-READ
                 END-PERFORM
                 CLOSE WAITLIST-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      *----------------------------------------------------------------
      * relaciones contra el maestro de clientes
      *----------------------------------------------------------------
       VERIFICAR-FACTURAS.
           MOVE "FACTURA-CLIENTE" TO WS-RELACION
           MOVE "facturas_master.dat" TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-CLIENTES
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT FACTURA-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ FACTURA-FILE NEXT
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE FA-CLIENTE TO WS-CLAVE
                       PERFORM BUSCAR-CLIENTE
                   END-READ
                 END-PERFORM
                 CLOSE FACTURA-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       VERIFICAR-SALDOS.
           MOVE "SALDO-CLIENTE"      TO WS-RELACION
           MOVE "cuentas_saldos.txt" TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-CLIENTES
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT SALDOS-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ SALDOS-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE SL-CLIENTE TO WS-CLAVE
                       PERFORM BUSCAR-CLIENTE
                   END-READ
                 END-PERFORM
                 CLOSE SALDOS-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       VERIFICAR-PLANES.
           MOVE "PLAN-CLIENTE"      TO WS-RELACION
           MOVE "planes_cuotas.txt" TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-CLIENTES
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT PLANES-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ PLANES-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE PU-CLIENTE TO WS-CLAVE
                       PERFORM BUSCAR-CLIENTE
                   END-READ
                 END-PERFORM
                 CLOSE PLANES-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      *----------------------------------------------------------------
      * relaciones contra el maestro de empleados
      *----------------------------------------------------------------
       VERIFICAR-PAYROLL.
           MOVE "NOMINA-EMPLEADO"      TO WS-RELACION
           MOVE "payroll_register.txt" TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-EMPLEADOS
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT PAYROLL-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ PAYROLL-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE PR-EMPLEADO TO WS-CLAVE
                       PERFORM BUSCAR-EMPLEADO
                   END-READ
                 END-PERFORM
                 CLOSE PAYROLL-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       VERIFICAR-TIMESHEET.
           MOVE "HORAS-EMPLEADO" TO WS-RELACION
           MOVE "timesheet.txt"  TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-EMPLEADOS
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT TIMESHEET-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ TIMESHEET-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       IF NOT TT-ES-TRAILER
                          ADD 1 TO WS-CANT-LEIDOS
                          MOVE TS-EMPLEADO TO WS-CLAVE
                          PERFORM BUSCAR-EMPLEADO
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE TIMESHEET-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      *----------------------------------------------------------------
      * asignaciones docentes: el docente siempre, la materia solo en
      * las asignaciones M (las T apuntan a un turno, no a un curso)
      *----------------------------------------------------------------
       VERIFICAR-ASIGNACIONES.
           MOVE "ASIGN-DOCENTE"             TO WS-RELACION
           MOVE "asignaciones_docentes.txt" TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-DOCENTES
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT ASIGNACION-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ ASIGNACION-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE DA-DOCENTE TO WS-CLAVE
                       PERFORM BUSCAR-DOCENTE
                   END-READ
                 END-PERFORM
                 CLOSE ASIGNACION-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           MOVE "ASIGN-CURSO" TO WS-RELACION
           PERFORM INICIAR-RELACION
           IF NOT HAY-CURSOS
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT ASIGNACION-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ ASIGNACION-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       IF DA-ES-MATERIA
                          ADD 1 TO WS-CANT-LEIDOS
                          MOVE DA-DESTINO TO WS-CLAVE
                          PERFORM BUSCAR-CURSO
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE ASIGNACION-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      *----------------------------------------------------------------
      * incidentes de ruta: la cuadrilla siempre, el movil solo si el
      * incidente lo tiene cargado (los viejos no lo traen)
      *----------------------------------------------------------------
       VERIFICAR-INCIDENTES.
           MOVE "INCID-CUADRILLA"        TO WS-RELACION
           MOVE "roadside_incidents.txt" TO WS-ARCHIVO
           PERFORM INICIAR-RELACION
           IF NOT HAY-CUADRILLAS
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT INCIDENT-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ INCIDENT-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       MOVE IR-CUADRILLA TO WS-CLAVE
                       PERFORM BUSCAR-CUADRILLA
                   END-READ
                 END-PERFORM
                 CLOSE INCIDENT-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           MOVE "INCID-MOVIL" TO WS-RELACION
           PERFORM INICIAR-RELACION
           IF NOT HAY-MOVILES
              PERFORM INFORMAR-SIN-MAESTRO
           ELSE
              OPEN INPUT INCIDENT-FILE
              IF NOT TRANS-OK
                 PERFORM INFORMAR-SIN-ARCHIVO
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ INCIDENT-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       IF IR-MOVIL NOT = SPACES
                          ADD 1 TO WS-CANT-LEIDOS
                          MOVE IR-MOVIL TO WS-CLAVE
                          PERFORM BUSCAR-MOVIL
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE INCIDENT-FILE
                 PERFORM CERRAR-RELACION
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      *----------------------------------------------------------------
      * busqueda de la clave en su maestro; la que no esta se anota
      *----------------------------------------------------------------
       BUSCAR-ALUMNO.
           MOVE WS-CLAVE TO EST-ID
           READ STUDENT-MASTER
             INVALID KEY PERFORM ANOTAR-HUERFANA
           END-READ.

       BUSCAR-CLIENTE.
           MOVE WS-CLAVE TO CL-ID
           READ CLIENTE-MASTER
             INVALID KEY PERFORM ANOTAR-HUERFANA
           END-READ.

       BUSCAR-EMPLEADO.
           MOVE WS-CLAVE TO EM-CODIGO
           READ EMPLEADO-MASTER
             INVALID KEY PERFORM ANOTAR-HUERFANA
           END-READ.

       BUSCAR-DOCENTE.
           MOVE WS-CLAVE TO DO-CODIGO
           READ DOCENTE-MASTER
             INVALID KEY PERFORM ANOTAR-HUERFANA
           END-READ.

       BUSCAR-CURSO.
           MOVE WS-CLAVE TO CM-CURSO
           READ CURSO-MASTER
             INVALID KEY PERFORM ANOTAR-HUERFANA
           END-READ.

       BUSCAR-CUADRILLA.
           MOVE "N" TO WS-EXISTE
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-CANT-CUADRILLAS
              IF CT-CODIGO(WS-M) = WS-CLAVE
                 SET CLAVE-EXISTE TO TRUE
              END-IF
           END-PERFORM
           IF NOT CLAVE-EXISTE
              PERFORM ANOTAR-HUERFANA
           END-IF.

       BUSCAR-MOVIL.
           MOVE "N" TO WS-EXISTE
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-CANT-MOVILES
              IF MT-MOVIL(WS-M) = WS-CLAVE
                 SET CLAVE-EXISTE TO TRUE
              END-IF
           END-PERFORM
           IF NOT CLAVE-EXISTE
              PERFORM ANOTAR-HUERFANA
           END-IF.

      * cada clave huerfana una sola vez por relacion, con la cuenta
      * de registros que la usan
       ANOTAR-HUERFANA.
           ADD 1 TO WS-CANT-HUERF-REG
           MOVE ZEROS TO WS-HUERFANA-IDX
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-CANT-HUERFANAS
              IF HU-CLAVE(WS-H) = WS-CLAVE
                 MOVE WS-H TO WS-HUERFANA-IDX
              END-IF
           END-PERFORM
           IF WS-HUERFANA-IDX = ZEROS
              IF WS-CANT-HUERFANAS < 200
                 ADD 1 TO WS-CANT-HUERFANAS
                 MOVE WS-CANT-HUERFANAS TO WS-HUERFANA-IDX
                 MOVE WS-CLAVE TO HU-CLAVE(WS-HUERFANA-IDX)
                 MOVE ZEROS    TO HU-CANT(WS-HUERFANA-IDX)
              ELSE
                 SET HUERFANAS-DESBORDADAS TO TRUE
              END-IF
           END-IF
           IF WS-HUERFANA-IDX > ZEROS
              ADD 1 TO HU-CANT(WS-HUERFANA-IDX)
           END-IF.

       INICIAR-RELACION.
           MOVE ZEROS TO WS-CANT-LEIDOS WS-CANT-HUERF-REG
                         WS-CANT-HUERFANAS
           MOVE "N" TO WS-HUERFANAS-DESBORDE WS-FIN-ARCHIVO
           MOVE SPACES TO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP.

       INFORMAR-SIN-MAESTRO.
           MOVE SPACES TO REPORTE-LINE
           STRING WS-RELACION " " WS-ARCHIVO
              ": sin maestro, no se verifica"
              DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP.

       INFORMAR-SIN-ARCHIVO.
           MOVE SPACES TO REPORTE-LINE
           STRING WS-RELACION " " WS-ARCHIVO
              ": no existe, nada que verificar"
              DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP.

       CERRAR-RELACION.
           ADD 1 TO WS-CANT-RELACIONES
           ADD WS-CANT-HUERFANAS TO WS-TOTAL-HUERFANAS

           MOVE SPACES TO REPORTE-LINE
           IF WS-CANT-HUERFANAS = ZEROS
              STRING WS-RELACION " " WS-ARCHIVO ": " WS-CANT-LEIDOS
                 " reg OK"
                 DELIMITED BY SIZE INTO REPORTE-LINE
           ELSE
              STRING WS-RELACION " " WS-ARCHIVO ": " WS-CANT-LEIDOS
                 " reg " WS-CANT-HUERF-REG " huerf <-- REVISAR"
                 DELIMITED BY SIZE INTO REPORTE-LINE
           END-IF
           PERFORM ESCRIBIR-LINEA-REP

           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-CANT-HUERFANAS
              MOVE SPACES TO REPORTE-LINE
              STRING "    clave " HU-CLAVE(WS-H) " en "
                 HU-CANT(WS-H) " registros"
                 DELIMITED BY SIZE INTO REPORTE-LINE
              PERFORM ESCRIBIR-LINEA-REP
              PERFORM ENCOLAR-HUERFANA
           END-PERFORM

           IF HUERFANAS-DESBORDADAS
              MOVE "    (mas de 200 claves, se listan las primeras)"
                 TO REPORTE-LINE
              PERFORM ESCRIBIR-LINEA-REP
           END-IF.

       ENCOLAR-HUERFANA.
           MOVE "N" TO WS-YA-PENDIENTE
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-CANT-PENDIENTES
              IF PQ-CAMPO(WS-Q) = WS-RELACION
                  AND PQ-VALOR(WS-Q) = HU-CLAVE(WS-H)(1:15)
                 SET YA-PENDIENTE TO TRUE
              END-IF
           END-PERFORM

           IF NOT YA-PENDIENTE
              MOVE "REFERENCIAS"  TO WS-EXC-PROGRAMA
              MOVE WS-RELACION    TO WS-EXC-CAMPO
              MOVE HU-CLAVE(WS-H) TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
              ADD 1 TO WS-TOTAL-ENCOLADAS
              IF WS-CANT-PENDIENTES < 500
                 ADD 1 TO WS-CANT-PENDIENTES
                 MOVE WS-RELACION TO PQ-CAMPO(WS-CANT-PENDIENTES)
                 MOVE HU-CLAVE(WS-H) TO PQ-VALOR(WS-CANT-PENDIENTES)
              END-IF
           END-IF.

       ESCRIBIR-LINEA-REP.
           DISPLAY REPORTE-LINE
           WRITE REPORTE-LINE.

       COPY "FECHA-NEGOCIO-CALC.cpy".
       COPY "EXCEPCION-CALC.cpy".
