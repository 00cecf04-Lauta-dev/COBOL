      * Importacion de fichadas del reloj al timesheet: las horas de
      * cada semana se tipeaban en timesheet.txt desde las tarjetas
      * de papel, con los errores que la cola de control atajaba a
      * medias. El reloj exporta sus fichadas en fichadas_reloj.txt
      * (EM-CODIGO, fecha, hora HHMM y sentido E entrada / S salida,
      * en orden cronologico) y esta corrida:
      *  - pide la semana que se liquida (AAAAMMDD del lunes) y toma
      *    solo las fichadas de esos siete dias
      *  - valida cada codigo contra empleados_master.dat (sin
      *    maestro se importa igual, avisando); un codigo desconocido
      *    o inactivo va al log de excepciones y no se importa
      *  - aparea las fichadas de cada empleado y dia (una entrada
      *    con su salida siguiente, varios tramos por dia) y suma los
      *    minutos; una entrada sin salida, una salida sin entrada o
      *    una salida anterior a su entrada dejan el dia observado y
      *    ese tramo no suma
      *  - marca tambien las fichadas en un dia de licencia aprobada
      *    del empleado (licencias_pendientes.txt, estado A: la
      *    licencia arranca el primer dia de la semana pedido a
      *    partir de la fecha de aprobacion y corre los dias habiles
      *    aprobados); esas horas se importan pero el dia queda
      *    observado
      *  - cada dia observado va al log de excepciones y de ahi a la
      *    cola de correcciones (campo con el motivo, valor empleado
      *    y fecha)
      *  - redondea las horas del dia a la hora mas cercana y separa
      *    las comunes de las extra en el tope diario WS-HS-DIARIAS,
      *    el mismo con que liquida JUBI-LARSE, para que el
      *    supervisor cargue en AUTORIZAR-EXTRA lo que corresponda
      *  - graba timesheet.txt de la semana con su cola de control
      *    TRAILER-FD (cantidad y suma de horas) y deja el detalle por
      *    el spool compartido (programa FICHADAS)
      * timesheet.txt se genera de cero: esta corrida va primero en
      * la semana, y los puentes (PUENTE-GUARDIAS, PUENTE-DOCENTES)
      * suman despues sobre lo importado.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHADAS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT RELOJ-FILE ASSIGN TO "fichadas_reloj.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RELOJ-STATUS.

             SELECT EMPLEADO-MASTER ASSIGN TO "empleados_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EM-CODIGO
                 FILE STATUS IS WS-EMPLEADO-STATUS.

             SELECT PENDIENTES-FILE ASSIGN TO
                 "licencias_pendientes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PENDIENTES-STATUS.

             SELECT TIMESHEET-FILE ASSIGN TO "timesheet.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TIMESHEET-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD RELOJ-FILE.
        01 RELOJ-RECORD.
           05 RJ-EMPLEADO PIC X(6).
           05 FILLER      PIC X.
           05 RJ-FECHA    PIC 9(8).
           05 FILLER      PIC X.
           05 RJ-HORA     PIC 9(4).
           05 RJ-HORA-R REDEFINES RJ-HORA.
              10 RJ-HH    PIC 9(2).
              10 RJ-MM    PIC 9(2).
           05 FILLER      PIC X.
           05 RJ-SENTIDO  PIC X.
              88 RJ-ENTRADA VALUE "E".
              88 RJ-SALIDA  VALUE "S".

        FD EMPLEADO-MASTER.
        01 EMPLEADO-MASTER-RECORD.
           COPY "EMPLEADO-WS.cpy".

        FD PENDIENTES-FILE.
        01 PENDIENTE-RECORD.
           05 LP-ID         PIC 9(5).
           05 FILLER        PIC X.
           05 LP-ESTADO     PIC X.
              88 LP-APROBADA  VALUE "A".
           05 FILLER        PIC X.
           05 LP-EMPLEADO   PIC X(6).
           05 FILLER        PIC X.
           05 LP-DEPTO      PIC 9(1).
           05 FILLER        PIC X.
           05 LP-DIA        PIC X(10).
           05 FILLER        PIC X.
           05 LP-DIAS       PIC 9(2).
           05 FILLER        PIC X.
           05 LP-SUPERVISOR PIC X(10).
           05 FILLER        PIC X.
           05 LP-TIMESTAMP  PIC X(21).

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

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-RELOJ-STATUS PIC X(2) VALUE "00".
              88 RELOJ-OK VALUE "00".
          77 WS-EMPLEADO-STATUS PIC X(2) VALUE "00".
              88 EMPLEADO-MASTER-OK VALUE "00".
          77 WS-PENDIENTES-STATUS PIC X(2) VALUE "00".
              88 PENDIENTES-OK VALUE "00".
          77 WS-TIMESHEET-STATUS PIC X(2) VALUE "00".
              88 TIMESHEET-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-MAESTRO-EMP PIC X VALUE "N".
              88 MAESTRO-EMPLEADOS-DISPONIBLE VALUE "S".
          77 WS-EMP-VALIDO  PIC X VALUE "N".
              88 EMPLEADO-VALIDO VALUE "S".

          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-SEMANA-LIQ   PIC 9(8) VALUE ZEROS.
          77 WS-DOMINGO      PIC 9(8) VALUE ZEROS.

      * tope diario de horas comunes (el WS-HS de JUBI-LARSE)
          77 WS-HS-DIARIAS   PIC 9(2) VALUE 8.

      * fichadas apareadas por empleado y dia de la semana (1 lunes
      * ... 7 domingo): tramo abierto, minutos sumados y observacion
      * (espacio = dia limpio, E entrada sin salida, S salida sin
      * entrada, H salida anterior a la entrada, L fichada en dia de
      * licencia); FD-LICENCIA marca el dia de licencia aprobada
          01 FICHAS-TABLA.
             02 FICHA-ENT OCCURS 200 TIMES.
                03 FH-EMPLEADO PIC X(6).
                03 FH-DIA OCCURS 7 TIMES.
                   04 FD-ABIERTA    PIC X.
                   04 FD-ENTRADA    PIC 9(4).
                   04 FD-MINUTOS    PIC 9(4).
                   04 FD-OBSERVADO  PIC X.
                   04 FD-LICENCIA   PIC X.
                   04 FD-FICHADAS   PIC 9(2).
                03 FH-REGULAR  PIC 9(3).
                03 FH-EXTRA    PIC 9(3).
          77 WS-CANT-FICHAS  PIC 9(3) VALUE ZEROS.
          77 WS-FH           PIC 9(3) VALUE ZEROS.
          77 WS-FH-IDX       PIC 9(3) VALUE ZEROS.
          77 WS-D            PIC 9(1) VALUE ZEROS.
          77 WS-DIA-IDX      PIC 9(1) VALUE ZEROS.
          77 WS-FICHAS-DESBORDE PIC X VALUE "N".
              88 FICHAS-DESBORDADAS VALUE "S".

          01 DIAS-NOMBRES.
             02 FILLER PIC X(10) VALUE "LUNES".
             02 FILLER PIC X(10) VALUE "MARTES".
             02 FILLER PIC X(10) VALUE "MIERCOLES".
             02 FILLER PIC X(10) VALUE "JUEVES".
             02 FILLER PIC X(10) VALUE "VIERNES".
          01 DIAS-NOMBRES-R REDEFINES DIAS-NOMBRES.
             02 DIA-NOMBRE PIC X(10) OCCURS 5 TIMES.
          77 WS-DIA-PEDIDO   PIC X(10) VALUE SPACES.
          77 WS-DIA-LIC      PIC 9(1) VALUE ZEROS.
          77 WS-DESPLAZAR    PIC S9(2) VALUE ZEROS.
          77 WS-LIC-FECHA    PIC 9(8) VALUE ZEROS.
          77 WS-LIC-CONTADOS PIC 9(2) VALUE ZEROS.

          77 WS-MIN-ENTRADA  PIC 9(4) VALUE ZEROS.
          77 WS-MIN-SALIDA   PIC 9(4) VALUE ZEROS.
          77 WS-HS-DIA       PIC 9(2) VALUE ZEROS.
          77 WS-HORAS-CALC   PIC 9(3) VALUE ZEROS.

          77 WS-CANT-LEIDAS     PIC 9(6) VALUE ZEROS.
          77 WS-CANT-FUERA      PIC 9(6) VALUE ZEROS.
          77 WS-CANT-RECHAZADAS PIC 9(6) VALUE ZEROS.
          77 WS-CANT-OBSERVADOS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-LOTE    PIC 9(6) VALUE ZEROS.
          77 WS-HASH-LOTE    PIC 9(9) VALUE ZEROS.

          01 WS-VALOR-OBS.
             05 WS-VO-EMPLEADO PIC X(6).
             05 FILLER         PIC X VALUE SPACE.
             05 WS-VO-FECHA    PIC 9(8).
          77 WS-MARCA-DIA    PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "Semana que se liquida (AAAAMMDD del lunes)"
             ACCEPT WS-SEMANA-LIQ

             MOVE WS-SEMANA-LIQ TO WS-FC-FECHA
             PERFORM DIA-SEMANA-FECHA
             IF WS-FC-DIA-SEMANA NOT = 1
                DISPLAY "La semana se indica por su lunes: "
                   WS-SEMANA-LIQ " no es lunes"
                GOBACK
             END-IF
             MOVE WS-SEMANA-LIQ TO WS-FC-FECHA
             MOVE 6 TO WS-FC-DIAS-SUMAR
             PERFORM SUMAR-DIAS-FECHA
             MOVE WS-FC-FECHA TO WS-DOMINGO

             OPEN INPUT RELOJ-FILE
             IF NOT RELOJ-OK
                DISPLAY "No se encontro fichadas_reloj.txt"
                GOBACK
             END-IF

             OPEN INPUT EMPLEADO-MASTER
             IF EMPLEADO-MASTER-OK
                SET MAESTRO-EMPLEADOS-DISPONIBLE TO TRUE
             ELSE
                DISPLAY "Aviso: sin empleados_master.dat, se importa"
                   " sin validar codigos"
             END-IF

             PERFORM UNTIL FIN-ARCHIVO
               READ RELOJ-FILE
                 AT END SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM TOMAR-FICHADA THRU FIN-TOMAR-FICHADA
               END-READ
             END-PERFORM
             MOVE "N" TO WS-FIN-ARCHIVO
             CLOSE RELOJ-FILE

             IF MAESTRO-EMPLEADOS-DISPONIBLE
                CLOSE EMPLEADO-MASTER
             END-IF

             IF FICHAS-DESBORDADAS
                DISPLAY "ABORTADO: mas de 200 empleados en las"
                   " fichadas de la semana, no se genera timesheet"
                GOBACK
             END-IF

             PERFORM MARCAR-LICENCIAS
             PERFORM CERRAR-DIAS
             PERFORM GRABAR-TIMESHEET
             PERFORM IMPRIMIR-DETALLE

             DISPLAY " "
             DISPLAY "--- Fichadas de la semana " WS-SEMANA-LIQ " ---"
             DISPLAY "Fichadas leidas:        " WS-CANT-LEIDAS
             DISPLAY "Fuera de la semana:     " WS-CANT-FUERA
             DISPLAY "Rechazadas (codigo):    " WS-CANT-RECHAZADAS
             DISPLAY "Dias observados:        " WS-CANT-OBSERVADOS
           GOBACK.

      * la fichada de la semana se valida y se aparea en el dia del
      * empleado; una salida cierra el tramo abierto
       TOMAR-FICHADA.
           IF RJ-FECHA < WS-SEMANA-LIQ OR RJ-FECHA > WS-DOMINGO
              ADD 1 TO WS-CANT-FUERA
              GO TO FIN-TOMAR-FICHADA
           END-IF

           PERFORM BUSCAR-FICHA-EMPLEADO
           IF WS-FH-IDX = ZEROS
              PERFORM VALIDAR-EMPLEADO
              IF NOT EMPLEADO-VALIDO
                 GO TO FIN-TOMAR-FICHADA
              END-IF
              IF WS-CANT-FICHAS >= 200
                 SET FICHAS-DESBORDADAS TO TRUE
                 GO TO FIN-TOMAR-FICHADA
              END-IF
              ADD 1 TO WS-CANT-FICHAS
              MOVE WS-CANT-FICHAS TO WS-FH-IDX
              INITIALIZE FICHA-ENT(WS-FH-IDX)
              MOVE RJ-EMPLEADO TO FH-EMPLEADO(WS-FH-IDX)
           END-IF

           MOVE WS-SEMANA-LIQ TO WS-FC-FECHA
           MOVE RJ-FECHA      TO WS-FC-FECHA-B
           PERFORM DIAS-ENTRE-FECHAS
           COMPUTE WS-DIA-IDX = WS-FC-DIAS-ENTRE + 1

           ADD 1 TO FD-FICHADAS(WS-FH-IDX, WS-DIA-IDX)
           COMPUTE WS-MIN-SALIDA = (RJ-HH * 60) + RJ-MM

           EVALUATE TRUE
              WHEN RJ-ENTRADA
                 IF FD-ABIERTA(WS-FH-IDX, WS-DIA-IDX) = "S"
                    MOVE "E" TO FD-OBSERVADO(WS-FH-IDX, WS-DIA-IDX)
                 END-IF
                 MOVE "S" TO FD-ABIERTA(WS-FH-IDX, WS-DIA-IDX)
                 MOVE WS-MIN-SALIDA
                    TO FD-ENTRADA(WS-FH-IDX, WS-DIA-IDX)
              WHEN RJ-SALIDA
                 IF FD-ABIERTA(WS-FH-IDX, WS-DIA-IDX) NOT = "S"
                    MOVE "S" TO FD-OBSERVADO(WS-FH-IDX, WS-DIA-IDX)
                 ELSE
                    MOVE FD-ENTRADA(WS-FH-IDX, WS-DIA-IDX)
                       TO WS-MIN-ENTRADA
                    IF WS-MIN-SALIDA < WS-MIN-ENTRADA
                       MOVE "H"
                          TO FD-OBSERVADO(WS-FH-IDX, WS-DIA-IDX)
                    ELSE
                       COMPUTE FD-MINUTOS(WS-FH-IDX, WS-DIA-IDX) =
                          FD-MINUTOS(WS-FH-IDX, WS-DIA-IDX)
                          + WS-MIN-SALIDA - WS-MIN-ENTRADA
                    END-IF
                    MOVE "N" TO FD-ABIERTA(WS-FH-IDX, WS-DIA-IDX)
                 END-IF
              WHEN OTHER
                 MOVE "FR-SENTIDO" TO WS-EXC-CAMPO
                 MOVE RJ-EMPLEADO  TO WS-VO-EMPLEADO
                 MOVE RJ-FECHA     TO WS-VO-FECHA
                 MOVE WS-VALOR-OBS TO WS-EXC-VALOR
                 PERFORM REGISTRAR-OBSERVACION
           END-EVALUATE.

       FIN-TOMAR-FICHADA.
           CONTINUE.

       BUSCAR-FICHA-EMPLEADO.
           MOVE ZEROS TO WS-FH-IDX
           PERFORM VARYING WS-FH FROM 1 BY 1
                   UNTIL WS-FH > WS-CANT-FICHAS
              IF WS-FH-IDX = ZEROS
                  AND FH-EMPLEADO(WS-FH) = RJ-EMPLEADO
                 MOVE WS-FH TO WS-FH-IDX
              END-IF
           END-PERFORM.

      * un codigo que el maestro no conoce o tiene inactivo no entra
      * al timesheet
       VALIDAR-EMPLEADO.
           MOVE "N" TO WS-EMP-VALIDO
           IF NOT MAESTRO-EMPLEADOS-DISPONIBLE
              SET EMPLEADO-VALIDO TO TRUE
           ELSE
              MOVE RJ-EMPLEADO TO EM-CODIGO
              READ EMPLEADO-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF EM-ESTA-ACTIVO
                     SET EMPLEADO-VALIDO TO TRUE
                  END-IF
              END-READ
              IF NOT EMPLEADO-VALIDO
                 ADD 1 TO WS-CANT-RECHAZADAS
                 DISPLAY "Empleado " RJ-EMPLEADO " desconocido o"
                    " inactivo, no se importan sus fichadas"
                 MOVE "FICHADAS"    TO WS-EXC-PROGRAMA
                 MOVE "FR-EMPLEADO" TO WS-EXC-CAMPO
                 MOVE RJ-EMPLEADO   TO WS-EXC-VALOR
                 PERFORM REGISTRAR-EXCEPCION
              END-IF
           END-IF.

      * licencias aprobadas de los empleados con fichadas: la
      * licencia arranca el primer dia pedido desde su aprobacion y
      * corre sus dias habiles; los que caen en la semana se marcan
       MARCAR-LICENCIAS.
           OPEN INPUT PENDIENTES-FILE
           IF PENDIENTES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PENDIENTES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF LP-APROBADA AND LP-DIAS > ZEROS
                        AND LP-TIMESTAMP(1:8) IS NUMERIC
                       MOVE LP-EMPLEADO TO RJ-EMPLEADO
                       PERFORM BUSCAR-FICHA-EMPLEADO
                       IF WS-FH-IDX > ZEROS
                          PERFORM UBICAR-LICENCIA
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PENDIENTES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       UBICAR-LICENCIA.
           MOVE LP-DIA TO WS-DIA-PEDIDO
           INSPECT WS-DIA-PEDIDO CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO WS-DIA-LIC
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
              IF DIA-NOMBRE(WS-D) = WS-DIA-PEDIDO
                 MOVE WS-D TO WS-DIA-LIC
              END-IF
           END-PERFORM

           IF WS-DIA-LIC > ZEROS
              MOVE LP-TIMESTAMP(1:8) TO WS-FC-FECHA
              PERFORM DIA-SEMANA-FECHA
              COMPUTE WS-DESPLAZAR = WS-DIA-LIC - WS-FC-DIA-SEMANA
              IF WS-DESPLAZAR < ZEROS
                 ADD 7 TO WS-DESPLAZAR
              END-IF
              MOVE LP-TIMESTAMP(1:8) TO WS-FC-FECHA
              MOVE WS-DESPLAZAR TO WS-FC-DIAS-SUMAR
              PERFORM SUMAR-DIAS-FECHA
              MOVE WS-FC-FECHA TO WS-LIC-FECHA

              MOVE ZEROS TO WS-LIC-CONTADOS
              PERFORM UNTIL WS-LIC-CONTADOS >= LP-DIAS
                         OR WS-LIC-FECHA > WS-DOMINGO
                 MOVE WS-LIC-FECHA TO WS-FC-FECHA
                 PERFORM DIA-SEMANA-FECHA
                 IF WS-FC-DIA-SEMANA <= 5
                    ADD 1 TO WS-LIC-CONTADOS
                    IF WS-LIC-FECHA >= WS-SEMANA-LIQ
                       MOVE WS-SEMANA-LIQ TO WS-FC-FECHA
                       MOVE WS-LIC-FECHA  TO WS-FC-FECHA-B
                       PERFORM DIAS-ENTRE-FECHAS
                       COMPUTE WS-DIA-IDX = WS-FC-DIAS-ENTRE + 1
                       MOVE "S"
                          TO FD-LICENCIA(WS-FH-IDX, WS-DIA-IDX)
                    END-IF
                 END-IF
                 MOVE WS-LIC-FECHA TO WS-FC-FECHA
                 MOVE 1 TO WS-FC-DIAS-SUMAR
                 PERFORM SUMAR-DIAS-FECHA
                 MOVE WS-FC-FECHA TO WS-LIC-FECHA
              END-PERFORM
           END-IF.

      * cierre de cada dia: tramo sin salida, fichada en licencia,
      * horas redondeadas y separacion comunes / extra
       CERRAR-DIAS.
           PERFORM VARYING WS-FH FROM 1 BY 1
                   UNTIL WS-FH > WS-CANT-FICHAS
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                 PERFORM CERRAR-DIA-EMPLEADO
              END-PERFORM
           END-PERFORM.

       CERRAR-DIA-EMPLEADO.
           IF FD-ABIERTA(WS-FH, WS-D) = "S"
              MOVE "E" TO FD-OBSERVADO(WS-FH, WS-D)
           END-IF

           MOVE WS-SEMANA-LIQ TO WS-FC-FECHA
           COMPUTE WS-FC-DIAS-SUMAR = WS-D - 1
           PERFORM SUMAR-DIAS-FECHA
           MOVE FH-EMPLEADO(WS-FH) TO WS-VO-EMPLEADO
           MOVE WS-FC-FECHA        TO WS-VO-FECHA
           MOVE WS-VALOR-OBS       TO WS-EXC-VALOR

           EVALUATE FD-OBSERVADO(WS-FH, WS-D)
              WHEN "E"
                 MOVE "FR-SIN-SALIDA" TO WS-EXC-CAMPO
                 PERFORM REGISTRAR-OBSERVACION
              WHEN "S"
                 MOVE "FR-SIN-ENTRADA" TO WS-EXC-CAMPO
                 PERFORM REGISTRAR-OBSERVACION
              WHEN "H"
                 MOVE "FR-HORA-SALIDA" TO WS-EXC-CAMPO
                 PERFORM REGISTRAR-OBSERVACION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF FD-LICENCIA(WS-FH, WS-D) = "S"
               AND FD-FICHADAS(WS-FH, WS-D) > ZEROS
              MOVE "FR-EN-LICENCIA" TO WS-EXC-CAMPO
              PERFORM REGISTRAR-OBSERVACION
              IF FD-OBSERVADO(WS-FH, WS-D) = SPACE
                 MOVE "L" TO FD-OBSERVADO(WS-FH, WS-D)
              END-IF
           END-IF

           COMPUTE WS-HORAS-CALC ROUNDED =
              FD-MINUTOS(WS-FH, WS-D) / 60
           IF WS-HORAS-CALC > 24
              MOVE 24 TO WS-HORAS-CALC
           END-IF
           MOVE WS-HORAS-CALC TO WS-HS-DIA
           MOVE WS-HS-DIA TO FD-MINUTOS(WS-FH, WS-D)

           IF WS-HS-DIA > WS-HS-DIARIAS
              ADD WS-HS-DIARIAS TO FH-REGULAR(WS-FH)
              COMPUTE FH-EXTRA(WS-FH) =
                 FH-EXTRA(WS-FH) + WS-HS-DIA - WS-HS-DIARIAS
           ELSE
              ADD WS-HS-DIA TO FH-REGULAR(WS-FH)
           END-IF.

       REGISTRAR-OBSERVACION.
           ADD 1 TO WS-CANT-OBSERVADOS
           DISPLAY "Observado " WS-EXC-VALOR ": " WS-EXC-CAMPO
           MOVE "FICHADAS" TO WS-EXC-PROGRAMA
           PERFORM REGISTRAR-EXCEPCION.

      * timesheet de la semana con su cola de control; FD-MINUTOS ya
      * trae las horas redondeadas del dia
       GRABAR-TIMESHEET.
           MOVE ZEROS TO WS-CANT-LOTE WS-HASH-LOTE
           OPEN OUTPUT TIMESHEET-FILE

           PERFORM VARYING WS-FH FROM 1 BY 1
                   UNTIL WS-FH > WS-CANT-FICHAS
              MOVE SPACES TO TIMESHEET-RECORD
              MOVE FH-EMPLEADO(WS-FH) TO TS-EMPLEADO
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                 MOVE FD-MINUTOS(WS-FH, WS-D) TO TS-HS-DIA(WS-D)
                 ADD TS-HS-DIA(WS-D) TO WS-HASH-LOTE
              END-PERFORM
              WRITE TIMESHEET-RECORD
              ADD 1 TO WS-CANT-LOTE
           END-PERFORM

           MOVE SPACES       TO TIMESHEET-TRAILER
           MOVE "TRL"        TO TT-MARCA
           MOVE WS-CANT-LOTE TO TT-CANTIDAD
           MOVE WS-HASH-LOTE TO TT-HASH
           WRITE TIMESHEET-TRAILER
           CLOSE TIMESHEET-FILE

           DISPLAY "timesheet.txt generado: " WS-CANT-LOTE
              " registros, control " WS-HASH-LOTE.

      * una linea por empleado: horas de cada dia (* = dia
      * observado, L = licencia), comunes y extra de la semana
       IMPRIMIR-DETALLE.
           MOVE "FICHADAS" TO WS-SPOOL-PROGRAMA
           MOVE "FICHADAS DEL RELOJ" TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "--- Fichadas de la semana del " WS-SEMANA-LIQ
              " al " WS-DOMINGO " ---"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "EMPLEA LUN MAR MIE JUE VIE SAB DOM COMUNES EXTRA"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM VARYING WS-FH FROM 1 BY 1
                   UNTIL WS-FH > WS-CANT-FICHAS
              MOVE SPACES TO WS-SPOOL-LINEA
              MOVE FH-EMPLEADO(WS-FH) TO WS-SPOOL-LINEA(1:6)
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                 MOVE FD-MINUTOS(WS-FH, WS-D) TO WS-HS-DIA
                 MOVE SPACES TO WS-MARCA-DIA
                 MOVE WS-HS-DIA TO WS-MARCA-DIA(1:2)
                 IF FD-OBSERVADO(WS-FH, WS-D) NOT = SPACE
                    MOVE "*" TO WS-MARCA-DIA(3:1)
                 ELSE
                    IF FD-LICENCIA(WS-FH, WS-D) = "S"
                       MOVE "L" TO WS-MARCA-DIA(3:1)
                    END-IF
                 END-IF
                 MOVE WS-MARCA-DIA
                    TO WS-SPOOL-LINEA((WS-D * 4) + 4:3)
              END-PERFORM
              MOVE FH-REGULAR(WS-FH) TO WS-SPOOL-LINEA(40:3)
              MOVE FH-EXTRA(WS-FH)   TO WS-SPOOL-LINEA(46:3)
              PERFORM ESCRIBIR-LINEA-LIS
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Dias observados (*) para corregir: "
              WS-CANT-OBSERVADOS
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM CERRAR-SPOOL.

       ESCRIBIR-LINEA-LIS.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
