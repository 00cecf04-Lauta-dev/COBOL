      * Bloqueos administrativos de alumnos: un alumno podia deber
      * tres meses de cuota, tener alquileres con multas por encima
      * del tope o adeudar documentacion y aun asi anotarse en
      * clase-22, sentarse en una mesa de MESAS-EXAMEN o recibir el
      * diploma de DIPLOMAS. Ahora hay un registro de bloqueos por
      * EST-ID (bloqueos_alumnos.txt, copybooks BLOQUEO-*) con el
      * tipo (financiero, biblioteca, documentacion, disciplinario),
      * el motivo, quien lo puso y la fecha:
      *  - modo 1: poner un bloqueo a mano (que traba o que es solo
      *    un aviso)
      *  - modo 2: levantar un bloqueo activo, con quien lo levanta
      *  - modo 3 (el de omision): consultar los bloqueos de un alumno
      *  - modo 4: dispensa del supervisor; firma un operador con el
      *    tipo BLQ de autoridad_aprobacion.txt (AUTORIDAD-*) y los
      *    bloqueos que traban del alumno dejan de trabar hasta la
      *    fecha que se informa. La firma queda en el log de
      *    excepciones. Sirve para las corridas batch (mesas,
      *    reinscripcion), que no pueden pedir una firma en el momento
      *  - modo 5: sincronizacion automatica, para correr despues de
      *    CUENTAS-COBRAR. Pone el bloqueo financiero al alumno cuyo
      *    cliente (el responsable de tutores.txt o el mismo alumno,
      *    como factura FACTURAR-CURSOS) tiene en cuentas_saldos.txt
      *    un saldo impago de mas de WS-DIAS-MORA dias, y el de
      *    biblioteca al socio con multas pendientes en
      *    multas_socios.txt por encima del tope de multas_tarifa.txt.
      *    Levanta los automaticos cuya causa ya no esta; los que se
      *    pusieron a mano no se tocan. El resultado sale por
      *    pantalla y por el spool.
      * La reescritura de bloqueos_alumnos.txt toma el cerrojo
      * compartido (CERROJO-*).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQUEOS.

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

             SELECT SALDOS-FILE ASSIGN TO "cuentas_saldos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SALDOS-STATUS.

             SELECT MULTAS-FILE ASSIGN TO "multas_socios.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MULTAS-STATUS.

             SELECT TARIFA-MULTA-FILE ASSIGN TO "multas_tarifa.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TARIFA-MULTA-STATUS.

             COPY "BLOQUEO-FC.cpy".

             COPY "TUTOR-FC.cpy".

             COPY "CERROJO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD STUDENT-MASTER.
        01 STUDENT-MASTER-RECORD.
           COPY "ESTUDIANTE-WS.cpy".

        FD SALDOS-FILE.
        01 SALDOS-RECORD.
           05 SL-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X VALUE SPACE.
           05 SL-CLIENTE     PIC X(6).
           05 FILLER         PIC X VALUE SPACE.
           05 SL-FECHA       PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 SL-TOTAL       PIC 9(7)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 SL-PAGADO      PIC 9(7)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 SL-SALDO       PIC S9(7)V99.

        FD MULTAS-FILE.
        01 MULTA-RECORD.
           05 MS-SOCIO   PIC X(10).
           05 FILLER     PIC X VALUE SPACE.
           05 MS-TITULO  PIC X(25).
           05 FILLER     PIC X VALUE SPACE.
           05 MS-FECHA   PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 MS-DIAS    PIC 9(3).
           05 FILLER     PIC X VALUE SPACE.
           05 MS-IMPORTE PIC 9(5)V99.
           05 FILLER     PIC X VALUE SPACE.
           05 MS-ESTADO  PIC X.
              88 MS-PENDIENTE VALUE "P".
              88 MS-COBRADA   VALUE "C".

        FD TARIFA-MULTA-FILE.
        01 TARIFA-MULTA-RECORD.
           05 MU-TARIFA-DIA   PIC 9(3)V99.
           05 FILLER          PIC X.
           05 MU-TOPE-BLOQUEO PIC 9(5)V99.

        COPY "BLOQUEO-FD.cpy".

        COPY "TUTOR-FD.cpy".

        COPY "CERROJO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "BLOQUEO-WS.cpy".
          COPY "TUTOR-WS.cpy".
          COPY "CERROJO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-ALUMNO-STATUS PIC X(2) VALUE "00".
              88 ALUMNO-MASTER-OK VALUE "00".
          77 WS-SALDOS-STATUS PIC X(2) VALUE "00".
              88 SALDOS-OK VALUE "00".
          77 WS-MULTAS-STATUS PIC X(2) VALUE "00".
              88 MULTAS-OK VALUE "00".
          77 WS-TARIFA-MULTA-STATUS PIC X(2) VALUE "00".
              88 TARIFA-MULTA-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-HOY         PIC 9(8) VALUE ZEROS.

      * un saldo impago mas viejo que esto es "tres meses de cuota"
          77 WS-DIAS-MORA    PIC 9(3) VALUE 90.
          77 WS-TOPE-BLOQUEO PIC 9(5)V99 VALUE 500.00.
          77 WS-AUTOMATICO   PIC X(10) VALUE "AUTOMATICO".

      * bloqueos_alumnos.txt completo, para levantar y sincronizar
          01 BLOQUEOS-TABLA.
             02 BLOQUEO-ENT OCCURS 500 TIMES.
                03 BL-EST-ID         PIC X(10).
                03 FILLER            PIC X.
                03 BL-TIPO           PIC X.
                03 FILLER            PIC X.
                03 BL-BLOQUEA        PIC X.
                03 FILLER            PIC X.
                03 BL-ESTADO         PIC X.
                   88 BL-ACTIVO    VALUE "A".
                   88 BL-LEVANTADO VALUE "L".
                03 FILLER            PIC X.
                03 BL-FECHA          PIC 9(8).
                03 FILLER            PIC X.
                03 BL-USUARIO        PIC X(10).
                03 FILLER            PIC X.
                03 BL-MOTIVO         PIC X(40).
                03 FILLER            PIC X.
                03 BL-FECHA-LEVANTA  PIC 9(8).
                03 FILLER            PIC X.
                03 BL-LEVANTO        PIC X(10).
                03 FILLER            PIC X.
                03 BL-DISPENSA-SUP   PIC X(10).
                03 FILLER            PIC X.
                03 BL-DISPENSA-HASTA PIC 9(8).
          77 WS-CANT-BLOQUEOS PIC 9(3) VALUE ZEROS.
          77 WS-B             PIC 9(3) VALUE ZEROS.
          77 WS-B-IDX         PIC 9(3) VALUE ZEROS.
          77 WS-BLQ-DESBORDE  PIC X VALUE "N".
              88 BLOQUEOS-DESBORDADOS VALUE "S".
          77 WS-BLQ-GRABADO   PIC X VALUE "N".
              88 BLOQUEOS-GRABADOS VALUE "S".

      * clientes con saldo impago vencido, de cuentas_saldos.txt
          01 DEUDORES-TABLA.
             02 DEUDOR-ENT OCCURS 300 TIMES.
                03 DT-CLIENTE PIC X(6).
                03 DT-SALDO   PIC 9(9)V99.
                03 DT-DIAS    PIC 9(5).
          77 WS-CANT-DEUDORES PIC 9(3) VALUE ZEROS.
          77 WS-D             PIC 9(3) VALUE ZEROS.
          77 WS-D-IDX         PIC 9(3) VALUE ZEROS.

      * multas pendientes por socio, de multas_socios.txt
          01 MULTAS-PEND-TABLA.
             02 MULTA-PEND-ENT OCCURS 300 TIMES.
                03 MP-SOCIO   PIC X(10).
                03 MP-IMPORTE PIC 9(7)V99.
          77 WS-CANT-MULTAS PIC 9(3) VALUE ZEROS.
          77 WS-M           PIC 9(3) VALUE ZEROS.
          77 WS-M-IDX       PIC 9(3) VALUE ZEROS.
          77 WS-TABLA-DESBORDE PIC X VALUE "N".
              88 TABLAS-DESBORDADAS VALUE "S".

          77 WS-EST-PEDIDO    PIC X(10) VALUE SPACES.
          77 WS-TIPO-PEDIDO   PIC X VALUE SPACE.
              88 TIPO-VALIDO VALUE "F" "B" "D" "C".
          77 WS-BLOQUEA-PEDIDO PIC X VALUE "S".
          77 WS-MOTIVO-PEDIDO PIC X(40) VALUE SPACES.
          77 WS-OPERADOR      PIC X(10) VALUE SPACES.
          77 WS-NRO-ELEGIDO   PIC 9(3) VALUE ZEROS.
          77 WS-NRO-LISTADO   PIC 9(3) VALUE ZEROS.
          77 WS-DIAS-DISPENSA PIC 9(3) VALUE ZEROS.
          77 WS-DISPENSA-HASTA PIC 9(8) VALUE ZEROS.
          77 WS-ALUMNO-HALLADO PIC X VALUE "N".
              88 ALUMNO-HALLADO VALUE "S".

      * sincronizacion: condicion del alumno y bloqueo automatico
          77 WS-PAGADOR       PIC X(6) VALUE SPACES.
          77 WS-CORRESPONDE   PIC X VALUE "N".
              88 CORRESPONDE-BLOQUEO VALUE "S".
          77 WS-TIPO-AUTO     PIC X VALUE SPACE.
          77 WS-MOTIVO-AUTO   PIC X(40) VALUE SPACES.
          77 WS-CANT-PUESTOS   PIC 9(4) VALUE ZEROS.
          77 WS-CANT-LEVANTADOS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-VIGENTES  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-ALUMNOS   PIC 9(5) VALUE ZEROS.
          77 WS-ACCION-AUTO   PIC X(10) VALUE SPACES.

          77 WS-ED-IMPORTE    PIC ZZZ,ZZZ,ZZ9.99.
          77 WS-ED-DIAS       PIC ZZZZ9.
          77 WS-ED-NRO        PIC ZZ9.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

             DISPLAY "1 - Poner un bloqueo"
             DISPLAY "2 - Levantar un bloqueo"
             DISPLAY "3 - Consultar los bloqueos de un alumno"
             DISPLAY "4 - Dispensa del supervisor"
             DISPLAY "5 - Sincronizar los bloqueos de saldos y multas"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 1 PERFORM PONER-BLOQUEO
                WHEN 2 PERFORM LEVANTAR-BLOQUEO
                WHEN 4 PERFORM DISPENSAR-BLOQUEO
                WHEN 5 PERFORM SINCRONIZAR-BLOQUEOS
                WHEN OTHER PERFORM CONSULTAR-BLOQUEOS
             END-EVALUATE
           GOBACK.

      * el alumno tiene que estar en el maestro; sin maestro se
      * acepta con un aviso
       PONER-BLOQUEO.
           DISPLAY "EST-ID del alumno"
           ACCEPT WS-EST-PEDIDO
           PERFORM VALIDAR-ALUMNO-PEDIDO
           IF NOT ALUMNO-HALLADO
              GOBACK
           END-IF

           DISPLAY "Tipo: F financiero, B biblioteca, D documentacion,"
              " C disciplinario"
           ACCEPT WS-TIPO-PEDIDO
           IF NOT TIPO-VALIDO
              DISPLAY "Tipo de bloqueo no valido"
              MOVE "BLOQUEOS"       TO WS-EXC-PROGRAMA
              MOVE "BQ-TIPO"        TO WS-EXC-CAMPO
              MOVE WS-TIPO-PEDIDO   TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
              GOBACK
           END-IF
           DISPLAY "Traba alta, mesa, reinscripcion y diploma? (S/N)"
           ACCEPT WS-BLOQUEA-PEDIDO
           IF WS-BLOQUEA-PEDIDO NOT = "N"
              MOVE "S" TO WS-BLOQUEA-PEDIDO
           END-IF
           DISPLAY "Motivo"
           ACCEPT WS-MOTIVO-PEDIDO
           DISPLAY "Quien lo pone"
           ACCEPT WS-OPERADOR
           IF WS-MOTIVO-PEDIDO = SPACES OR WS-OPERADOR = SPACES
              DISPLAY "El motivo y quien lo pone son obligatorios"
              GOBACK
           END-IF

           PERFORM CARGAR-BLOQUEOS
           IF BLOQUEOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 500 bloqueos en el registro"
              GOBACK
           END-IF
           MOVE WS-EST-PEDIDO     TO WS-BQ-EST-ID
           MOVE WS-TIPO-PEDIDO    TO WS-TIPO-AUTO
           MOVE WS-MOTIVO-PEDIDO  TO WS-MOTIVO-AUTO
           PERFORM AGREGAR-BLOQUEO
           IF BLOQUEOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 500 bloqueos en el registro"
           ELSE
              MOVE WS-BLOQUEA-PEDIDO TO BL-BLOQUEA(WS-CANT-BLOQUEOS)
              PERFORM REESCRIBIR-BLOQUEOS
              IF BLOQUEOS-GRABADOS
                 MOVE WS-TIPO-PEDIDO TO WS-BQ-TIPO
                 PERFORM DESCRIBIR-TIPO-BLOQUEO
                 DISPLAY "Bloqueo " WS-BQ-DESC-TIPO " puesto a "
                    WS-EST-PEDIDO
              END-IF
           END-IF.

      * se listan los activos del alumno numerados y se levanta el
      * que se elige
       LEVANTAR-BLOQUEO.
           DISPLAY "EST-ID del alumno"
           ACCEPT WS-EST-PEDIDO
           PERFORM CARGAR-BLOQUEOS
           IF BLOQUEOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 500 bloqueos en el registro"
              GOBACK
           END-IF

           MOVE ZEROS TO WS-NRO-LISTADO
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BLOQUEOS
              IF BL-EST-ID(WS-B) = WS-EST-PEDIDO AND BL-ACTIVO(WS-B)
                 ADD 1 TO WS-NRO-LISTADO
                 PERFORM MOSTRAR-BLOQUEO
              END-IF
           END-PERFORM
           IF WS-NRO-LISTADO = ZEROS
              DISPLAY "El alumno " WS-EST-PEDIDO
                 " no tiene bloqueos activos"
              GOBACK
           END-IF

           DISPLAY "Numero del bloqueo a levantar (0 = ninguno)"
           ACCEPT WS-NRO-ELEGIDO
           DISPLAY "Quien lo levanta"
           ACCEPT WS-OPERADOR
           IF WS-NRO-ELEGIDO = ZEROS OR WS-NRO-ELEGIDO > WS-NRO-LISTADO
               OR WS-OPERADOR = SPACES
              DISPLAY "No se levanto ningun bloqueo"
              GOBACK
           END-IF

           MOVE ZEROS TO WS-NRO-LISTADO WS-B-IDX
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BLOQUEOS
              IF BL-EST-ID(WS-B) = WS-EST-PEDIDO AND BL-ACTIVO(WS-B)
                 ADD 1 TO WS-NRO-LISTADO
                 IF WS-NRO-LISTADO = WS-NRO-ELEGIDO
                    MOVE WS-B TO WS-B-IDX
                 END-IF
              END-IF
           END-PERFORM

           MOVE WS-B-IDX TO WS-B
           PERFORM MARCAR-LEVANTADO
           PERFORM REESCRIBIR-BLOQUEOS
           IF BLOQUEOS-GRABADOS
              DISPLAY "Bloqueo levantado por " WS-OPERADOR
              IF BL-USUARIO(WS-B-IDX) = WS-AUTOMATICO
                 DISPLAY "Aviso: era automatico; si la causa sigue,"
                    " la proxima sincronizacion lo vuelve a poner"
              END-IF
           END-IF.

      * todos los bloqueos del alumno, activos y levantados
       CONSULTAR-BLOQUEOS.
           DISPLAY "EST-ID del alumno"
           ACCEPT WS-EST-PEDIDO
           PERFORM CARGAR-BLOQUEOS

           MOVE ZEROS TO WS-NRO-LISTADO
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BLOQUEOS
              IF BL-EST-ID(WS-B) = WS-EST-PEDIDO
                 ADD 1 TO WS-NRO-LISTADO
                 PERFORM MOSTRAR-BLOQUEO
              END-IF
           END-PERFORM
           IF WS-NRO-LISTADO = ZEROS
              DISPLAY "El alumno " WS-EST-PEDIDO " no tiene bloqueos"
           END-IF

           MOVE WS-EST-PEDIDO TO WS-BQ-EST-ID
           PERFORM BUSCAR-BLOQUEO-ALUMNO
           EVALUATE TRUE
              WHEN ALUMNO-BLOQUEADO
                 DISPLAY "Hoy: BLOQUEADO (" WS-BQ-DESC-TIPO ")"
              WHEN BLOQUEO-DISPENSADO
                 DISPLAY "Hoy: bloqueado con dispensa de "
                    WS-BQ-DISPENSA-SUP
              WHEN OTHER
                 DISPLAY "Hoy: sin bloqueos que traben"
           END-EVALUATE.

       MOSTRAR-BLOQUEO.
           MOVE BL-TIPO(WS-B) TO WS-BQ-TIPO
           PERFORM DESCRIBIR-TIPO-BLOQUEO
           MOVE WS-NRO-LISTADO TO WS-ED-NRO
           DISPLAY WS-ED-NRO " " WS-BQ-DESC-TIPO " "
              BL-FECHA(WS-B) " " BL-USUARIO(WS-B) " "
              BL-MOTIVO(WS-B)
           IF BL-BLOQUEA(WS-B) = "N"
              DISPLAY "      (solo aviso, no traba)"
           END-IF
           IF BL-LEVANTADO(WS-B)
              DISPLAY "      levantado el " BL-FECHA-LEVANTA(WS-B)
                 " por " BL-LEVANTO(WS-B)
           END-IF
           IF BL-ACTIVO(WS-B) AND BL-DISPENSA-SUP(WS-B) NOT = SPACES
              DISPLAY "      dispensa de " BL-DISPENSA-SUP(WS-B)
                 " hasta el " BL-DISPENSA-HASTA(WS-B)
           END-IF.

      * la dispensa la firma un operador con el tipo BLQ y alcanza a
      * todos los bloqueos activos que traban del alumno
       DISPENSAR-BLOQUEO.
           DISPLAY "EST-ID del alumno"
           ACCEPT WS-EST-PEDIDO
           MOVE WS-EST-PEDIDO TO WS-BQ-EST-ID
           PERFORM BUSCAR-BLOQUEO-ALUMNO
           IF SIN-BLOQUEO
              DISPLAY "El alumno " WS-EST-PEDIDO
                 " no tiene bloqueos que traben"
              GOBACK
           END-IF

           DISPLAY "Dias de vigencia de la dispensa (0 = solo hoy)"
           ACCEPT WS-DIAS-DISPENSA
           MOVE WS-HOY           TO WS-FC-FECHA
           MOVE WS-DIAS-DISPENSA TO WS-FC-DIAS-SUMAR
           PERFORM SUMAR-DIAS-FECHA
           MOVE WS-FC-FECHA      TO WS-DISPENSA-HASTA

           MOVE "BLOQUEOS"    TO WS-AU-PROGRAMA
           MOVE "BLQ"         TO WS-AU-TIPO
           MOVE ZEROS         TO WS-AU-MONTO
           MOVE WS-EST-PEDIDO TO WS-AU-SOLICITANTE
           MOVE SPACES        TO WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION
           IF NOT AUTORIDAD-CONCEDIDA
              GOBACK
           END-IF

           PERFORM CARGAR-BLOQUEOS
           IF BLOQUEOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 500 bloqueos en el registro"
              GOBACK
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BLOQUEOS
              IF BL-EST-ID(WS-B) = WS-EST-PEDIDO AND BL-ACTIVO(WS-B)
                  AND BL-BLOQUEA(WS-B) NOT = "N"
                 MOVE WS-AU-OPERADOR    TO BL-DISPENSA-SUP(WS-B)
                 MOVE WS-DISPENSA-HASTA TO BL-DISPENSA-HASTA(WS-B)
              END-IF
           END-PERFORM
           PERFORM REESCRIBIR-BLOQUEOS
           IF BLOQUEOS-GRABADOS
              MOVE "BLOQUEOS" TO WS-EXC-PROGRAMA
              MOVE SPACES     TO WS-EXC-CAMPO
              STRING "DISP " WS-AU-OPERADOR
                 DELIMITED BY SIZE INTO WS-EXC-CAMPO
              MOVE WS-EST-PEDIDO TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
              DISPLAY "Dispensa de " WS-AU-OPERADOR " para "
                 WS-EST-PEDIDO " hasta el " WS-DISPENSA-HASTA
           END-IF.

       VALIDAR-ALUMNO-PEDIDO.
           MOVE "S" TO WS-ALUMNO-HALLADO
           OPEN INPUT STUDENT-MASTER
           IF NOT ALUMNO-MASTER-OK
              DISPLAY "Aviso: sin student_master.dat, no se valida"
                 " el EST-ID"
           ELSE
              MOVE WS-EST-PEDIDO TO EST-ID
              READ STUDENT-MASTER
                INVALID KEY
                  MOVE "N" TO WS-ALUMNO-HALLADO
                  DISPLAY "El alumno " WS-EST-PEDIDO
                     " no esta en el maestro"
                  MOVE "BLOQUEOS"    TO WS-EXC-PROGRAMA
                  MOVE "EST-ID"      TO WS-EXC-CAMPO
                  MOVE WS-EST-PEDIDO TO WS-EXC-VALOR
                  PERFORM REGISTRAR-EXCEPCION
              END-READ
              CLOSE STUDENT-MASTER
           END-IF.

      * la sincronizacion recorre el maestro de alumnos: a cada uno
      * le corresponde o no el bloqueo financiero y el de biblioteca
       SINCRONIZAR-BLOQUEOS.
           PERFORM CARGAR-TOPE-MULTAS
           PERFORM CARGAR-TUTORES
           PERFORM CARGAR-DEUDORES
           PERFORM CARGAR-MULTAS-PENDIENTES
           PERFORM CARGAR-BLOQUEOS
           IF BLOQUEOS-DESBORDADOS OR TABLAS-DESBORDADAS
               OR TUTORES-DESBORDADOS
              DISPLAY "ABORTADO: mas de 500 bloqueos, 300 deudores,"
                 " 300 socios con multas o 300 responsables; no se"
                 " toco ningun bloqueo"
              GOBACK
           END-IF

           OPEN INPUT STUDENT-MASTER
           IF NOT ALUMNO-MASTER-OK
              DISPLAY "No se encontro student_master.dat: sin maestro"
                 " no se sincroniza"
              GOBACK
           END-IF

           MOVE "BLOQUEOS" TO WS-SPOOL-PROGRAMA
           MOVE "SINCRONIZACION DE BLOQUEOS" TO WS-SPOOL-TITULO
           MOVE WS-HOY TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINEA
           MOVE WS-DIAS-MORA    TO WS-ED-DIAS
           MOVE WS-TOPE-BLOQUEO TO WS-ED-IMPORTE
           STRING "Mora para bloquear: " WS-ED-DIAS " dias   Tope de"
                  " multas: " WS-ED-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-BLQ
           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-BLQ

           MOVE SPACES TO EST-ID
           START STUDENT-MASTER KEY >= EST-ID
             INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT ALUMNO-MASTER-OK OR BLOQUEOS-DESBORDADOS
             READ STUDENT-MASTER NEXT
               AT END CONTINUE
               NOT AT END PERFORM SINCRONIZAR-ALUMNO
             END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER

           IF BLOQUEOS-DESBORDADOS
              MOVE "ABORTADO: el registro supera los 500 bloqueos, no"
                 TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-BLQ
              MOVE "se grabo ningun cambio" TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-BLQ
           ELSE
              IF WS-CANT-PUESTOS > ZEROS OR WS-CANT-LEVANTADOS > ZEROS
                 PERFORM REESCRIBIR-BLOQUEOS
                 IF NOT BLOQUEOS-GRABADOS
                    MOVE "Registro ocupado: no se grabo, reintentar"
                       TO WS-SPOOL-LINEA
                    PERFORM ESCRIBIR-LINEA-BLQ
                 END-IF
              END-IF
           END-IF

           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-BLQ
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Alumnos revisados: " WS-CANT-ALUMNOS
                  "   Puestos: " WS-CANT-PUESTOS
                  "   Levantados: " WS-CANT-LEVANTADOS
                  "   Siguen: " WS-CANT-VIGENTES
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-BLQ
           PERFORM CERRAR-SPOOL.

       SINCRONIZAR-ALUMNO.
           ADD 1 TO WS-CANT-ALUMNOS

           MOVE EST-ID TO WS-TU-EST-ID
           PERFORM BUSCAR-TUTOR
           IF WS-TU-CL-ID NOT = SPACES
              MOVE WS-TU-CL-ID TO WS-PAGADOR
           ELSE
              MOVE EST-ID(5:6) TO WS-PAGADOR
           END-IF
           MOVE ZEROS TO WS-D-IDX
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-CANT-DEUDORES
              IF DT-CLIENTE(WS-D) = WS-PAGADOR
                 MOVE WS-D TO WS-D-IDX
              END-IF
           END-PERFORM
           MOVE "F"    TO WS-TIPO-AUTO
           MOVE "N"    TO WS-CORRESPONDE
           MOVE SPACES TO WS-MOTIVO-AUTO
           IF WS-D-IDX > ZEROS
              SET CORRESPONDE-BLOQUEO TO TRUE
              MOVE DT-SALDO(WS-D-IDX) TO WS-ED-IMPORTE
              MOVE DT-DIAS(WS-D-IDX)  TO WS-ED-DIAS
              STRING "Cl " WS-PAGADOR " debe" WS-ED-IMPORTE
                     " a" WS-ED-DIAS " dias"
                 DELIMITED BY SIZE INTO WS-MOTIVO-AUTO
           END-IF
           PERFORM AJUSTAR-BLOQUEO-AUTO

           MOVE ZEROS TO WS-M-IDX
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-CANT-MULTAS
              IF MP-SOCIO(WS-M) = EST-ID
                 MOVE WS-M TO WS-M-IDX
              END-IF
           END-PERFORM
           MOVE "B"    TO WS-TIPO-AUTO
           MOVE "N"    TO WS-CORRESPONDE
           MOVE SPACES TO WS-MOTIVO-AUTO
           IF WS-M-IDX > ZEROS
              IF MP-IMPORTE(WS-M-IDX) > WS-TOPE-BLOQUEO
                 SET CORRESPONDE-BLOQUEO TO TRUE
                 MOVE MP-IMPORTE(WS-M-IDX) TO WS-ED-IMPORTE
                 STRING "Multas de alquiler impagas" WS-ED-IMPORTE
                    DELIMITED BY SIZE INTO WS-MOTIVO-AUTO
              END-IF
           END-IF
           PERFORM AJUSTAR-BLOQUEO-AUTO.

      * el automatico del tipo WS-TIPO-AUTO del alumno: se pone si
      * corresponde y no lo tiene, se levanta si lo tiene y ya no
      * corresponde
       AJUSTAR-BLOQUEO-AUTO.
           MOVE ZEROS TO WS-B-IDX
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BLOQUEOS
              IF BL-EST-ID(WS-B) = EST-ID
                  AND BL-TIPO(WS-B) = WS-TIPO-AUTO
                  AND BL-USUARIO(WS-B) = WS-AUTOMATICO
                  AND BL-ACTIVO(WS-B)
                 MOVE WS-B TO WS-B-IDX
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-ACCION-AUTO
           EVALUATE TRUE
              WHEN CORRESPONDE-BLOQUEO AND WS-B-IDX = ZEROS
                 MOVE EST-ID        TO WS-BQ-EST-ID
                 MOVE WS-AUTOMATICO TO WS-OPERADOR
                 PERFORM AGREGAR-BLOQUEO
                 IF NOT BLOQUEOS-DESBORDADOS
                    ADD 1 TO WS-CANT-PUESTOS
                    MOVE "PUESTO" TO WS-ACCION-AUTO
                 END-IF
              WHEN CORRESPONDE-BLOQUEO
                 ADD 1 TO WS-CANT-VIGENTES
              WHEN WS-B-IDX > ZEROS
                 MOVE WS-AUTOMATICO TO WS-OPERADOR
                 MOVE WS-B-IDX      TO WS-B
                 PERFORM MARCAR-LEVANTADO
                 ADD 1 TO WS-CANT-LEVANTADOS
                 MOVE "LEVANTADO" TO WS-ACCION-AUTO
                 MOVE BL-MOTIVO(WS-B-IDX) TO WS-MOTIVO-AUTO
           END-EVALUATE

           IF WS-ACCION-AUTO NOT = SPACES
              MOVE WS-TIPO-AUTO TO WS-BQ-TIPO
              PERFORM DESCRIBIR-TIPO-BLOQUEO
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING WS-ACCION-AUTO " " EST-ID " " WS-BQ-DESC-TIPO
                     " " WS-MOTIVO-AUTO
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-BLQ
           END-IF.

      * agrega al final de la tabla un bloqueo activo que traba, de
      * WS-BQ-EST-ID, tipo WS-TIPO-AUTO y motivo WS-MOTIVO-AUTO,
      * puesto hoy por WS-OPERADOR
       AGREGAR-BLOQUEO.
           IF WS-CANT-BLOQUEOS >= 500
              SET BLOQUEOS-DESBORDADOS TO TRUE
           ELSE
              ADD 1 TO WS-CANT-BLOQUEOS
              MOVE SPACES TO BLOQUEO-ENT(WS-CANT-BLOQUEOS)
              MOVE WS-BQ-EST-ID   TO BL-EST-ID(WS-CANT-BLOQUEOS)
              MOVE WS-TIPO-AUTO   TO BL-TIPO(WS-CANT-BLOQUEOS)
              MOVE "S"            TO BL-BLOQUEA(WS-CANT-BLOQUEOS)
              MOVE "A"            TO BL-ESTADO(WS-CANT-BLOQUEOS)
              MOVE WS-HOY         TO BL-FECHA(WS-CANT-BLOQUEOS)
              MOVE WS-OPERADOR    TO BL-USUARIO(WS-CANT-BLOQUEOS)
              MOVE WS-MOTIVO-AUTO TO BL-MOTIVO(WS-CANT-BLOQUEOS)
              MOVE ZEROS TO BL-FECHA-LEVANTA(WS-CANT-BLOQUEOS)
                            BL-DISPENSA-HASTA(WS-CANT-BLOQUEOS)
           END-IF.

      * levanta el bloqueo WS-B hoy, a nombre de WS-OPERADOR
       MARCAR-LEVANTADO.
           MOVE "L"         TO BL-ESTADO(WS-B)
           MOVE WS-HOY      TO BL-FECHA-LEVANTA(WS-B)
           MOVE WS-OPERADOR TO BL-LEVANTO(WS-B).

       CARGAR-BLOQUEOS.
           MOVE ZEROS TO WS-CANT-BLOQUEOS
           MOVE "N" TO WS-BQ-FIN
           OPEN INPUT BLOQUEO-FILE
           IF BLOQUEO-OK
              PERFORM UNTIL FIN-BLOQUEOS
                READ BLOQUEO-FILE
                  AT END SET FIN-BLOQUEOS TO TRUE
                  NOT AT END
                    IF WS-CANT-BLOQUEOS >= 500
                       SET BLOQUEOS-DESBORDADOS TO TRUE
                       SET FIN-BLOQUEOS TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-BLOQUEOS
                       MOVE BLOQUEO-RECORD
                          TO BLOQUEO-ENT(WS-CANT-BLOQUEOS)
                       IF BL-FECHA-LEVANTA(WS-CANT-BLOQUEOS)
                          NOT NUMERIC
                          MOVE ZEROS
                             TO BL-FECHA-LEVANTA(WS-CANT-BLOQUEOS)
                       END-IF
                       IF BL-DISPENSA-HASTA(WS-CANT-BLOQUEOS)
                          NOT NUMERIC
                          MOVE ZEROS
                             TO BL-DISPENSA-HASTA(WS-CANT-BLOQUEOS)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BLOQUEO-FILE
           END-IF
           MOVE "N" TO WS-BQ-FIN.

       REESCRIBIR-BLOQUEOS.
           MOVE "N" TO WS-BLQ-GRABADO
           MOVE "bloqueos_alumnos.txt" TO WS-CERROJO-ARCHIVO
           MOVE "BLOQUEOS"             TO WS-CERROJO-DUENIO
           PERFORM TOMAR-CERROJO
           IF NOT CERROJO-TOMADO
              DISPLAY "Registro de bloqueos ocupado: reintentar"
           ELSE
              OPEN OUTPUT BLOQUEO-FILE
              PERFORM VARYING WS-B FROM 1 BY 1
                      UNTIL WS-B > WS-CANT-BLOQUEOS
                 MOVE BLOQUEO-ENT(WS-B) TO BLOQUEO-RECORD
                 WRITE BLOQUEO-RECORD
              END-PERFORM
              CLOSE BLOQUEO-FILE
              PERFORM LIBERAR-CERROJO
              SET BLOQUEOS-GRABADOS TO TRUE
           END-IF.

      * el tope de multas es el mismo con el que TABLAS traba el
      * retiro de titulos
       CARGAR-TOPE-MULTAS.
           OPEN INPUT TARIFA-MULTA-FILE
           IF TARIFA-MULTA-OK
              READ TARIFA-MULTA-FILE
                AT END CONTINUE
                NOT AT END
                  IF MU-TOPE-BLOQUEO IS NUMERIC
                     MOVE MU-TOPE-BLOQUEO TO WS-TOPE-BLOQUEO
                  END-IF
              END-READ
              CLOSE TARIFA-MULTA-FILE
           END-IF.

      * por cliente: saldo impago total de los comprobantes vencidos
      * hace mas de WS-DIAS-MORA dias y la antiguedad del mas viejo
       CARGAR-DEUDORES.
           MOVE ZEROS TO WS-CANT-DEUDORES
           OPEN INPUT SALDOS-FILE
           IF NOT SALDOS-OK
              DISPLAY "Aviso: sin cuentas_saldos.txt, no se ponen"
                 " bloqueos financieros (correr CUENTAS-COBRAR)"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ SALDOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF SL-SALDO > ZEROS
                       MOVE SL-FECHA TO WS-FC-FECHA
                       MOVE WS-HOY   TO WS-FC-FECHA-B
                       PERFORM DIAS-ENTRE-FECHAS
                       IF WS-FC-DIAS-ENTRE > WS-DIAS-MORA
                          PERFORM SUMAR-DEUDOR
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SALDOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-DEUDOR.
           MOVE ZEROS TO WS-D-IDX
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-CANT-DEUDORES
              IF DT-CLIENTE(WS-D) = SL-CLIENTE
                 MOVE WS-D TO WS-D-IDX
              END-IF
           END-PERFORM
           IF WS-D-IDX = ZEROS
              IF WS-CANT-DEUDORES >= 300
                 SET TABLAS-DESBORDADAS TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-DEUDORES
                 MOVE WS-CANT-DEUDORES TO WS-D-IDX
                 MOVE SL-CLIENTE TO DT-CLIENTE(WS-D-IDX)
                 MOVE ZEROS TO DT-SALDO(WS-D-IDX) DT-DIAS(WS-D-IDX)
              END-IF
           END-IF
           IF WS-D-IDX > ZEROS
              ADD SL-SALDO TO DT-SALDO(WS-D-IDX)
              IF WS-FC-DIAS-ENTRE > DT-DIAS(WS-D-IDX)
                 MOVE WS-FC-DIAS-ENTRE TO DT-DIAS(WS-D-IDX)
              END-IF
           END-IF.

       CARGAR-MULTAS-PENDIENTES.
           MOVE ZEROS TO WS-CANT-MULTAS
           OPEN INPUT MULTAS-FILE
           IF MULTAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ MULTAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF MS-PENDIENTE
                       PERFORM SUMAR-MULTA-SOCIO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE MULTAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-MULTA-SOCIO.
           MOVE ZEROS TO WS-M-IDX
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-CANT-MULTAS
              IF MP-SOCIO(WS-M) = MS-SOCIO
                 MOVE WS-M TO WS-M-IDX
              END-IF
           END-PERFORM
           IF WS-M-IDX = ZEROS
              IF WS-CANT-MULTAS >= 300
                 SET TABLAS-DESBORDADAS TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-MULTAS
                 MOVE WS-CANT-MULTAS TO WS-M-IDX
                 MOVE MS-SOCIO TO MP-SOCIO(WS-M-IDX)
                 MOVE ZEROS    TO MP-IMPORTE(WS-M-IDX)
              END-IF
           END-IF
           IF WS-M-IDX > ZEROS
              ADD MS-IMPORTE TO MP-IMPORTE(WS-M-IDX)
           END-IF.

       ESCRIBIR-LINEA-BLQ.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "BLOQUEO-CALC.cpy".

       COPY "TUTOR-CALC.cpy".

       COPY "CERROJO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
