      * Alerta temprana de alumnos en riesgo: los tutores se
      * enteraban de un alumno complicado recien al cierre del ciclo,
      * cuando ya estaba LIBRE, y cada area miraba su propia senal
      * por separado (ASISTENCIA el porcentaje, NOTAS el boletin,
      * CUENTAS-COBRAR la deuda). Esta corrida, pensada para mitad de
      * ciclo, puntua a cada alumno activo de student_master.dat con
      * las tres senales juntas:
      *  - asistencia del ciclo abierto por debajo del umbral
      *    (asistencia_pct.txt)
      *  - nota del boletin muy por debajo del promedio de su turno
      *    (BF-DIFERENCIA de boletines.txt, la peor si tiene varias)
      *  - alguna factura impaga con mas de N dias contra la fecha de
      *    negocio (cuentas_saldos.txt); la factura se busca por el
      *    cliente del alumno, que es su responsable de pago de
      *    tutores.txt o, si no tiene, el mismo alumno (EST-ID(5:6)),
      *    igual que en FACTURAR-CURSOS
      * Cada senal suma su peso al puntaje y el listado para los
      * tutores sale ordenado de mayor a menor puntaje, con el motivo
      * de cada alumno, por pantalla y por el spool. Umbrales y pesos
      * en alerta_parametros.txt (se siembra con 75%, 3 puntos bajo
      * el promedio, 60 dias y pesos 3/2/1).
      * La corrida queda en alerta_temprana_corridas.txt (la anterior
      * y la actual; repetirla el mismo dia reemplaza la del dia) y
      * el alumno que ya estaba en la corrida anterior sale marcado
      * con ** como reincidente.
      * A pedido del operador deja alertas_alumnos.txt para que
      * CARTAS genere la carta ALERTA al alumno, o ALERTA-FAM a la
      * familia cuando tiene responsable de pago registrado.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA-TEMPRANA.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT STUDENT-MASTER ASSIGN TO "student_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EST-ID
                 ALTERNATE RECORD KEY IS EST-APELLIDO
                     WITH DUPLICATES
                 FILE STATUS IS WS-MAESTRO-STATUS.

             SELECT PCT-FILE ASSIGN TO "asistencia_pct.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCT-STATUS.

             SELECT BOLETIN-FILE ASSIGN TO "boletines.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BOLETIN-STATUS.

             SELECT SALDOS-FILE ASSIGN TO "cuentas_saldos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SALDOS-STATUS.

             SELECT PARAMETROS-FILE ASSIGN TO "alerta_parametros.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARAMETROS-STATUS.

             SELECT CORRIDAS-FILE ASSIGN TO
                 "alerta_temprana_corridas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CORRIDAS-STATUS.

             SELECT ALERTA-ALUMNO-FILE ASSIGN TO "alertas_alumnos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTA-STATUS.

             COPY "CICLO-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "TUTOR-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD STUDENT-MASTER.
        01 STUDENT-MASTER-RECORD.
           COPY "ESTUDIANTE-WS.cpy".

        FD PCT-FILE.
        01 PCT-RECORD.
           05 AP-EST-ID   PIC X(10).
           05 FILLER      PIC X.
           05 AP-PCT      PIC 9(3).
           05 FILLER      PIC X.
           05 AP-ELEGIBLE PIC X.
           05 FILLER      PIC X.
           05 AP-CICLO    PIC 9(5).

        FD BOLETIN-FILE.
        01 BOLETIN-RECORD.
           05 BF-ID          PIC X(10).
           05 FILLER         PIC X.
           05 BF-TURNO       PIC X(8).
           05 FILLER         PIC X.
           05 BF-NOTA        PIC 9(2).
           05 FILLER         PIC X.
           05 BF-PROMEDIO    PIC 9(2).
           05 FILLER         PIC X.
           05 BF-DIFERENCIA  PIC S9(2).
           05 FILLER         PIC X.
           05 BF-CICLO       PIC 9(5).
           05 FILLER         PIC X.
           05 BF-DOCENTE     PIC X(6).

        FD SALDOS-FILE.
        01 SALDOS-RECORD.
           05 SL-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 SL-CLIENTE     PIC X(6).
           05 FILLER         PIC X.
           05 SL-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 SL-TOTAL       PIC 9(7)V99.
           05 FILLER         PIC X.
           05 SL-PAGADO      PIC 9(7)V99.
           05 FILLER         PIC X.
           05 SL-SALDO       PIC S9(7)V99.

        FD PARAMETROS-FILE.
        01 PARAMETROS-RECORD.
           05 PA-UMBRAL-ASIST PIC 9(3).
           05 FILLER          PIC X.
           05 PA-DIF-NOTA     PIC 9(2).
           05 FILLER          PIC X.
           05 PA-DIAS-DEUDA   PIC 9(3).
           05 FILLER          PIC X.
           05 PA-PESO-ASIST   PIC 9.
           05 FILLER          PIC X.
           05 PA-PESO-NOTA    PIC 9.
           05 FILLER          PIC X.
           05 PA-PESO-DEUDA   PIC 9.

      * un renglon por alumno alertado en cada corrida; la corrida
      * sin alertados deja un renglon con el EST-ID en blanco para
      * que igual cuente como corrida anterior
        FD CORRIDAS-FILE.
        01 CORRIDA-RECORD.
           05 AH-FECHA    PIC 9(8).
           05 FILLER      PIC X.
           05 AH-EST-ID   PIC X(10).
           05 FILLER      PIC X.
           05 AH-PUNTAJE  PIC 9(2).

      * pedido de carta para CARTAS (ALERTA al alumno, ALERTA-FAM a
      * la familia); AT-MOTIVO va en el comodin &C
        FD ALERTA-ALUMNO-FILE.
        01 ALERTA-ALUMNO-RECORD.
           05 AT-EST-ID   PIC X(10).
           05 FILLER      PIC X.
           05 AT-TIPO     PIC X(10).
           05 FILLER      PIC X.
           05 AT-NOMBRE   PIC X(10).
           05 FILLER      PIC X.
           05 AT-APELLIDO PIC X(10).
           05 FILLER      PIC X.
           05 AT-MOTIVO   PIC X(25).

        COPY "CICLO-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "TUTOR-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "CICLO-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "TUTOR-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-MAESTRO-STATUS    PIC X(2) VALUE "00".
              88 MAESTRO-OK VALUE "00".
          77 WS-PCT-STATUS        PIC X(2) VALUE "00".
              88 PCT-OK VALUE "00".
          77 WS-BOLETIN-STATUS    PIC X(2) VALUE "00".
              88 BOLETIN-OK VALUE "00".
          77 WS-SALDOS-STATUS     PIC X(2) VALUE "00".
              88 SALDOS-OK VALUE "00".
          77 WS-PARAMETROS-STATUS PIC X(2) VALUE "00".
              88 PARAMETROS-OK VALUE "00".
          77 WS-CORRIDAS-STATUS   PIC X(2) VALUE "00".
              88 CORRIDAS-OK VALUE "00".
          77 WS-ALERTA-STATUS     PIC X(2) VALUE "00".
              88 ALERTA-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          77 WS-UMBRAL-ASIST PIC 9(3) VALUE 75.
          77 WS-DIF-NOTA     PIC 9(2) VALUE 3.
          77 WS-DIAS-DEUDA   PIC 9(3) VALUE 60.
          77 WS-PESO-ASIST   PIC 9 VALUE 3.
          77 WS-PESO-NOTA    PIC 9 VALUE 2.
          77 WS-PESO-DEUDA   PIC 9 VALUE 1.

      * un renglon por alumno activo con sus tres senales
          01 ALUMNOS-TABLA.
             02 ALUMNO-ENT OCCURS 500 TIMES.
                03 AL-EST-ID      PIC X(10).
                03 AL-NOMBRE      PIC X(10).
                03 AL-APELLIDO    PIC X(10).
                03 AL-CLIENTE     PIC X(6).
                03 AL-FAMILIA     PIC X.
                   88 AL-CON-RESPONSABLE VALUE "S".
                03 AL-ASIST       PIC 9(3).
                03 AL-ASIST-BAJA  PIC X.
                   88 AL-SENAL-ASIST VALUE "S".
                03 AL-DIFERENCIA  PIC S9(2).
                03 AL-NOTA-BAJA   PIC X.
                   88 AL-SENAL-NOTA VALUE "S".
                03 AL-DIAS        PIC 9(5).
                03 AL-DEUDA       PIC X.
                   88 AL-SENAL-DEUDA VALUE "S".
                03 AL-PUNTAJE     PIC 9(2).
                03 AL-REPETIDO    PIC X.
                   88 AL-REINCIDENTE VALUE "S".
          01 ALUMNO-ENT-AUX PIC X(53).
          77 WS-CANT-ALUMNOS PIC 9(3) VALUE ZEROS.
          77 WS-A            PIC 9(3) VALUE ZEROS.
          77 WS-A2           PIC 9(3) VALUE ZEROS.
          77 WS-ALUMNO-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-DESBORDE     PIC X VALUE "N".
              88 TABLA-DESBORDADA VALUE "S".
          77 WS-INTERCAMBIAR PIC X VALUE "N".
              88 HAY-QUE-INTERCAMBIAR VALUE "S".
          77 WS-BUSCAR-ID    PIC X(10) VALUE SPACES.

      * alertados de la corrida anterior (la ultima de otro dia)
          01 PREVIAS-TABLA.
             02 PREVIA-ENT OCCURS 500 TIMES.
                03 PV-EST-ID   PIC X(10).
                03 PV-PUNTAJE  PIC 9(2).
          77 WS-CANT-PREVIAS PIC 9(3) VALUE ZEROS.
          77 WS-P            PIC 9(3) VALUE ZEROS.
          77 WS-FECHA-PREVIA PIC 9(8) VALUE ZEROS.

          77 WS-DIFERENCIA   PIC S9(2) VALUE ZEROS.
          77 WS-EDAD-DIAS    PIC S9(7) VALUE ZEROS.
          77 WS-CANT-ALERTAS PIC 9(3) VALUE ZEROS.
          77 WS-CANT-REINC   PIC 9(3) VALUE ZEROS.
          77 WS-CANT-CARTAS  PIC 9(3) VALUE ZEROS.
          77 WS-GENERAR-CARTAS PIC X VALUE "N".
              88 GENERAR-CARTAS VALUE "S" "s".

          77 WS-NOMBRE       PIC X(21) VALUE SPACES.
          77 WS-MOTIVOS      PIC X(40) VALUE SPACES.
          77 WS-MOTIVO-CARTA PIC X(25) VALUE SPACES.
          77 WS-PTR          PIC 9(3) VALUE ZEROS.
          77 WS-MARCA        PIC X(2) VALUE SPACES.

          77 WS-ED-PTS       PIC Z9.
          77 WS-ED-ASIST     PIC ZZ9.
          77 WS-ED-DIF       PIC --9.
          77 WS-ED-DIAS      PIC ZZZZ9.
          77 WS-ED-CANT      PIC ZZ9.

       PROCEDURE DIVISION.
             PERFORM LEER-CICLO-LECTIVO
             PERFORM LEER-FECHA-NEGOCIO
             PERFORM CARGAR-PARAMETROS-ALERTA
             PERFORM CARGAR-TUTORES

             PERFORM CARGAR-ALUMNOS-ACTIVOS
             IF TABLA-DESBORDADA
                DISPLAY "ABORTADO: mas de 500 alumnos activos"
                GOBACK
             END-IF
             IF WS-CANT-ALUMNOS = ZEROS
                DISPLAY "No hay alumnos activos en student_master.dat"
                GOBACK
             END-IF

             PERFORM SENAL-ASISTENCIA
             PERFORM SENAL-BOLETIN
             PERFORM SENAL-DEUDA

             PERFORM CARGAR-CORRIDA-ANTERIOR

             PERFORM VARYING WS-A FROM 1 BY 1
                     UNTIL WS-A > WS-CANT-ALUMNOS
                PERFORM PUNTUAR-ALUMNO
             END-PERFORM

             PERFORM ORDENAR-ALERTAS
             PERFORM IMPRIMIR-ALERTAS
             PERFORM GRABAR-CORRIDAS

             IF WS-CANT-ALERTAS > ZEROS
                DISPLAY " "
                DISPLAY "Generar cartas de ALERTA (S/N): "
                   WITH NO ADVANCING
                ACCEPT WS-GENERAR-CARTAS
                IF GENERAR-CARTAS
                   PERFORM GRABAR-PEDIDOS-CARTA
                END-IF
             END-IF
           GOBACK.

       CARGAR-PARAMETROS-ALERTA.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-OK
              READ PARAMETROS-FILE
                AT END CONTINUE
                NOT AT END
                  MOVE PA-UMBRAL-ASIST TO WS-UMBRAL-ASIST
                  MOVE PA-DIF-NOTA     TO WS-DIF-NOTA
                  MOVE PA-DIAS-DEUDA   TO WS-DIAS-DEUDA
                  MOVE PA-PESO-ASIST   TO WS-PESO-ASIST
                  MOVE PA-PESO-NOTA    TO WS-PESO-NOTA
                  MOVE PA-PESO-DEUDA   TO WS-PESO-DEUDA
              END-READ
              CLOSE PARAMETROS-FILE
           ELSE
              PERFORM SEMBRAR-PARAMETROS-ALERTA
           END-IF.

       SEMBRAR-PARAMETROS-ALERTA.
           MOVE WS-UMBRAL-ASIST TO WS-ED-ASIST
           MOVE WS-DIAS-DEUDA   TO WS-ED-DIAS
           DISPLAY "Aviso: sin alerta_parametros.txt, se siembra con "
              WS-ED-ASIST "% de asistencia, " WS-DIF-NOTA
              " puntos bajo el promedio y" WS-ED-DIAS " dias de deuda"
           MOVE SPACES          TO PARAMETROS-RECORD
           MOVE WS-UMBRAL-ASIST TO PA-UMBRAL-ASIST
           MOVE WS-DIF-NOTA     TO PA-DIF-NOTA
           MOVE WS-DIAS-DEUDA   TO PA-DIAS-DEUDA
           MOVE WS-PESO-ASIST   TO PA-PESO-ASIST
           MOVE WS-PESO-NOTA    TO PA-PESO-NOTA
           MOVE WS-PESO-DEUDA   TO PA-PESO-DEUDA
           OPEN OUTPUT PARAMETROS-FILE
           WRITE PARAMETROS-RECORD
           CLOSE PARAMETROS-FILE.

      * solo los alumnos activos; el cliente que paga es el
      * responsable de tutores.txt o el mismo alumno
       CARGAR-ALUMNOS-ACTIVOS.
           OPEN INPUT STUDENT-MASTER
           IF MAESTRO-OK
              MOVE SPACES TO EST-ID
              START STUDENT-MASTER KEY >= EST-ID
                INVALID KEY CONTINUE
              END-START
              PERFORM UNTIL NOT MAESTRO-OK
                READ STUDENT-MASTER NEXT
                  AT END CONTINUE
                  NOT AT END
                    IF EST-ACTIVO
                       PERFORM AGREGAR-ALUMNO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE STUDENT-MASTER
           END-IF.

       AGREGAR-ALUMNO.
           IF WS-CANT-ALUMNOS >= 500
              SET TABLA-DESBORDADA TO TRUE
           ELSE
              ADD 1 TO WS-CANT-ALUMNOS
              MOVE WS-CANT-ALUMNOS TO WS-A
              MOVE EST-ID       TO AL-EST-ID(WS-A)
              MOVE EST-NOMBRE   TO AL-NOMBRE(WS-A)
              MOVE EST-APELLIDO TO AL-APELLIDO(WS-A)
              MOVE EST-ID       TO WS-TU-EST-ID
              PERFORM BUSCAR-TUTOR
              IF WS-TU-CL-ID NOT = SPACES
                 MOVE WS-TU-CL-ID  TO AL-CLIENTE(WS-A)
                 MOVE "S"          TO AL-FAMILIA(WS-A)
              ELSE
                 MOVE EST-ID(5:6)  TO AL-CLIENTE(WS-A)
                 MOVE "N"          TO AL-FAMILIA(WS-A)
              END-IF
              MOVE ZEROS TO AL-ASIST(WS-A) AL-DIFERENCIA(WS-A)
                            AL-DIAS(WS-A) AL-PUNTAJE(WS-A)
              MOVE "N"   TO AL-ASIST-BAJA(WS-A) AL-NOTA-BAJA(WS-A)
                            AL-DEUDA(WS-A) AL-REPETIDO(WS-A)
           END-IF.

       BUSCAR-ALUMNO.
           MOVE ZEROS TO WS-ALUMNO-IDX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CANT-ALUMNOS
              IF AL-EST-ID(WS-A) = WS-BUSCAR-ID
                 MOVE WS-A TO WS-ALUMNO-IDX
              END-IF
           END-PERFORM.

       SENAL-ASISTENCIA.
           OPEN INPUT PCT-FILE
           IF NOT PCT-OK
              DISPLAY "Aviso: sin asistencia_pct.txt, no se evalua la"
                 " asistencia (correr ASISTENCIA)"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ PCT-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AP-CICLO = WS-CICLO-LECTIVO
                       MOVE AP-EST-ID TO WS-BUSCAR-ID
                       PERFORM BUSCAR-ALUMNO
                       IF WS-ALUMNO-IDX > ZEROS
                           AND AP-PCT < WS-UMBRAL-ASIST
                          MOVE AP-PCT TO AL-ASIST(WS-ALUMNO-IDX)
                          MOVE "S" TO AL-ASIST-BAJA(WS-ALUMNO-IDX)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PCT-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * se guarda la peor diferencia del alumno entre sus boletines
      * del ciclo abierto
       SENAL-BOLETIN.
           OPEN INPUT BOLETIN-FILE
           IF NOT BOLETIN-OK
              DISPLAY "Aviso: sin boletines.txt, no se evaluan las"
                 " notas (correr NOTAS)"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ BOLETIN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF BF-CICLO = WS-CICLO-LECTIVO
                       PERFORM EVALUAR-BOLETIN
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BOLETIN-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       EVALUAR-BOLETIN.
           MOVE BF-ID TO WS-BUSCAR-ID
           PERFORM BUSCAR-ALUMNO
           COMPUTE WS-DIFERENCIA = ZEROS - WS-DIF-NOTA
           IF WS-ALUMNO-IDX > ZEROS
               AND BF-DIFERENCIA <= WS-DIFERENCIA
              IF NOT AL-SENAL-NOTA(WS-ALUMNO-IDX)
                  OR BF-DIFERENCIA < AL-DIFERENCIA(WS-ALUMNO-IDX)
                 MOVE BF-DIFERENCIA TO AL-DIFERENCIA(WS-ALUMNO-IDX)
              END-IF
              MOVE "S" TO AL-NOTA-BAJA(WS-ALUMNO-IDX)
           END-IF.

      * la misma antiguedad que el reporte de CUENTAS-COBRAR; un
      * saldo del responsable alcanza a todos los hermanos
       SENAL-DEUDA.
           OPEN INPUT SALDOS-FILE
           IF NOT SALDOS-OK
              DISPLAY "Aviso: sin cuentas_saldos.txt, no se evalua la"
                 " deuda (correr CUENTAS-COBRAR modo 1)"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ SALDOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF SL-SALDO > ZEROS
                       PERFORM EVALUAR-SALDO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SALDOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       EVALUAR-SALDO.
           MOVE SL-FECHA         TO WS-FC-FECHA
           MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA-B
           PERFORM DIAS-ENTRE-FECHAS
           MOVE WS-FC-DIAS-ENTRE TO WS-EDAD-DIAS
           IF WS-EDAD-DIAS > WS-DIAS-DEUDA
              PERFORM VARYING WS-A FROM 1 BY 1
                      UNTIL WS-A > WS-CANT-ALUMNOS
                 IF AL-CLIENTE(WS-A) = SL-CLIENTE
                    MOVE "S" TO AL-DEUDA(WS-A)
                    IF WS-EDAD-DIAS > AL-DIAS(WS-A)
                       MOVE WS-EDAD-DIAS TO AL-DIAS(WS-A)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      * la corrida anterior es la ultima grabada con fecha anterior
      * a la de hoy; una corrida de hoy se descarta y se reemplaza
       CARGAR-CORRIDA-ANTERIOR.
           MOVE ZEROS TO WS-CANT-PREVIAS WS-FECHA-PREVIA
           OPEN INPUT CORRIDAS-FILE
           IF CORRIDAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ CORRIDAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AH-FECHA < WS-FECHA-NEGOCIO
                       IF AH-FECHA > WS-FECHA-PREVIA
                          MOVE AH-FECHA TO WS-FECHA-PREVIA
                          MOVE ZEROS    TO WS-CANT-PREVIAS
                       END-IF
                       IF AH-FECHA = WS-FECHA-PREVIA
                           AND AH-EST-ID NOT = SPACES
                           AND WS-CANT-PREVIAS < 500
                          ADD 1 TO WS-CANT-PREVIAS
                          MOVE AH-EST-ID  TO PV-EST-ID(WS-CANT-PREVIAS)
                          MOVE AH-PUNTAJE
                             TO PV-PUNTAJE(WS-CANT-PREVIAS)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CORRIDAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       PUNTUAR-ALUMNO.
           MOVE ZEROS TO AL-PUNTAJE(WS-A)
           IF AL-SENAL-ASIST(WS-A)
              ADD WS-PESO-ASIST TO AL-PUNTAJE(WS-A)
           END-IF
           IF AL-SENAL-NOTA(WS-A)
              ADD WS-PESO-NOTA TO AL-PUNTAJE(WS-A)
           END-IF
           IF AL-SENAL-DEUDA(WS-A)
              ADD WS-PESO-DEUDA TO AL-PUNTAJE(WS-A)
           END-IF

           IF AL-PUNTAJE(WS-A) > ZEROS
              ADD 1 TO WS-CANT-ALERTAS
              PERFORM VARYING WS-P FROM 1 BY 1
                      UNTIL WS-P > WS-CANT-PREVIAS
                 IF PV-EST-ID(WS-P) = AL-EST-ID(WS-A)
                    MOVE "S" TO AL-REPETIDO(WS-A)
                 END-IF
              END-PERFORM
              IF AL-REINCIDENTE(WS-A)
                 ADD 1 TO WS-CANT-REINC
              END-IF
           END-IF.

      * burbuja: mayor puntaje primero y, a igual puntaje, el
      * reincidente antes que el nuevo
       ORDENAR-ALERTAS.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A >= WS-CANT-ALUMNOS
              PERFORM VARYING WS-A2 FROM 1 BY 1
                      UNTIL WS-A2 > WS-CANT-ALUMNOS - WS-A
                 MOVE "N" TO WS-INTERCAMBIAR
                 IF AL-PUNTAJE(WS-A2) < AL-PUNTAJE(WS-A2 + 1)
                    SET HAY-QUE-INTERCAMBIAR TO TRUE
                 END-IF
                 IF AL-PUNTAJE(WS-A2) = AL-PUNTAJE(WS-A2 + 1)
                     AND NOT AL-REINCIDENTE(WS-A2)
                     AND AL-REINCIDENTE(WS-A2 + 1)
                    SET HAY-QUE-INTERCAMBIAR TO TRUE
                 END-IF
                 IF HAY-QUE-INTERCAMBIAR
                    MOVE ALUMNO-ENT(WS-A2)     TO ALUMNO-ENT-AUX
                    MOVE ALUMNO-ENT(WS-A2 + 1) TO ALUMNO-ENT(WS-A2)
                    MOVE ALUMNO-ENT-AUX        TO ALUMNO-ENT(WS-A2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       IMPRIMIR-ALERTAS.
           MOVE "ALERTA-TEMPRANA" TO WS-SPOOL-PROGRAMA
           MOVE "ALERTA TEMPRANA DE ALUMNOS" TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "ALERTA TEMPRANA - ciclo " WS-CICLO-LECTIVO
                  " al " WS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-ALERTA
           IF WS-FECHA-PREVIA > ZEROS
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "** = ya alertado en la corrida del "
                     WS-FECHA-PREVIA
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-ALERTA
           END-IF
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "   Pts EST-ID     Alumno                Motivos"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-ALERTA

           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CANT-ALUMNOS
              IF AL-PUNTAJE(WS-A) > ZEROS
                 PERFORM IMPRIMIR-ALUMNO-ALERTA
              END-IF
           END-PERFORM

           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-ALERTA
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Alumnos activos: " WS-CANT-ALUMNOS
                  "  Alertados: " WS-CANT-ALERTAS
                  "  Reincidentes: " WS-CANT-REINC
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-ALERTA

           PERFORM CERRAR-SPOOL.

       IMPRIMIR-ALUMNO-ALERTA.
           MOVE SPACES TO WS-NOMBRE
           STRING AL-APELLIDO(WS-A) DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  AL-NOMBRE(WS-A) DELIMITED BY SPACE
              INTO WS-NOMBRE
           PERFORM ARMAR-MOTIVOS
           IF AL-REINCIDENTE(WS-A)
              MOVE "**" TO WS-MARCA
           ELSE
              MOVE SPACES TO WS-MARCA
           END-IF
           MOVE AL-PUNTAJE(WS-A) TO WS-ED-PTS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING WS-MARCA " " WS-ED-PTS " " AL-EST-ID(WS-A) " "
                  WS-NOMBRE " " WS-MOTIVOS
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-ALERTA.

      * motivos para el listado (con el dato) y para la carta (solo
      * el nombre de cada senal)
       ARMAR-MOTIVOS.
           MOVE SPACES TO WS-MOTIVOS WS-MOTIVO-CARTA
           MOVE 1 TO WS-PTR
           IF AL-SENAL-ASIST(WS-A)
              MOVE AL-ASIST(WS-A) TO WS-ED-ASIST
              STRING "ASIST" WS-ED-ASIST "%  "
                 DELIMITED BY SIZE INTO WS-MOTIVOS
                 WITH POINTER WS-PTR
           END-IF
           IF AL-SENAL-NOTA(WS-A)
              MOVE AL-DIFERENCIA(WS-A) TO WS-ED-DIF
              STRING "NOTA" WS-ED-DIF " PROM  "
                 DELIMITED BY SIZE INTO WS-MOTIVOS
                 WITH POINTER WS-PTR
           END-IF
           IF AL-SENAL-DEUDA(WS-A)
              MOVE AL-DIAS(WS-A) TO WS-ED-DIAS
              STRING "DEUDA" WS-ED-DIAS " DIAS"
                 DELIMITED BY SIZE INTO WS-MOTIVOS
                 WITH POINTER WS-PTR
           END-IF

           MOVE 1 TO WS-PTR
           IF AL-SENAL-ASIST(WS-A)
              STRING "ASISTENCIA " DELIMITED BY SIZE
                 INTO WS-MOTIVO-CARTA WITH POINTER WS-PTR
           END-IF
           IF AL-SENAL-NOTA(WS-A)
              STRING "NOTAS " DELIMITED BY SIZE
                 INTO WS-MOTIVO-CARTA WITH POINTER WS-PTR
           END-IF
           IF AL-SENAL-DEUDA(WS-A)
              STRING "DEUDA" DELIMITED BY SIZE
                 INTO WS-MOTIVO-CARTA WITH POINTER WS-PTR
           END-IF.

      * deja la corrida anterior y la de hoy; la de hoy sin alertados
      * se graba igual con un renglon en blanco
       GRABAR-CORRIDAS.
           OPEN OUTPUT CORRIDAS-FILE
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PREVIAS
              MOVE SPACES           TO CORRIDA-RECORD
              MOVE WS-FECHA-PREVIA  TO AH-FECHA
              MOVE PV-EST-ID(WS-P)  TO AH-EST-ID
              MOVE PV-PUNTAJE(WS-P) TO AH-PUNTAJE
              WRITE CORRIDA-RECORD
           END-PERFORM
           IF WS-FECHA-PREVIA > ZEROS AND WS-CANT-PREVIAS = ZEROS
              MOVE SPACES          TO CORRIDA-RECORD
              MOVE WS-FECHA-PREVIA TO AH-FECHA
              MOVE ZEROS           TO AH-PUNTAJE
              WRITE CORRIDA-RECORD
           END-IF

           IF WS-CANT-ALERTAS = ZEROS
              MOVE SPACES           TO CORRIDA-RECORD
              MOVE WS-FECHA-NEGOCIO TO AH-FECHA
              MOVE ZEROS            TO AH-PUNTAJE
              WRITE CORRIDA-RECORD
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CANT-ALUMNOS
              IF AL-PUNTAJE(WS-A) > ZEROS
                 MOVE SPACES            TO CORRIDA-RECORD
                 MOVE WS-FECHA-NEGOCIO  TO AH-FECHA
                 MOVE AL-EST-ID(WS-A)   TO AH-EST-ID
                 MOVE AL-PUNTAJE(WS-A)  TO AH-PUNTAJE
                 WRITE CORRIDA-RECORD
              END-IF
           END-PERFORM
           CLOSE CORRIDAS-FILE.

      * pedidos de carta para CARTAS; el archivo se reemplaza con
      * los alertados de esta corrida
       GRABAR-PEDIDOS-CARTA.
           MOVE ZEROS TO WS-CANT-CARTAS
           OPEN OUTPUT ALERTA-ALUMNO-FILE
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CANT-ALUMNOS
              IF AL-PUNTAJE(WS-A) > ZEROS
                 PERFORM ARMAR-MOTIVOS
                 MOVE SPACES            TO ALERTA-ALUMNO-RECORD
                 MOVE AL-EST-ID(WS-A)   TO AT-EST-ID
                 IF AL-CON-RESPONSABLE(WS-A)
                    MOVE "ALERTA-FAM"   TO AT-TIPO
                 ELSE
                    MOVE "ALERTA"       TO AT-TIPO
                 END-IF
                 MOVE AL-NOMBRE(WS-A)   TO AT-NOMBRE
                 MOVE AL-APELLIDO(WS-A) TO AT-APELLIDO
                 MOVE WS-MOTIVO-CARTA   TO AT-MOTIVO
                 WRITE ALERTA-ALUMNO-RECORD
                 ADD 1 TO WS-CANT-CARTAS
              END-IF
           END-PERFORM
           CLOSE ALERTA-ALUMNO-FILE
           MOVE WS-CANT-CARTAS TO WS-ED-CANT
           DISPLAY WS-ED-CANT " pedidos de carta en alertas_alumnos.txt"
              " (correr CARTAS)".

       ESCRIBIR-LINEA-ALERTA.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "CICLO-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "TUTOR-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
