      * Distribucion de reportes con acuse de recibo: el spool
      * (spool_reportes.txt y spool_indice.txt) archiva todo lo que
      * se imprime, pero nadie sabia si el reporte de nomina llego a
      * personal o si el encargado de sucursal vio alguna vez el de
      * cobertura. La tabla distribucion_reportes.txt dice a quien va
      * cada reporte: programa del spool, titulo (en blanco = todos
      * los titulos de ese programa), operador destinatario de
      * operadores.txt y cantidad de copias; se siembra con el
      * administrador si no existe, para repartir desde ahi.
      *
      * Cada noche, como ultimo paso de ORQUESTADOR-DIARIO y sin
      * preguntas, esta corrida toma los reportes del indice que
      * entraron desde la corrida anterior (el ultimo id repartido
      * queda en distribucion_control.txt; la primera vez se arranca
      * con los de la fecha de negocio, sin repartir el historico),
      * deja en entregas_reportes.txt un renglon pendiente por
      * reporte y destinatario (ver ENTREGA-REP-*.cpy) y lista lo
      * que le toca recibir a cada uno con sus copias. Los reportes
      * sin renglon en la tabla se listan aparte para completarla, y
      * un destinatario que no esta en operadores.txt se informa y
      * no recibe nada.
      *
      * El operador confirma la recepcion al entrar a MENU-PRINCIPAL.
      * Al pie va, para el supervisor, lo que sigue sin acuse con mas
      * dias que los de distribucion_control.txt (se siembra 3) entre
      * la distribucion y la fecha de negocio. El listado sale por
      * pantalla y queda en el spool como DISTRIBUCION, asi que
      * tambien se le puede asignar destinatario.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUCION.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT DISTRIB-FILE ASSIGN TO "distribucion_reportes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DISTRIB-STATUS.

             SELECT CONTROL-DIST-FILE
                 ASSIGN TO "distribucion_control.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTROL-STATUS.

             SELECT OPERADORES-FILE ASSIGN TO "operadores.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPERADORES-STATUS.

             COPY "ENTREGA-REP-FC.cpy".
             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD DISTRIB-FILE.
        01 DISTRIB-RECORD.
           05 DR-PROGRAMA PIC X(15).
           05 FILLER      PIC X.
           05 DR-TITULO   PIC X(30).
           05 FILLER      PIC X.
           05 DR-OPERADOR PIC X(10).
           05 FILLER      PIC X.
           05 DR-COPIAS   PIC 9(2).

        FD CONTROL-DIST-FILE.
        01 CONTROL-DIST-RECORD.
           05 DC-ULTIMO-ID  PIC 9(6).
           05 FILLER        PIC X.
           05 DC-DIAS-ACUSE PIC 9(3).

        FD OPERADORES-FILE.
        01 OPERADOR-RECORD.
           05 OP-ID    PIC X(10).
           05 FILLER   PIC X.
           05 OP-CLAVE PIC X(10).
           05 FILLER   PIC X.
           05 OP-ROL   PIC X(10).

        COPY "ENTREGA-REP-FD.cpy".
        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "ENTREGA-REP-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-DISTRIB-STATUS PIC X(2) VALUE "00".
              88 DISTRIB-OK VALUE "00".
          77 WS-CONTROL-STATUS PIC X(2) VALUE "00".
              88 CONTROL-OK VALUE "00".
          77 WS-OPERADORES-STATUS PIC X(2) VALUE "00".
              88 OPERADORES-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * tabla de distribucion; DT-VALIDO en N si el destinatario no
      * esta en operadores.txt
          01 DISTRIB-TABLA.
             02 DISTRIB-ENT OCCURS 200 TIMES.
                03 DT-PROGRAMA PIC X(15).
                03 DT-TITULO   PIC X(30).
                03 DT-OPERADOR PIC X(10).
                03 DT-COPIAS   PIC 9(2).
                03 DT-VALIDO   PIC X.
          77 WS-CANT-DISTRIB PIC 9(3) VALUE ZEROS.
          77 WS-D            PIC 9(3) VALUE ZEROS.

          01 OPERADORES-TABLA.
             02 OPERADOR-ENT OCCURS 100 TIMES.
                03 OT-ID PIC X(10).
          77 WS-CANT-OPERADORES PIC 9(3) VALUE ZEROS.
          77 WS-O               PIC 9(3) VALUE ZEROS.

      * control de la corrida
          77 WS-ULTIMO-ID     PIC 9(6) VALUE ZEROS.
          77 WS-DIAS-ACUSE    PIC 9(3) VALUE ZEROS.
          77 WS-DESDE-FECHA   PIC 9(8) VALUE ZEROS.
          77 WS-PRIMERA-CORRIDA PIC X VALUE "N".
              88 PRIMERA-CORRIDA VALUE "S".

      * entregas nuevas de esta corrida
          01 NUEVAS-TABLA.
             02 NUEVA-ENT OCCURS 500 TIMES.
                03 NE-SPOOL-ID  PIC 9(6).
                03 NE-PROGRAMA  PIC X(15).
                03 NE-TITULO    PIC X(30).
                03 NE-FECHA-REP PIC 9(8).
                03 NE-OPERADOR  PIC X(10).
                03 NE-COPIAS    PIC 9(2).
          77 WS-CANT-NUEVAS PIC 9(3) VALUE ZEROS.
          77 WS-N           PIC 9(3) VALUE ZEROS.
          77 WS-CANT-DESTINOS PIC 9(3) VALUE ZEROS.
          77 WS-REPARTO-DESBORDE PIC X VALUE "N".
              88 REPARTO-DESBORDADO VALUE "S".

      * destinatarios de la corrida, en el orden de la tabla
          01 DESTINOS-TABLA.
             02 DESTINO-ENT OCCURS 100 TIMES.
                03 DS-OPERADOR PIC X(10).
                03 DS-CANT     PIC 9(3).
                03 DS-COPIAS   PIC 9(4).
          77 WS-CANT-DEST-LISTA PIC 9(3) VALUE ZEROS.
          77 WS-S               PIC 9(3) VALUE ZEROS.
          77 WS-DESTINO-IDX     PIC 9(3) VALUE ZEROS.

      * reportes nuevos que no tienen a quien ir
          01 SIN-DESTINO-TABLA.
             02 SIN-DESTINO-ENT OCCURS 100 TIMES.
                03 SD-SPOOL-ID PIC 9(6).
                03 SD-PROGRAMA PIC X(15).
                03 SD-TITULO   PIC X(30).
          77 WS-CANT-SIN-DESTINO PIC 9(4) VALUE ZEROS.

          77 WS-CANT-REPORTES  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-ATRASADAS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-SIN-ACUSE PIC 9(4) VALUE ZEROS.
          77 WS-DIAS-ED        PIC ZZZ9.
          77 WS-COPIAS-ED      PIC Z9.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             PERFORM CARGAR-OPERADORES
             PERFORM CARGAR-DISTRIBUCION
             PERFORM LEER-CONTROL

             PERFORM REPARTIR-REPORTES
             PERFORM GRABAR-ENTREGAS
             PERFORM GRABAR-CONTROL

             MOVE "DISTRIBUCION" TO WS-SPOOL-PROGRAMA
             MOVE "DISTRIBUCION DE REPORTES" TO WS-SPOOL-TITULO
             MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
             PERFORM ABRIR-SPOOL

             MOVE SPACES TO WS-SPOOL-LINEA
             STRING "===== DISTRIBUCION DE REPORTES DEL "
                WS-FECHA-NEGOCIO " ====="
                DELIMITED BY SIZE INTO WS-SPOOL-LINEA
             PERFORM ESCRIBIR-LINEA-LIS

             PERFORM IMPRIMIR-DESTINOS-INVALIDOS
             PERFORM IMPRIMIR-REPARTO
             PERFORM IMPRIMIR-SIN-DESTINO
             PERFORM IMPRIMIR-SIN-ACUSE

             PERFORM CERRAR-SPOOL
           GOBACK.

      * los destinatarios se validan contra los operadores de alta
       CARGAR-OPERADORES.
           MOVE ZEROS TO WS-CANT-OPERADORES
           OPEN INPUT OPERADORES-FILE
           IF OPERADORES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ OPERADORES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-OPERADORES < 100
                       ADD 1 TO WS-CANT-OPERADORES
                       MOVE OP-ID TO OT-ID(WS-CANT-OPERADORES)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-DISTRIBUCION.
           MOVE ZEROS TO WS-CANT-DISTRIB
           OPEN INPUT DISTRIB-FILE
           IF NOT DISTRIB-OK
              PERFORM SEMBRAR-DISTRIBUCION
              OPEN INPUT DISTRIB-FILE
           END-IF
           IF DISTRIB-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ DISTRIB-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-DISTRIB < 200
                        AND DR-PROGRAMA NOT = SPACES
                       ADD 1 TO WS-CANT-DISTRIB
                       MOVE DR-PROGRAMA
                          TO DT-PROGRAMA(WS-CANT-DISTRIB)
                       MOVE DR-TITULO
                          TO DT-TITULO(WS-CANT-DISTRIB)
                       MOVE DR-OPERADOR
                          TO DT-OPERADOR(WS-CANT-DISTRIB)
                       MOVE DR-COPIAS
                          TO DT-COPIAS(WS-CANT-DISTRIB)
                       IF DR-COPIAS = ZEROS
                          MOVE 1 TO DT-COPIAS(WS-CANT-DISTRIB)
                       END-IF
                       MOVE "N" TO DT-VALIDO(WS-CANT-DISTRIB)
                       PERFORM VARYING WS-O FROM 1 BY 1
                               UNTIL WS-O > WS-CANT-OPERADORES
                          IF OT-ID(WS-O) = DR-OPERADOR
                             MOVE "S" TO DT-VALIDO(WS-CANT-DISTRIB)
                          END-IF
                       END-PERFORM
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DISTRIB-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * se siembra el administrador con los reportes de nomina y
      * cargas sociales y con este mismo listado, para repartir
      * desde ahi a personal y a cada encargado
       SEMBRAR-DISTRIBUCION.
           OPEN OUTPUT DISTRIB-FILE

           MOVE SPACES TO DISTRIB-RECORD
           MOVE "DESC-NOMINA"    TO DR-PROGRAMA
           MOVE "ADMIN01"        TO DR-OPERADOR
           MOVE 01               TO DR-COPIAS
           WRITE DISTRIB-RECORD

           MOVE SPACES TO DISTRIB-RECORD
           MOVE "CONTRIBUCIONES" TO DR-PROGRAMA
           MOVE "ADMIN01"        TO DR-OPERADOR
           MOVE 01               TO DR-COPIAS
           WRITE DISTRIB-RECORD

           MOVE SPACES TO DISTRIB-RECORD
           MOVE "FICHADAS"       TO DR-PROGRAMA
           MOVE "ADMIN01"        TO DR-OPERADOR
           MOVE 01               TO DR-COPIAS
           WRITE DISTRIB-RECORD

           MOVE SPACES TO DISTRIB-RECORD
           MOVE "DISTRIBUCION"   TO DR-PROGRAMA
           MOVE "ADMIN01"        TO DR-OPERADOR
           MOVE 01               TO DR-COPIAS
           WRITE DISTRIB-RECORD

           CLOSE DISTRIB-FILE.

      * sin control es la primera corrida: se reparte desde la fecha
      * de negocio y no el historico del spool
       LEER-CONTROL.
           MOVE ZEROS TO WS-ULTIMO-ID WS-DESDE-FECHA
           MOVE 3     TO WS-DIAS-ACUSE
           OPEN INPUT CONTROL-DIST-FILE
           IF CONTROL-OK
              READ CONTROL-DIST-FILE
                AT END SET PRIMERA-CORRIDA TO TRUE
                NOT AT END
                  MOVE DC-ULTIMO-ID  TO WS-ULTIMO-ID
                  MOVE DC-DIAS-ACUSE TO WS-DIAS-ACUSE
              END-READ
              CLOSE CONTROL-DIST-FILE
           ELSE
              SET PRIMERA-CORRIDA TO TRUE
           END-IF
           IF PRIMERA-CORRIDA
              MOVE WS-FECHA-NEGOCIO TO WS-DESDE-FECHA
           END-IF.

       GRABAR-CONTROL.
           MOVE SPACES        TO CONTROL-DIST-RECORD
           MOVE WS-ULTIMO-ID  TO DC-ULTIMO-ID
           MOVE WS-DIAS-ACUSE TO DC-DIAS-ACUSE
           OPEN OUTPUT CONTROL-DIST-FILE
           WRITE CONTROL-DIST-RECORD
           CLOSE CONTROL-DIST-FILE.

      * el indice se graba en orden de id: el ultimo repartido marca
      * el punto de partida de la proxima noche. Si la tabla de
      * entregas se llena, lo que falta queda para la corrida
      * siguiente
       REPARTIR-REPORTES.
           MOVE ZEROS TO WS-CANT-NUEVAS WS-CANT-REPORTES
                         WS-CANT-SIN-DESTINO
           OPEN INPUT SPOOL-INDICE-FILE
           IF SPOOL-IDX-OK
              PERFORM UNTIL FIN-ARCHIVO OR REPARTO-DESBORDADO
                READ SPOOL-INDICE-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF IX-ID > WS-ULTIMO-ID
                       PERFORM REPARTIR-REPORTE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SPOOL-INDICE-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REPARTIR-REPORTE.
           MOVE ZEROS TO WS-CANT-DESTINOS
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-CANT-DISTRIB
              IF DT-PROGRAMA(WS-D) = IX-PROGRAMA
                  AND (DT-TITULO(WS-D) = SPACES
                       OR DT-TITULO(WS-D) = IX-TITULO)
                  AND DT-VALIDO(WS-D) = "S"
                 ADD 1 TO WS-CANT-DESTINOS
              END-IF
           END-PERFORM

           IF WS-CANT-NUEVAS + WS-CANT-DESTINOS > 500
              SET REPARTO-DESBORDADO TO TRUE
           ELSE
              MOVE IX-ID TO WS-ULTIMO-ID
              IF IX-FECHA >= WS-DESDE-FECHA
                 ADD 1 TO WS-CANT-REPORTES
                 IF WS-CANT-DESTINOS = ZEROS
                    PERFORM ANOTAR-SIN-DESTINO
                 ELSE
                    PERFORM ANOTAR-ENTREGAS
                 END-IF
              END-IF
           END-IF.

       ANOTAR-ENTREGAS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-CANT-DISTRIB
              IF DT-PROGRAMA(WS-D) = IX-PROGRAMA
                  AND (DT-TITULO(WS-D) = SPACES
                       OR DT-TITULO(WS-D) = IX-TITULO)
                  AND DT-VALIDO(WS-D) = "S"
                 ADD 1 TO WS-CANT-NUEVAS
                 MOVE IX-ID       TO NE-SPOOL-ID(WS-CANT-NUEVAS)
                 MOVE IX-PROGRAMA TO NE-PROGRAMA(WS-CANT-NUEVAS)
                 MOVE IX-TITULO   TO NE-TITULO(WS-CANT-NUEVAS)
                 MOVE IX-FECHA    TO NE-FECHA-REP(WS-CANT-NUEVAS)
                 MOVE DT-OPERADOR(WS-D)
                    TO NE-OPERADOR(WS-CANT-NUEVAS)
                 MOVE DT-COPIAS(WS-D)
                    TO NE-COPIAS(WS-CANT-NUEVAS)
                 PERFORM SUMAR-DESTINO
              END-IF
           END-PERFORM.

       SUMAR-DESTINO.
           MOVE ZEROS TO WS-DESTINO-IDX
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-DEST-LISTA
              IF DS-OPERADOR(WS-S) = DT-OPERADOR(WS-D)
                 MOVE WS-S TO WS-DESTINO-IDX
              END-IF
           END-PERFORM
           IF WS-DESTINO-IDX = ZEROS AND WS-CANT-DEST-LISTA < 100
              ADD 1 TO WS-CANT-DEST-LISTA
              MOVE WS-CANT-DEST-LISTA TO WS-DESTINO-IDX
              MOVE DT-OPERADOR(WS-D)
                 TO DS-OPERADOR(WS-DESTINO-IDX)
              MOVE ZEROS TO DS-CANT(WS-DESTINO-IDX)
                            DS-COPIAS(WS-DESTINO-IDX)
           END-IF
           IF WS-DESTINO-IDX > ZEROS
              ADD 1 TO DS-CANT(WS-DESTINO-IDX)
              ADD DT-COPIAS(WS-D) TO DS-COPIAS(WS-DESTINO-IDX)
           END-IF.

       ANOTAR-SIN-DESTINO.
           ADD 1 TO WS-CANT-SIN-DESTINO
           IF WS-CANT-SIN-DESTINO <= 100
              MOVE IX-ID       TO SD-SPOOL-ID(WS-CANT-SIN-DESTINO)
              MOVE IX-PROGRAMA TO SD-PROGRAMA(WS-CANT-SIN-DESTINO)
              MOVE IX-TITULO   TO SD-TITULO(WS-CANT-SIN-DESTINO)
           END-IF.

       GRABAR-ENTREGAS.
           IF WS-CANT-NUEVAS > ZEROS
              OPEN INPUT ENTREGA-REP-FILE
              IF NOT ENTREGA-REP-OK
                 OPEN OUTPUT ENTREGA-REP-FILE
              END-IF
              CLOSE ENTREGA-REP-FILE

              OPEN EXTEND ENTREGA-REP-FILE
              PERFORM VARYING WS-N FROM 1 BY 1
                      UNTIL WS-N > WS-CANT-NUEVAS
                 MOVE SPACES TO ENTREGA-REP-RECORD
                 MOVE "P"                  TO ER-ESTADO
                 MOVE NE-SPOOL-ID(WS-N)    TO ER-SPOOL-ID
                 MOVE NE-PROGRAMA(WS-N)    TO ER-PROGRAMA
                 MOVE NE-TITULO(WS-N)      TO ER-TITULO
                 MOVE NE-FECHA-REP(WS-N)   TO ER-FECHA-REP
                 MOVE NE-OPERADOR(WS-N)    TO ER-OPERADOR
                 MOVE NE-COPIAS(WS-N)      TO ER-COPIAS
                 MOVE WS-FECHA-NEGOCIO     TO ER-FECHA-DIST
                 WRITE ENTREGA-REP-RECORD
              END-PERFORM
              CLOSE ENTREGA-REP-FILE
           END-IF.

       IMPRIMIR-DESTINOS-INVALIDOS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-CANT-DISTRIB
              IF DT-VALIDO(WS-D) = "N"
                 MOVE SPACES TO WS-SPOOL-LINEA
                 STRING "Destinatario " DT-OPERADOR(WS-D)
                    " de " DT-PROGRAMA(WS-D)
                    " no esta en operadores.txt: no recibe"
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM ESCRIBIR-LINEA-LIS
              END-IF
           END-PERFORM.

      * lo que le toca recibir a cada destinatario esta noche
       IMPRIMIR-REPARTO.
           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Reportes nuevos: " WS-CANT-REPORTES
              "  entregas: " WS-CANT-NUEVAS
              "  sin destinatario: " WS-CANT-SIN-DESTINO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           IF REPARTO-DESBORDADO
              MOVE "(mas de 500 entregas: el resto sale manana)"
                 TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-IF

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-DEST-LISTA
              MOVE SPACES TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "Para " DS-OPERADOR(WS-S) " "
                 DS-CANT(WS-S) " reportes, " DS-COPIAS(WS-S)
                 " copias"
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
              PERFORM VARYING WS-N FROM 1 BY 1
                      UNTIL WS-N > WS-CANT-NUEVAS
                 IF NE-OPERADOR(WS-N) = DS-OPERADOR(WS-S)
                    MOVE NE-COPIAS(WS-N) TO WS-COPIAS-ED
                    MOVE SPACES TO WS-SPOOL-LINEA
                    STRING "   " NE-SPOOL-ID(WS-N) " "
                       NE-PROGRAMA(WS-N) " " NE-TITULO(WS-N) " "
                       WS-COPIAS-ED " cop."
                       DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                    PERFORM ESCRIBIR-LINEA-LIS
                 END-IF
              END-PERFORM
           END-PERFORM.

       IMPRIMIR-SIN-DESTINO.
           IF WS-CANT-SIN-DESTINO > ZEROS
              MOVE SPACES TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
              MOVE "Sin renglon en distribucion_reportes.txt:"
                 TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
              PERFORM VARYING WS-N FROM 1 BY 1
                      UNTIL WS-N > WS-CANT-SIN-DESTINO
                         OR WS-N > 100
                 MOVE SPACES TO WS-SPOOL-LINEA
                 STRING "   " SD-SPOOL-ID(WS-N) " "
                    SD-PROGRAMA(WS-N) " " SD-TITULO(WS-N)
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM ESCRIBIR-LINEA-LIS
              END-PERFORM
           END-IF.

      * para el supervisor: entregas sin acuse con mas de los dias
      * de tolerancia desde la distribucion
       IMPRIMIR-SIN-ACUSE.
           MOVE ZEROS TO WS-CANT-ATRASADAS WS-CANT-SIN-ACUSE
           MOVE WS-DIAS-ACUSE TO WS-DIAS-ED
           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== SIN ACUSE DE RECIBO CON MAS DE" WS-DIAS-ED
              " DIAS ====="
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE "N" TO WS-FIN-ENTREGAS
           OPEN INPUT ENTREGA-REP-FILE
           IF ENTREGA-REP-OK
              PERFORM UNTIL FIN-ENTREGAS
                READ ENTREGA-REP-FILE
                  AT END SET FIN-ENTREGAS TO TRUE
                  NOT AT END
                    IF ER-PENDIENTE
                       ADD 1 TO WS-CANT-SIN-ACUSE
                       PERFORM VERIFICAR-ATRASO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ENTREGA-REP-FILE
           END-IF
           MOVE "N" TO WS-FIN-ENTREGAS

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Pendientes de acuse: " WS-CANT-SIN-ACUSE
              "  atrasados: " WS-CANT-ATRASADAS
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS.

       VERIFICAR-ATRASO.
           MOVE ER-FECHA-DIST    TO WS-FC-FECHA
           MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA-B
           PERFORM DIAS-ENTRE-FECHAS
           IF WS-FC-DIAS-ENTRE > WS-DIAS-ACUSE
              ADD 1 TO WS-CANT-ATRASADAS
              MOVE WS-FC-DIAS-ENTRE TO WS-DIAS-ED
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  " ER-OPERADOR " " ER-SPOOL-ID " "
                 ER-PROGRAMA " " ER-TITULO WS-DIAS-ED " dias"
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-IF.

       ESCRIBIR-LINEA-LIS.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".
       COPY "ESPOOL-CALC.cpy".
       COPY "BISIESTO-CALC.cpy".
       COPY "FECHA-CALC.cpy".
