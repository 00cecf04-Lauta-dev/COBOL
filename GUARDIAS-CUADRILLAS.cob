      * Dotacion de cuadrillas por fecha y turno: TRANS-PORTE y
      * NEUMA-TICOS despachaban a cualquier cuadrilla de
      * cuadrillas.txt aunque ese dia no trabajara, e
      * INCIDENTES-ABIERTOS despues le cargaba una demora que nunca
      * pudo evitar. Este generador, con la misma ronda de GUARDIAS:
      *  - modo 1: genera la dotacion del mes pedido en
      *    dotacion_cuadrillas.txt (copybooks DOTACION-*): para cada
      *    dia y turno (1 de 00 a 08, 2 de 08 a 16, 3 de 16 a 24) la
      *    cantidad pedida de cuadrillas, repartidas en ronda (nadie
      *    repite antes de que todas hayan servido; el puntero sigue
      *    de un mes al otro en dotacion_rotacion.txt), salteando la
      *    cuadrilla ausente ese dia y la que no tiene ningun movil
      *    en servicio en vehiculos.txt (VEHICULOS). Regenerar un mes
      *    reemplaza solo ese mes.
      *  - modo 2: registra una ausencia de cuadrilla (desde, hasta y
      *    motivo) en ausencias_cuadrillas.txt; rige para la
      *    dotacion que se genere despues
      *  - modo 3: consulta la dotacion de una fecha
      * El despacho y la reasignacion ofrecen solo las cuadrillas de
      * guardia en el turno con un movil en servicio, y
      * DESPACHO-REPORTE mide la respuesta solo sobre su tiempo de
      * guardia.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDIAS-CUADRILLAS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CUADRILLAS-FILE ASSIGN TO "cuadrillas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CUADRILLAS-STATUS.

             SELECT AUSENCIAS-FILE ASSIGN TO
                 "ausencias_cuadrillas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUSENCIAS-STATUS.

             SELECT ROTACION-FILE ASSIGN TO "dotacion_rotacion.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ROTACION-STATUS.

             COPY "DOTACION-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD CUADRILLAS-FILE.
        01 CUADRILLA-RECORD.
           05 CU-CODIGO PIC X(6).
           05 FILLER    PIC X.
           05 CU-NOMBRE PIC X(20).

        FD AUSENCIAS-FILE.
        01 AUSENCIA-RECORD.
           05 AC-CUADRILLA PIC X(6).
           05 FILLER       PIC X VALUE SPACE.
           05 AC-DESDE     PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 AC-HASTA     PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 AC-MOTIVO    PIC X(20).

        FD ROTACION-FILE.
        01 ROTACION-RECORD.
           05 RO-PROXIMO PIC 9(2).

        COPY "DOTACION-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "DOTACION-WS.cpy".

          77 WS-CUADRILLAS-STATUS PIC X(2) VALUE "00".
              88 CUADRILLAS-OK VALUE "00".
          77 WS-AUSENCIAS-STATUS PIC X(2) VALUE "00".
              88 AUSENCIAS-OK VALUE "00".
          77 WS-ROTACION-STATUS PIC X(2) VALUE "00".
              88 ROTACION-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-MODO PIC 9(1) VALUE ZEROS.

          01 WS-MES-PEDIDO.
             05 WS-MP-ANIO PIC 9(4).
             05 WS-MP-MES  PIC 9(2).
          77 WS-POR-TURNO PIC 9(1) VALUE ZEROS.

          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

      * cuadrillas de la ronda, con las guardias que les tocaron
          01 RONDA-TABLA.
             02 RONDA-ENT OCCURS 30 TIMES.
                03 RD-CUADRILLA PIC X(6).
                03 RD-MOVIL-OK  PIC X.
                03 RD-TURNOS    PIC 9(3).
          77 WS-CANT-RONDA PIC 9(2) VALUE ZEROS.
          77 WS-R          PIC 9(2) VALUE ZEROS.

          01 AUSENCIAS-TABLA.
             02 AUSENCIA-ENT OCCURS 200 TIMES.
                03 AT-CUADRILLA PIC X(6).
                03 AT-DESDE     PIC 9(8).
                03 AT-HASTA     PIC 9(8).
          77 WS-CANT-AUSENCIAS PIC 9(3) VALUE ZEROS.
          77 WS-A              PIC 9(3) VALUE ZEROS.
          77 WS-ESTA-AUSENTE   PIC X VALUE "N".
              88 ESTA-AUSENTE VALUE "S".

      * renglones de la dotacion de los otros meses, que se conservan
          01 CONSERVADOS-TABLA.
             02 CONSERVADO-LINEA PIC X(17) OCCURS 3000 TIMES.
          77 WS-CANT-CONSERVADOS PIC 9(4) VALUE ZEROS.
          77 WS-K                PIC 9(4) VALUE ZEROS.
          77 WS-DESBORDE         PIC X VALUE "N".
              88 TABLA-DESBORDADA VALUE "S".

      * elegidas en el turno en curso, para no repetir en el turno
          01 ELEGIDAS-TABLA.
             02 EL-RONDA PIC 9(2) OCCURS 9 TIMES.
          77 WS-CANT-ELEGIDAS PIC 9(1) VALUE ZEROS.
          77 WS-EL            PIC 9(1) VALUE ZEROS.
          77 WS-YA-ELEGIDA    PIC X VALUE "N".
              88 YA-ELEGIDA VALUE "S".

          77 WS-DIA-NUM   PIC 9(2) VALUE ZEROS.
          77 WS-TURNO     PIC 9(1) VALUE ZEROS.
          77 WS-PUNTERO   PIC 9(2) VALUE 1.
          77 WS-INTENTOS  PIC 9(2) VALUE ZEROS.
          77 WS-ELEGIDO   PIC 9(2) VALUE ZEROS.
          77 WS-FECHA-DIA PIC 9(8) VALUE ZEROS.
          77 WS-CANT-TURNOS PIC 9(4) VALUE ZEROS.
          77 WS-SIN-CUBRIR  PIC 9(4) VALUE ZEROS.

          77 WS-CUADRILLA PIC X(6) VALUE SPACES.
          77 WS-DESDE     PIC 9(8) VALUE ZEROS.
          77 WS-HASTA     PIC 9(8) VALUE ZEROS.
          77 WS-MOTIVO    PIC X(20) VALUE SPACES.
          77 WS-CUAD-VALIDA PIC X VALUE "N".
              88 CUADRILLA-VALIDA VALUE "S".
          77 WS-FECHA-CONSULTA PIC 9(8) VALUE ZEROS.
          77 WS-MARCA     PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
             DISPLAY "1 - Generar la dotacion de un mes"
             DISPLAY "2 - Registrar ausencia de una cuadrilla"
             DISPLAY "3 - Consultar la dotacion de una fecha"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 2 PERFORM REGISTRAR-AUSENCIA
                WHEN 3 PERFORM CONSULTAR-DOTACION
                WHEN OTHER PERFORM GENERAR-DOTACION
             END-EVALUATE
           GOBACK.

       GENERAR-DOTACION.
           DISPLAY "Mes a generar (AAAAMM)"
           ACCEPT WS-MES-PEDIDO
           IF WS-MP-MES < 1 OR WS-MP-MES > 12
              DISPLAY "Mes no valido"
              GOBACK
           END-IF
           DISPLAY "Cuadrillas por turno (1 a 9)"
           ACCEPT WS-POR-TURNO
           IF WS-POR-TURNO = ZEROS
              MOVE 1 TO WS-POR-TURNO
           END-IF

           PERFORM CARGAR-RONDA
           IF WS-CANT-RONDA = ZEROS
              DISPLAY "Sin cuadrillas en cuadrillas.txt: no hay"
                 " dotacion que armar"
              GOBACK
           END-IF
           PERFORM CARGAR-AUSENCIAS
           PERFORM CARGAR-CONSERVADOS
           IF TABLA-DESBORDADA
              DISPLAY "ABORTADO: mas de 3000 renglones de otros meses"
                 " en dotacion_cuadrillas.txt, archivar los viejos"
              GOBACK
           END-IF
           PERFORM LEER-ROTACION

           OPEN OUTPUT DOTACION-FILE
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CANT-CONSERVADOS
              MOVE CONSERVADO-LINEA(WS-K) TO DOTACION-RECORD
              WRITE DOTACION-RECORD
           END-PERFORM
           PERFORM GENERAR-MES
           CLOSE DOTACION-FILE

           PERFORM GRABAR-ROTACION

           DISPLAY " "
           DISPLAY "--- Turnos por cuadrilla en " WS-MES-PEDIDO " ---"
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-CANT-RONDA
              IF RD-MOVIL-OK(WS-R) = "S"
                 DISPLAY "  " RD-CUADRILLA(WS-R) ": " RD-TURNOS(WS-R)
              ELSE
                 DISPLAY "  " RD-CUADRILLA(WS-R) ": sin movil en"
                    " servicio, fuera de la ronda"
              END-IF
           END-PERFORM
           DISPLAY "Turnos asignados: " WS-CANT-TURNOS
              " (dotacion en dotacion_cuadrillas.txt)"
           IF WS-SIN-CUBRIR > ZEROS
              DISPLAY "Puestos sin cubrir: " WS-SIN-CUBRIR
           END-IF.

      * la ronda es el orden de cuadrillas.txt; la que no tiene
      * ningun movil en servicio queda afuera (la dotacion de la
      * fecha cero no existe, asi que solo se aplica el control de
      * moviles)
       CARGAR-RONDA.
           MOVE ZEROS TO WS-DO-FECHA WS-DO-HORA
           PERFORM CARGAR-DOTACION

           MOVE ZEROS TO WS-CANT-RONDA
           MOVE "N"   TO WS-FIN-ARCHIVO
           OPEN INPUT CUADRILLAS-FILE
           IF CUADRILLAS-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-RONDA >= 30
                READ CUADRILLAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-RONDA
                    MOVE CU-CODIGO TO RD-CUADRILLA(WS-CANT-RONDA)
                    MOVE ZEROS     TO RD-TURNOS(WS-CANT-RONDA)
                    MOVE CU-CODIGO TO WS-DO-CUADRILLA
                    PERFORM VERIFICAR-CUADRILLA-HABILITADA
                    IF CUADRILLA-HABILITADA
                       MOVE "S" TO RD-MOVIL-OK(WS-CANT-RONDA)
                    ELSE
                       MOVE "N" TO RD-MOVIL-OK(WS-CANT-RONDA)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUADRILLAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-AUSENCIAS.
           MOVE ZEROS TO WS-CANT-AUSENCIAS
           MOVE "N"   TO WS-FIN-ARCHIVO
           OPEN INPUT AUSENCIAS-FILE
           IF AUSENCIAS-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-AUSENCIAS >= 200
                READ AUSENCIAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-AUSENCIAS
                    MOVE AC-CUADRILLA
                       TO AT-CUADRILLA(WS-CANT-AUSENCIAS)
                    MOVE AC-DESDE TO AT-DESDE(WS-CANT-AUSENCIAS)
                    MOVE AC-HASTA TO AT-HASTA(WS-CANT-AUSENCIAS)
                END-READ
              END-PERFORM
              CLOSE AUSENCIAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-CONSERVADOS.
           MOVE ZEROS TO WS-CANT-CONSERVADOS
           MOVE "N"   TO WS-FIN-ARCHIVO
           OPEN INPUT DOTACION-FILE
           IF DOTACION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ DOTACION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF DO-FECHA(1:6) NOT = WS-MES-PEDIDO
                       IF WS-CANT-CONSERVADOS >= 3000
                          SET TABLA-DESBORDADA TO TRUE
                          SET FIN-ARCHIVO TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-CONSERVADOS
                          MOVE DOTACION-RECORD
                             TO CONSERVADO-LINEA(WS-CANT-CONSERVADOS)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DOTACION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       LEER-ROTACION.
           OPEN INPUT ROTACION-FILE
           IF ROTACION-OK
              READ ROTACION-FILE
                AT END CONTINUE
                NOT AT END MOVE RO-PROXIMO TO WS-PUNTERO
              END-READ
              CLOSE ROTACION-FILE
           END-IF
           IF WS-PUNTERO < 1 OR WS-PUNTERO > WS-CANT-RONDA
              MOVE 1 TO WS-PUNTERO
           END-IF.

       GRABAR-ROTACION.
           MOVE WS-PUNTERO TO RO-PROXIMO
           OPEN OUTPUT ROTACION-FILE
           WRITE ROTACION-RECORD
           CLOSE ROTACION-FILE.

      * cada dia del mes, cada uno de los tres turnos
       GENERAR-MES.
           MOVE WS-MP-ANIO TO WS-FC-ANIO
           MOVE WS-MP-MES  TO WS-FC-MES
           MOVE WS-MP-MES  TO WS-FC-M
           PERFORM LARGO-DE-MES

           PERFORM VARYING WS-DIA-NUM FROM 1 BY 1
                   UNTIL WS-DIA-NUM > WS-FC-LARGO-MES
              COMPUTE WS-FECHA-DIA =
                 (WS-MP-ANIO * 10000) + (WS-MP-MES * 100)
                 + WS-DIA-NUM
              PERFORM VARYING WS-TURNO FROM 1 BY 1 UNTIL WS-TURNO > 3
                 MOVE ZEROS TO WS-CANT-ELEGIDAS
                 PERFORM ASIGNAR-PUESTO WS-POR-TURNO TIMES
              END-PERFORM
           END-PERFORM.

      * el proximo de la ronda que no este ausente, tenga movil y no
      * este ya en el turno
       ASIGNAR-PUESTO.
           MOVE ZEROS TO WS-ELEGIDO WS-INTENTOS
           PERFORM UNTIL WS-ELEGIDO > ZEROS
                      OR WS-INTENTOS >= WS-CANT-RONDA
              ADD 1 TO WS-INTENTOS
              PERFORM VERIFICAR-CANDIDATO
              IF RD-MOVIL-OK(WS-PUNTERO) = "S"
                  AND NOT ESTA-AUSENTE AND NOT YA-ELEGIDA
                 MOVE WS-PUNTERO TO WS-ELEGIDO
              END-IF
              ADD 1 TO WS-PUNTERO
              IF WS-PUNTERO > WS-CANT-RONDA
                 MOVE 1 TO WS-PUNTERO
              END-IF
           END-PERFORM

           IF WS-ELEGIDO = ZEROS
              ADD 1 TO WS-SIN-CUBRIR
              DISPLAY "Sin candidatos para el " WS-FECHA-DIA
                 " turno " WS-TURNO
           ELSE
              MOVE SPACES TO DOTACION-RECORD
              MOVE WS-FECHA-DIA TO DO-FECHA
              MOVE WS-TURNO     TO DO-TURNO
              MOVE RD-CUADRILLA(WS-ELEGIDO) TO DO-CUADRILLA
              WRITE DOTACION-RECORD

              ADD 1 TO WS-CANT-TURNOS
              ADD 1 TO RD-TURNOS(WS-ELEGIDO)
              ADD 1 TO WS-CANT-ELEGIDAS
              MOVE WS-ELEGIDO TO EL-RONDA(WS-CANT-ELEGIDAS)
           END-IF.

       VERIFICAR-CANDIDATO.
           MOVE "N" TO WS-ESTA-AUSENTE
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CANT-AUSENCIAS
              IF AT-CUADRILLA(WS-A) = RD-CUADRILLA(WS-PUNTERO)
                  AND WS-FECHA-DIA >= AT-DESDE(WS-A)
                  AND WS-FECHA-DIA <= AT-HASTA(WS-A)
                 SET ESTA-AUSENTE TO TRUE
              END-IF
           END-PERFORM

           MOVE "N" TO WS-YA-ELEGIDA
           PERFORM VARYING WS-EL FROM 1 BY 1
                   UNTIL WS-EL > WS-CANT-ELEGIDAS
              IF EL-RONDA(WS-EL) = WS-PUNTERO
                 SET YA-ELEGIDA TO TRUE
              END-IF
           END-PERFORM.

       REGISTRAR-AUSENCIA.
           DISPLAY "Cuadrilla (como figura en cuadrillas.txt)"
           ACCEPT WS-CUADRILLA
           PERFORM VALIDAR-CUADRILLA
           IF NOT CUADRILLA-VALIDA
              DISPLAY "La cuadrilla no esta en cuadrillas.txt: no se"
                 " registra"
              GOBACK
           END-IF

           DISPLAY "Ausente desde (AAAAMMDD)"
           ACCEPT WS-DESDE
           DISPLAY "Ausente hasta (AAAAMMDD)"
           ACCEPT WS-HASTA
           IF WS-DESDE = ZEROS OR WS-HASTA < WS-DESDE
              DISPLAY "Rango de fechas invalido: no se registra"
              GOBACK
           END-IF
           DISPLAY "Motivo"
           ACCEPT WS-MOTIVO

           MOVE SPACES       TO AUSENCIA-RECORD
           MOVE WS-CUADRILLA TO AC-CUADRILLA
           MOVE WS-DESDE     TO AC-DESDE
           MOVE WS-HASTA     TO AC-HASTA
           MOVE WS-MOTIVO    TO AC-MOTIVO

           OPEN INPUT AUSENCIAS-FILE
           IF NOT AUSENCIAS-OK
              OPEN OUTPUT AUSENCIAS-FILE
           END-IF
           CLOSE AUSENCIAS-FILE

           OPEN EXTEND AUSENCIAS-FILE
           WRITE AUSENCIA-RECORD
           CLOSE AUSENCIAS-FILE

           DISPLAY "Ausencia de " WS-CUADRILLA " del " WS-DESDE
              " al " WS-HASTA " registrada; regenerar la dotacion"
              " de los meses afectados".

       VALIDAR-CUADRILLA.
           MOVE "N" TO WS-CUAD-VALIDA
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT CUADRILLAS-FILE
           IF CUADRILLAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ CUADRILLAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF CU-CODIGO = WS-CUADRILLA
                       SET CUADRILLA-VALIDA TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUADRILLAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * la dotacion de la fecha, marcando la cuadrilla que hoy no
      * tiene movil en servicio
       CONSULTAR-DOTACION.
           DISPLAY "Fecha (AAAAMMDD)"
           ACCEPT WS-FECHA-CONSULTA

           MOVE ZEROS TO WS-DO-FECHA WS-DO-HORA
           PERFORM CARGAR-DOTACION

           DISPLAY "--- Dotacion del " WS-FECHA-CONSULTA " ---"
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE ZEROS TO WS-CANT-TURNOS
           OPEN INPUT DOTACION-FILE
           IF DOTACION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ DOTACION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF DO-FECHA = WS-FECHA-CONSULTA
                       ADD 1 TO WS-CANT-TURNOS
                       MOVE DO-CUADRILLA TO WS-DO-CUADRILLA
                       PERFORM VERIFICAR-CUADRILLA-HABILITADA
                       MOVE SPACES TO WS-MARCA
                       IF NOT CUADRILLA-HABILITADA
                          MOVE "SIN MOVIL EN SERV." TO WS-MARCA
                       END-IF
                       DISPLAY "  turno " DO-TURNO ": " DO-CUADRILLA
                          " " WS-MARCA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DOTACION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO
           IF WS-CANT-TURNOS = ZEROS
              DISPLAY "  (sin dotacion generada para la fecha)"
           END-IF.

       COPY "DOTACION-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
