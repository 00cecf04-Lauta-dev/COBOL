      * se abra (si no confirma, la sesion termina). Todo queda con
      * operador y timestamp de quien escribio y de quien leyo, al
      * lado de la auditoria de sesiones.
      *
      * Bandeja de aprobaciones: al entrar, despues de las novedades,
      * el operador ve cuantos pendientes hay de cada tipo que puede
      * decidir segun autoridad_aprobacion.txt (renglones de su
      * operador con el rol que hoy tiene) y la antiguedad del mas
      * viejo, sin abrir cada programa. La opcion 7 los lista todos
      * juntos del mas viejo al mas nuevo (ajustes, horas extra,
      * licencias, permutas, facturas de proveedor retenidas,
      * correcciones y bajas de incobrables, ver BANDEJA-*.cpy) y al
      * elegir uno llama a la pantalla que lo decide, indicando el
      * modo y el numero.
      *
      * Acuse de recibo de reportes: al entrar, despues de las
      * novedades, el operador ve los reportes que DISTRIBUCION le
      * asigno y siguen sin acuse (entregas_reportes.txt, ver
      * ENTREGA-REP-*.cpy), con id de spool para REIMPRIMIR y copias,
      * y confirma la recepcion de todos juntos. El acuse queda con
      * timestamp en cada entrega y como evento ACUSE en la
      * auditoria de sesiones; sin confirmar el menu abre igual y los
      * reportes le siguen apareciendo (y al supervisor, en el
      * listado de DISTRIBUCION, pasados los dias de tolerancia).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-PRINCIPAL.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NOVEDADES-STATUS.

             COPY "FACTPROV-FC.cpy".
             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".
             COPY "BANDEJA-FC.cpy".
             COPY "ENTREGA-REP-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD OPERADORES-FILE.
           05 FILLER          PIC X VALUE SPACE.
           05 NT-TS-ACK       PIC X(21).

        COPY "FACTPROV-FD.cpy".
        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".
        COPY "BANDEJA-FD.cpy".
        COPY "ENTREGA-REP-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTPROV-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".
          COPY "BANDEJA-WS.cpy".
          COPY "ENTREGA-REP-WS.cpy".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-OPERADORES-STATUS PIC X(2) VALUE "00".
              88 OPERADORES-OK VALUE "00".
          77 WS-AUDITORIA-STATUS PIC X(2) VALUE "00".
          77 WS-CANT-NOVEDADES PIC 9(3) VALUE ZEROS.
          77 WS-NV             PIC 9(3) VALUE ZEROS.

      * bandeja de aprobaciones
          77 WS-RENGLON        PIC 9(3) VALUE ZEROS.
          77 WS-PROGRAMA-DECIDE PIC X(20) VALUE SPACES.
          77 WS-MARCA-DEMORA   PIC X VALUE SPACE.

      * entregas de reportes cargadas en memoria para marcar las
      * acusadas
          01 ENTREGAS-TABLA.
             02 ENTREGA-ENT OCCURS 500 TIMES.
                03 EN-REGISTRO PIC X(109).
          77 WS-CANT-ENTREGAS PIC 9(3) VALUE ZEROS.
          77 WS-EN            PIC 9(3) VALUE ZEROS.
          77 WS-CANT-A-ACUSAR PIC 9(3) VALUE ZEROS.
          77 WS-ENTREGAS-DESBORDE PIC X VALUE "N".
              88 ENTREGAS-DESBORDADAS VALUE "S".

       PROCEDURE DIVISION.
           PERFORM INICIAR-SESION

              GOBACK
           END-IF

           PERFORM MOSTRAR-REPORTES-A-ACUSAR
           PERFORM MOSTRAR-PENDIENTES-INGRESO

           PERFORM UNTIL SALIR-MENU
              DISPLAY " "
              DISPLAY "--- MENU PRINCIPAL (" WS-OPERADOR " / "
              DISPLAY "4 - Inventario de frutas"
              DISPLAY "5 - Cronograma bancario"
              DISPLAY "6 - Salir"
              DISPLAY "7 - Bandeja de aprobaciones pendientes"
              ACCEPT WS-OPCION

              IF WS-OPCION >= 1 AND WS-OPCION <= 5
                    PERFORM GRABAR-AUDITORIA
                 END-IF
              ELSE
                 EVALUATE WS-OPCION
                    WHEN 6
                       SET SALIR-MENU TO TRUE
                    WHEN 7
                       MOVE "OPCION" TO WS-EVENTO
                       PERFORM GRABAR-AUDITORIA
                       PERFORM BANDEJA-APROBACIONES
                    WHEN OTHER
                       DISPLAY "Opcion invalida"
                 END-EVALUATE
              END-IF
           END-PERFORM

           PERFORM GRABAR-AUDITORIA
           GOBACK.

      * al entrar, cuantos pendientes puede decidir el operador y el
      * mas viejo de cada tipo
       MOSTRAR-PENDIENTES-INGRESO.
           PERFORM CARGAR-BANDEJA
           PERFORM FILTRAR-BANDEJA
           PERFORM CONTAR-BANDEJA

           IF WS-CANT-BANDEJA = ZEROS
              DISPLAY "Sin aprobaciones pendientes a su cargo"
           ELSE
              DISPLAY "Aprobaciones pendientes a su cargo:"
              PERFORM VARYING WS-BY FROM 1 BY 1 UNTIL WS-BY > 7
                 IF BY-CANT(WS-BY) > ZEROS
                    DISPLAY "  " BY-NOMBRE(WS-BY) " "
                       BY-CANT(WS-BY) " (el mas viejo de "
                       BY-MAX-DIAS(WS-BY) " dias, "
                       BY-DEMORADOS(WS-BY) " con mas de "
                       WS-BJ-DIAS-AVISO ")"
                 END-IF
              END-PERFORM
              DISPLAY "  Opcion 7 para verlos y decidirlos"
           END-IF.

      * quedan en la bandeja solo los tipos para los que el operador
      * tiene un renglon en autoridad_aprobacion.txt con su rol
      * actual (los mismos que despues le acepta cada pantalla)
       FILTRAR-BANDEJA.
           PERFORM CARGAR-AUTORIDAD
           MOVE ZEROS TO WS-BJ-2
           PERFORM VARYING WS-BJ FROM 1 BY 1
                   UNTIL WS-BJ > WS-CANT-BANDEJA
              MOVE ZEROS TO WS-AU-IDX
              PERFORM VARYING WS-AR FROM 1 BY 1
                      UNTIL WS-AR > WS-CANT-AUTORIDAD
                 IF AR-OPERADOR(WS-AR) = WS-OPERADOR
                     AND AR-ROL(WS-AR) = WS-ROL
                     AND AR-TIPO(WS-AR) = BT-TIPO(WS-BJ)
                    MOVE WS-AR TO WS-AU-IDX
                 END-IF
              END-PERFORM
              IF WS-AU-IDX > ZEROS
                 ADD 1 TO WS-BJ-2
                 IF WS-BJ-2 < WS-BJ
                    MOVE BANDEJA-ENT(WS-BJ) TO BANDEJA-ENT(WS-BJ-2)
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BJ-2 TO WS-CANT-BANDEJA.

      * la bandeja se recarga despues de cada decision; el programa
      * llamado se cancela al volver para que la proxima llamada
      * arranque con sus tablas vacias
       BANDEJA-APROBACIONES.
           MOVE 1 TO WS-RENGLON
           PERFORM UNTIL WS-RENGLON = ZEROS
              PERFORM CARGAR-BANDEJA
              PERFORM FILTRAR-BANDEJA
              IF WS-CANT-BANDEJA = ZEROS
                 DISPLAY "No hay aprobaciones pendientes a su cargo"
                 MOVE ZEROS TO WS-RENGLON
              ELSE
                 DISPLAY " "
                 DISPLAY "--- BANDEJA DE APROBACIONES (* = mas de "
                    WS-BJ-DIAS-AVISO " dias) ---"
                 PERFORM VARYING WS-BJ FROM 1 BY 1
                         UNTIL WS-BJ > WS-CANT-BANDEJA
                    MOVE SPACE TO WS-MARCA-DEMORA
                    IF BT-DIAS(WS-BJ) > WS-BJ-DIAS-AVISO
                       MOVE "*" TO WS-MARCA-DEMORA
                    END-IF
                    DISPLAY WS-BJ " " WS-MARCA-DEMORA BT-TIPO(WS-BJ)
                       " " BT-ID(WS-BJ) " " BT-DIAS(WS-BJ) " dias "
                       BT-DETALLE(WS-BJ)
                 END-PERFORM
                 IF BANDEJA-DESBORDADA
                    DISPLAY "(hay mas de 300 pendientes: se muestran"
                       " los primeros)"
                 END-IF
                 DISPLAY "Renglon a decidir (0 = volver al menu)"
                 ACCEPT WS-RENGLON
                 IF WS-RENGLON > ZEROS
                    IF WS-RENGLON > WS-CANT-BANDEJA
                       DISPLAY "Renglon invalido"
                    ELSE
                       MOVE BT-PROGRAMA(WS-RENGLON)
                          TO WS-PROGRAMA-DECIDE
                       DISPLAY "En " WS-PROGRAMA-DECIDE ": modo "
                          BT-MODO(WS-RENGLON) ", numero "
                          BT-ID(WS-RENGLON)
                       CALL WS-PROGRAMA-DECIDE
                       CANCEL WS-PROGRAMA-DECIDE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * reportes repartidos al operador que siguen sin acuse; la
      * confirmacion los marca todos con timestamp
       MOSTRAR-REPORTES-A-ACUSAR.
           PERFORM CARGAR-ENTREGAS

           MOVE ZEROS TO WS-CANT-A-ACUSAR
           PERFORM VARYING WS-EN FROM 1 BY 1
                   UNTIL WS-EN > WS-CANT-ENTREGAS
              MOVE EN-REGISTRO(WS-EN) TO ENTREGA-REP-RECORD
              IF ER-PENDIENTE AND ER-OPERADOR = WS-OPERADOR
                 ADD 1 TO WS-CANT-A-ACUSAR
                 IF WS-CANT-A-ACUSAR = 1
                    DISPLAY " "
                    DISPLAY "--- REPORTES A SU NOMBRE SIN ACUSE DE"
                       " RECIBO ---"
                 END-IF
                 DISPLAY "  " ER-SPOOL-ID " " ER-PROGRAMA " "
                    ER-TITULO " " ER-COPIAS " cop. (repartido el "
                    ER-FECHA-DIST ")"
              END-IF
           END-PERFORM

           IF WS-CANT-A-ACUSAR > ZEROS
              DISPLAY "Confirmar la recepcion de los reportes (S)"
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA = "S"
                 IF ENTREGAS-DESBORDADAS
                    DISPLAY "entregas_reportes.txt tiene mas de 500"
                       " renglones: depurarlo antes de acusar"
                 ELSE
                    PERFORM ACUSAR-ENTREGAS
                    PERFORM REESCRIBIR-ENTREGAS
                    MOVE "ACUSE" TO WS-EVENTO
                    PERFORM GRABAR-AUDITORIA
                    DISPLAY "Recepcion confirmada"
                 END-IF
              END-IF
           END-IF.

       ACUSAR-ENTREGAS.
           PERFORM VARYING WS-EN FROM 1 BY 1
                   UNTIL WS-EN > WS-CANT-ENTREGAS
              MOVE EN-REGISTRO(WS-EN) TO ENTREGA-REP-RECORD
              IF ER-PENDIENTE AND ER-OPERADOR = WS-OPERADOR
                 MOVE "A" TO ER-ESTADO
                 MOVE FUNCTION CURRENT-DATE TO ER-TS-ACK
                 MOVE ENTREGA-REP-RECORD TO EN-REGISTRO(WS-EN)
              END-IF
           END-PERFORM.

       CARGAR-ENTREGAS.
           MOVE ZEROS TO WS-CANT-ENTREGAS
           MOVE "N"   TO WS-FIN-ENTREGAS WS-ENTREGAS-DESBORDE
           OPEN INPUT ENTREGA-REP-FILE
           IF ENTREGA-REP-OK
              PERFORM UNTIL FIN-ENTREGAS
                READ ENTREGA-REP-FILE
                  AT END SET FIN-ENTREGAS TO TRUE
                  NOT AT END
                    IF WS-CANT-ENTREGAS >= 500
                       SET ENTREGAS-DESBORDADAS TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-ENTREGAS
                       MOVE ENTREGA-REP-RECORD
                          TO EN-REGISTRO(WS-CANT-ENTREGAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ENTREGA-REP-FILE
           END-IF
           MOVE "N" TO WS-FIN-ENTREGAS.

       REESCRIBIR-ENTREGAS.
           OPEN OUTPUT ENTREGA-REP-FILE
           PERFORM VARYING WS-EN FROM 1 BY 1
                   UNTIL WS-EN > WS-CANT-ENTREGAS
              MOVE EN-REGISTRO(WS-EN) TO ENTREGA-REP-RECORD
              WRITE ENTREGA-REP-RECORD
           END-PERFORM
           CLOSE ENTREGA-REP-FILE.

      * las novedades sin leer se muestran al entrar y el operador
      * tiene que confirmar la lectura; la confirmacion queda con su
      * identidad y timestamp en cada novedad
           OPEN EXTEND AUDITORIA-FILE
           WRITE AUDITORIA-RECORD
           CLOSE AUDITORIA-FILE.

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".

       COPY "BANDEJA-CALC.cpy".
