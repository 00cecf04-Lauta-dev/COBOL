      * viejo ya no se pondera contra el parcial de otro anio; esos
      * registros se informan como de otro ciclo y los archiva
      * CIERRE-CICLO. Las finales salen estampadas con el ciclo.
      *
      * Recuperatorio: el alumno que rindio el recuperatorio del
      * parcial (recuperatorio_resultados.txt de RECUPERATORIO, con
      * el intento original al lado) pondera con el mejor intento
      * segun regla_recuperatorio.txt (M = la mejor de las dos notas,
      * P = el promedio de los dos sin bajar del original, con un
      * tope opcional para la nota del recuperatorio; se siembra M
      * sin tope y se cambia en PARAMETROS). El cierre (modo 1, el de
      * omision) ya la aplica; el modo 2 recalcula en
      * notas_finales.txt solo a los alumnos con recuperatorio y deja
      * en el spool quien paso de RECURSA o LIBRE a APROBO

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTA-FINAL.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FINALES-STATUS.

             SELECT RECUP-FILE ASSIGN TO
                 "recuperatorio_resultados.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECUP-STATUS.

             SELECT REGLA-FILE ASSIGN TO "regla_recuperatorio.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REGLA-STATUS.

             COPY "CICLO-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD BOLETIN-FILE.
           05 FILLER          PIC X VALUE SPACE.
           05 NF-CICLO        PIC 9(5).

      * recuperatorios que carga RECUPERATORIO, con el intento
      * original al lado
        FD RECUP-FILE.
        01 RECUP-RECORD.
           05 RR-EST-ID      PIC X(10).
           05 FILLER         PIC X.
           05 RR-NOTA        PIC 9(2).
           05 FILLER         PIC X.
           05 RR-RESULTADO   PIC X(10).
           05 FILLER         PIC X.
           05 RR-CICLO       PIC 9(5).
           05 FILLER         PIC X.
           05 RR-NOTA-ORIG   PIC 9(2).
           05 FILLER         PIC X.
           05 RR-RESULT-ORIG PIC X(10).
           05 FILLER         PIC X.
           05 RR-MESA        PIC 9(3).
           05 FILLER         PIC X.
           05 RR-FECHA       PIC 9(8).

      * regla del recuperatorio: M = la mejor de las dos notas,
      * P = el promedio de los dos intentos sin bajar del original;
      * tope = hasta cuanto cuenta la nota del recuperatorio
      * (00 = sin tope)
        FD REGLA-FILE.
        01 REGLA-RECORD.
           05 RG-REGLA PIC X.
           05 FILLER   PIC X.
           05 RG-TOPE  PIC 9(2).

        COPY "CICLO-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "CICLO-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          77 WS-BOLETIN-STATUS     PIC X(2) VALUE "00".
              88 BOLETIN-OK VALUE "00".
          77 WS-RESULTADOS-STATUS  PIC X(2) VALUE "00".
          77 WS-PESO-CURSADA PIC 9(3) VALUE 60.
          77 WS-PESO-PARCIAL PIC 9(3) VALUE 40.

          77 WS-MODO         PIC 9(1) VALUE ZEROS.
          77 WS-HOY          PIC 9(8) VALUE ZEROS.
          77 WS-RECUP-STATUS PIC X(2) VALUE "00".
              88 RECUP-OK VALUE "00".
          77 WS-REGLA-STATUS PIC X(2) VALUE "00".
              88 REGLA-OK VALUE "00".
          77 WS-REGLA-RECUP  PIC X VALUE "M".
              88 REGLA-MEJOR-NOTA VALUE "M".
              88 REGLA-PROMEDIO   VALUE "P".
          77 WS-TOPE-RECUP   PIC 9(2) VALUE ZEROS.

      * recuperatorios rendidos en el ciclo
          01 RECUPS-TABLA.
             02 RECUP-ENT OCCURS 500 TIMES.
                03 RX-ID        PIC X(10).
                03 RX-NOTA      PIC 9(2).
                03 RX-RESULTADO PIC X(10).
                03 RX-NOTA-ORIG PIC 9(2).
                03 RX-USADO     PIC X.
                   88 RX-APLICADO VALUE "S".
          77 WS-CANT-RECUPS  PIC 9(3) VALUE ZEROS.
          77 WS-X            PIC 9(3) VALUE ZEROS.
          77 WS-RECUP-IDX    PIC 9(3) VALUE ZEROS.
          77 WS-ID-BUSCADO   PIC X(10) VALUE SPACES.
          77 WS-NOTA-PARCIAL PIC 9(2) VALUE ZEROS.
          77 WS-NOTA-RECUP   PIC 9(2) VALUE ZEROS.
          77 WS-NOTA-ORIG    PIC 9(2) VALUE ZEROS.
          77 WS-NOTA-CURSADA PIC 9(2) VALUE ZEROS.
          77 WS-RESULTADO    PIC X(10) VALUE SPACES.
          77 WS-RESULT-ANT   PIC X(10) VALUE SPACES.
          77 WS-FINAL-ANT    PIC 9(2)V99 VALUE ZEROS.
          77 WS-EDIT-FINAL-ANT PIC Z9.99 VALUE ZEROS.
          77 WS-MARCA-MEJORA PIC X(6) VALUE SPACES.

      * notas_finales.txt en memoria para reescribir solo a los
      * alumnos con recuperatorio
          01 FINALES-TABLA.
             02 FINAL-ENT OCCURS 500 TIMES.
                03 FN-LINEA  PIC X(38).
                03 FN-MEJORA PIC X.
                   88 FN-PASO-A-APROBO VALUE "S".
          77 WS-CANT-LINEAS  PIC 9(3) VALUE ZEROS.
          77 WS-F            PIC 9(3) VALUE ZEROS.
          77 WS-FIN-DESBORDE PIC X VALUE "N".
              88 FINALES-DESBORDADAS VALUE "S".
          77 WS-CANT-RECALC  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-MEJORAS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-SIN-FINAL PIC 9(4) VALUE ZEROS.
          77 WS-ED-CANT      PIC ZZZ9.

      * resultados del parcial cargados en memoria para matchear
          01 PARCIALES-TABLA.
             02 PARCIAL-ENT OCCURS 500 TIMES.
          77 WS-CANT-OTRO-CICLO  PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
             DISPLAY "1 - Cierre de notas finales del ciclo"
             DISPLAY "2 - Recalcular solo los alumnos con recuperatorio"
             ACCEPT WS-MODO

             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
             PERFORM LEER-CICLO-LECTIVO
             PERFORM CARGAR-PONDERACION
             PERFORM CARGAR-REGLA-RECUP
             PERFORM CARGAR-RECUPERATORIOS

             IF WS-MODO = 2
                PERFORM RECALCULAR-RECUPERATORIOS
                GOBACK
             END-IF

             PERFORM CARGAR-PARCIALES

             IF PARCIALES-DESBORDADOS
              WRITE FINALES-RECORD
           ELSE
              SET PX-MATCHEADO(WS-PARCIAL-IDX) TO TRUE
              MOVE BF-NOTA                 TO WS-NOTA-CURSADA
              MOVE PX-NOTA(WS-PARCIAL-IDX) TO WS-NOTA-PARCIAL
              MOVE BF-ID TO WS-ID-BUSCADO
              PERFORM BUSCAR-RECUPERATORIO
              IF WS-RECUP-IDX > ZEROS
                 PERFORM APLICAR-REGLA-RECUP
              END-IF
              PERFORM CALCULAR-FINAL

              MOVE SPACES  TO FINALES-RECORD
              MOVE BF-ID   TO NF-EST-ID
              MOVE BF-NOTA TO NF-NOTA-CURSADA
              MOVE WS-NOTA-PARCIAL TO NF-NOTA-PARCIAL
              MOVE WS-FINAL TO NF-FINAL
              MOVE WS-CICLO-LECTIVO TO NF-CICLO
              MOVE WS-RESULTADO TO NF-RESULTADO

              WRITE FINALES-RECORD
              ADD 1 TO WS-CANT-FINALES

              MOVE WS-FINAL TO WS-EDIT-FINAL
              DISPLAY BF-ID " cursada " BF-NOTA " parcial "
                 WS-NOTA-PARCIAL " final " WS-EDIT-FINAL
                 " " NF-RESULTADO
           END-IF.

      * final ponderada de WS-NOTA-CURSADA y WS-NOTA-PARCIAL, con su
      * resultado en WS-RESULTADO
       CALCULAR-FINAL.
           COMPUTE WS-FINAL ROUNDED =
              ((WS-NOTA-CURSADA * WS-PESO-CURSADA)
               + (WS-NOTA-PARCIAL * WS-PESO-PARCIAL))
              / 100

           EVALUATE TRUE
              WHEN WS-FINAL >= 7
                 MOVE "APROBO" TO WS-RESULTADO
              WHEN WS-FINAL >= 4
                 MOVE "RECURSA" TO WS-RESULTADO
              WHEN OTHER
                 MOVE "LIBRE" TO WS-RESULTADO
           END-EVALUATE.

      * el parcial que cuenta sale del original (WS-NOTA-PARCIAL) y
      * del recuperatorio WS-RECUP-IDX segun la regla; nunca queda
      * por debajo del original. Al ausente no se le aplica nada
       APLICAR-REGLA-RECUP.
           IF RX-RESULTADO(WS-RECUP-IDX) NOT = "AUSENTE"
              MOVE RX-NOTA(WS-RECUP-IDX) TO WS-NOTA-RECUP
              IF WS-TOPE-RECUP > ZEROS
                  AND WS-NOTA-RECUP > WS-TOPE-RECUP
                 MOVE WS-TOPE-RECUP TO WS-NOTA-RECUP
              END-IF
              IF REGLA-PROMEDIO
                 COMPUTE WS-NOTA-RECUP ROUNDED =
                    (WS-NOTA-PARCIAL + WS-NOTA-RECUP) / 2
              END-IF
              IF WS-NOTA-RECUP > WS-NOTA-PARCIAL
                 MOVE WS-NOTA-RECUP TO WS-NOTA-PARCIAL
              END-IF
           END-IF.

       BUSCAR-RECUPERATORIO.
           MOVE ZEROS TO WS-RECUP-IDX
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-CANT-RECUPS
              IF WS-RECUP-IDX = ZEROS AND RX-ID(WS-X) = WS-ID-BUSCADO
                 MOVE WS-X TO WS-RECUP-IDX
              END-IF
           END-PERFORM.

       CARGAR-REGLA-RECUP.
           OPEN INPUT REGLA-FILE
           IF NOT REGLA-OK
              PERFORM SEMBRAR-REGLA-RECUP
              OPEN INPUT REGLA-FILE
           END-IF

           IF REGLA-OK
              READ REGLA-FILE
                AT END CONTINUE
                NOT AT END
                  MOVE RG-REGLA TO WS-REGLA-RECUP
                  MOVE RG-TOPE  TO WS-TOPE-RECUP
              END-READ
              CLOSE REGLA-FILE
           END-IF

           IF NOT REGLA-MEJOR-NOTA AND NOT REGLA-PROMEDIO
              DISPLAY "Aviso: regla de recuperatorio desconocida, se"
                 " usa la mejor nota"
              MOVE "M" TO WS-REGLA-RECUP
           END-IF
           IF WS-TOPE-RECUP NOT NUMERIC OR WS-TOPE-RECUP > 10
              MOVE ZEROS TO WS-TOPE-RECUP
           END-IF.

      * la regla de la casa: la mejor de las dos notas, sin tope
       SEMBRAR-REGLA-RECUP.
           OPEN OUTPUT REGLA-FILE
           MOVE SPACES TO REGLA-RECORD
           MOVE "M"   TO RG-REGLA
           MOVE ZEROS TO RG-TOPE
           WRITE REGLA-RECORD
           CLOSE REGLA-FILE.

      * un recuperatorio por alumno y ciclo; si hubiera dos vale el
      * primero, como lo carga RECUPERATORIO
       CARGAR-RECUPERATORIOS.
           MOVE ZEROS TO WS-CANT-RECUPS
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT RECUP-FILE
           IF RECUP-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ RECUP-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE RR-EST-ID TO WS-ID-BUSCADO
                    PERFORM BUSCAR-RECUPERATORIO
                    IF RR-CICLO = WS-CICLO-LECTIVO
                        AND WS-RECUP-IDX = ZEROS
                        AND WS-CANT-RECUPS < 500
                       ADD 1 TO WS-CANT-RECUPS
                       MOVE RR-EST-ID    TO RX-ID(WS-CANT-RECUPS)
                       MOVE RR-NOTA      TO RX-NOTA(WS-CANT-RECUPS)
                       MOVE RR-RESULTADO
                          TO RX-RESULTADO(WS-CANT-RECUPS)
                       MOVE RR-NOTA-ORIG
                          TO RX-NOTA-ORIG(WS-CANT-RECUPS)
                       MOVE "N"          TO RX-USADO(WS-CANT-RECUPS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RECUP-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * modo 2: solo se tocan las finales del ciclo de los alumnos
      * con recuperatorio; el resto de notas_finales.txt se reescribe
      * tal cual. El reporte compara la final con el parcial original
      * contra la final con la regla del recuperatorio
       RECALCULAR-RECUPERATORIOS.
           IF WS-CANT-RECUPS = ZEROS
              DISPLAY "No hay recuperatorios del ciclo "
                 WS-CICLO-LECTIVO ": nada que recalcular"
              GOBACK
           END-IF

           PERFORM CARGAR-FINALES
           IF FINALES-DESBORDADAS
              DISPLAY "ABORTADO: notas_finales.txt tiene mas de 500"
                 " renglones, no se reescribe"
              GOBACK
           END-IF
           IF WS-CANT-LINEAS = ZEROS
              DISPLAY "No hay notas_finales.txt: correr primero el"
                 " cierre (modo 1)"
              GOBACK
           END-IF

           MOVE "NOTA-FINAL" TO WS-SPOOL-PROGRAMA
           MOVE "RECALCULO POR RECUPERATORIO" TO WS-SPOOL-TITULO
           MOVE WS-HOY TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== RECALCULO DE FINALES POR RECUPERATORIO, CICLO "
              WS-CICLO-LECTIVO " ====="
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Regla " WS-REGLA-RECUP "  tope " WS-TOPE-RECUP
              "  ponderacion " WS-PESO-CURSADA "/" WS-PESO-PARCIAL
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF
           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF
           MOVE "EST-ID     Parc Recu Usa  Antes       Ahora"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF

           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-LINEAS
              MOVE FN-LINEA(WS-F) TO FINALES-RECORD
              MOVE "N" TO FN-MEJORA(WS-F)
              MOVE NF-EST-ID TO WS-ID-BUSCADO
              PERFORM BUSCAR-RECUPERATORIO
              IF NF-CICLO = WS-CICLO-LECTIVO AND WS-RECUP-IDX > ZEROS
                  AND NF-RESULTADO NOT = "SIN-PARC"
                 PERFORM RECALCULAR-FINAL
                 MOVE FINALES-RECORD TO FN-LINEA(WS-F)
              END-IF
           END-PERFORM

           OPEN OUTPUT FINALES-FILE
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-LINEAS
              MOVE FN-LINEA(WS-F) TO FINALES-RECORD
              WRITE FINALES-RECORD
           END-PERFORM
           CLOSE FINALES-FILE

           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF
           MOVE "Pasaron de RECURSA o LIBRE a APROBO:" TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-LINEAS
              IF FN-PASO-A-APROBO(WS-F)
                 MOVE FN-LINEA(WS-F) TO FINALES-RECORD
                 MOVE NF-FINAL TO WS-EDIT-FINAL
                 MOVE SPACES TO WS-SPOOL-LINEA
                 STRING "  " NF-EST-ID "  final " WS-EDIT-FINAL
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM ESCRIBIR-LINEA-NF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-CANT-RECUPS
              IF NOT RX-APLICADO(WS-X)
                 ADD 1 TO WS-CANT-SIN-FINAL
              END-IF
           END-PERFORM

           MOVE " " TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF
           MOVE SPACES TO WS-SPOOL-LINEA
           MOVE WS-CANT-RECALC TO WS-ED-CANT
           STRING "Recalculados: " WS-ED-CANT
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF
           MOVE SPACES TO WS-SPOOL-LINEA
           MOVE WS-CANT-MEJORAS TO WS-ED-CANT
           STRING "Pasaron a APROBO: " WS-ED-CANT
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF
           MOVE SPACES TO WS-SPOOL-LINEA
           MOVE WS-CANT-SIN-FINAL TO WS-ED-CANT
           STRING "Recuperatorios sin final en el ciclo: " WS-ED-CANT
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF

           PERFORM CERRAR-SPOOL.

      * FINALES-RECORD del renglon WS-F con su recuperatorio
      * WS-RECUP-IDX: antes = con el parcial original
       RECALCULAR-FINAL.
           SET RX-APLICADO(WS-RECUP-IDX) TO TRUE
           ADD 1 TO WS-CANT-RECALC
           MOVE NF-NOTA-CURSADA TO WS-NOTA-CURSADA
           MOVE RX-NOTA-ORIG(WS-RECUP-IDX) TO WS-NOTA-PARCIAL
           PERFORM CALCULAR-FINAL
           MOVE WS-FINAL     TO WS-FINAL-ANT
           MOVE WS-RESULTADO TO WS-RESULT-ANT

           PERFORM APLICAR-REGLA-RECUP
           PERFORM CALCULAR-FINAL
           MOVE WS-NOTA-PARCIAL TO NF-NOTA-PARCIAL
           MOVE WS-FINAL        TO NF-FINAL
           MOVE WS-RESULTADO    TO NF-RESULTADO

           MOVE SPACES TO WS-MARCA-MEJORA
           IF WS-RESULTADO = "APROBO"
               AND (WS-RESULT-ANT = "RECURSA" OR "LIBRE")
              SET FN-PASO-A-APROBO(WS-F) TO TRUE
              ADD 1 TO WS-CANT-MEJORAS
              MOVE "MEJORA" TO WS-MARCA-MEJORA
           END-IF

           MOVE WS-FINAL-ANT TO WS-EDIT-FINAL-ANT
           MOVE WS-FINAL     TO WS-EDIT-FINAL
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING NF-EST-ID " " RX-NOTA-ORIG(WS-RECUP-IDX) "   "
              RX-NOTA(WS-RECUP-IDX) "   " WS-NOTA-PARCIAL "   "
              WS-EDIT-FINAL-ANT " " WS-RESULT-ANT(1:7) " "
              WS-EDIT-FINAL " " WS-RESULTADO(1:7) " "
              WS-MARCA-MEJORA
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-NF.

       CARGAR-FINALES.
           MOVE ZEROS TO WS-CANT-LINEAS
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT FINALES-FILE
           IF FINALES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FINALES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-LINEAS >= 500
                       SET FINALES-DESBORDADAS TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-LINEAS
                       MOVE FINALES-RECORD TO FN-LINEA(WS-CANT-LINEAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FINALES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       ESCRIBIR-LINEA-NF.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       INFORMAR-SIN-CURSADA.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PARCIALES
           END-PERFORM.

       COPY "CICLO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
