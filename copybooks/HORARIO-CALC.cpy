      * Parrafos del control de choque de horario. Ver el modo de uso
      * en HORARIO-WS.cpy. Una inscripcion es del ciclo abierto si su
      * fecha cae en el termino de WS-CICLO-LECTIVO (termino 1 hasta
      * junio, termino 2 desde julio, la misma regla con la que se
      * siembra el ciclo). Una materia sin turno asignado (SIN AULA o
      * fuera de la grilla) no choca con nada.
       CARGAR-HORARIO.
           MOVE ZEROS TO WS-CANT-HORARIO
           MOVE "N"   TO WS-HORARIO-FIN
           OPEN INPUT HORARIO-FILE
           IF HORARIO-OK
              PERFORM UNTIL FIN-HORARIO
                READ HORARIO-FILE
                  AT END SET FIN-HORARIO TO TRUE
                  NOT AT END
                    IF HO-TURNO NOT = SPACES
                        AND WS-CANT-HORARIO < 60
                       ADD 1 TO WS-CANT-HORARIO
                       MOVE HO-CURSO TO HT-CURSO(WS-CANT-HORARIO)
                       MOVE HO-TURNO TO HT-TURNO(WS-CANT-HORARIO)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE HORARIO-FILE
           ELSE
              DISPLAY "Aviso: sin asignacion_aulas.txt, no se"
                 " controlan choques de horario"
           END-IF
           MOVE "N" TO WS-HORARIO-FIN.

      * turno de la materia WS-HO-CURSO en WS-HO-TURNO (espacios si
      * no tiene)
       BUSCAR-TURNO-CURSO.
           MOVE SPACES TO WS-HO-TURNO
           PERFORM VARYING WS-HT FROM 1 BY 1
                   UNTIL WS-HT > WS-CANT-HORARIO
              IF HT-CURSO(WS-HT) = WS-HO-CURSO
                 MOVE HT-TURNO(WS-HT) TO WS-HO-TURNO
              END-IF
           END-PERFORM.

      * ciclo AAAAT de la fecha WS-HO-FECHA en WS-HO-CICLO
       CICLO-DE-FECHA.
           MOVE WS-HO-FECHA TO WS-HO-FECHA-DESARMADA
           IF WS-HO-MES <= 6
              COMPUTE WS-HO-CICLO = (WS-HO-ANIO * 10) + 1
           ELSE
              COMPUTE WS-HO-CICLO = (WS-HO-ANIO * 10) + 2
           END-IF.

       CONTROLAR-CHOQUE-HORARIO.
           MOVE "N"    TO WS-CH-CHOQUE
           MOVE SPACES TO WS-CH-CURSO-CHOQUE
           MOVE WS-CH-CURSO TO WS-HO-CURSO
           PERFORM BUSCAR-TURNO-CURSO
           MOVE WS-HO-TURNO TO WS-CH-TURNO

           IF WS-CH-TURNO NOT = SPACES
              MOVE "N" TO WS-HO-FIN-INSC
              OPEN INPUT INSCRIPCION-FILE
              IF INSCRIPCION-OK
                 PERFORM UNTIL FIN-INSC-HORARIO
                   READ INSCRIPCION-FILE
                     AT END SET FIN-INSC-HORARIO TO TRUE
                     NOT AT END
                       IF IN-EST-ID = WS-CH-EST-ID
                           AND IN-CURSO NOT = WS-CH-CURSO
                          PERFORM CONTROLAR-INSCRIPCION-TURNO
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE INSCRIPCION-FILE
              END-IF
              MOVE "N" TO WS-HO-FIN-INSC
           END-IF.

       CONTROLAR-INSCRIPCION-TURNO.
           MOVE IN-FECHA TO WS-HO-FECHA
           PERFORM CICLO-DE-FECHA
           IF WS-HO-CICLO = WS-CICLO-LECTIVO
              MOVE IN-CURSO TO WS-HO-CURSO
              PERFORM BUSCAR-TURNO-CURSO
              IF WS-HO-TURNO = WS-CH-TURNO
                 SET HAY-CHOQUE-HORARIO TO TRUE
                 MOVE IN-CURSO TO WS-CH-CURSO-CHOQUE
              END-IF
           END-IF.
