      * Parrafos de la autoridad de aprobacion. Ver el modo de uso en
      * AUTORIDAD-WS.cpy; necesita tambien EXCEPCION-CALC.cpy en el
      * programa. Ninguna pantalla de aprobacion acepta ya un nombre
      * de supervisor escrito a mano: firma un operador de
      * operadores.txt, con su clave, que tenga en
      * autoridad_aprobacion.txt el tipo de pedido y tope suficiente,
      * y que no sea quien pidio. Si no alcanza, se muestran los
      * operadores de nivel superior que si pueden y uno de ellos
      * puede firmar en el momento (escalamiento); si nadie firma, el
      * pedido queda PENDIENTE como estaba.
       AUTORIZAR-DECISION.
           PERFORM CARGAR-AUTORIDAD
           MOVE SPACE TO WS-AU-RESULTADO
           MOVE "S"   TO WS-AU-OTRO
           PERFORM UNTIL AUTORIDAD-CONCEDIDA OR WS-AU-OTRO NOT = "S"
              PERFORM IDENTIFICAR-APROBADOR
              IF NOT AUTORIDAD-SIN-CLAVE
                 PERFORM VALIDAR-AUTORIDAD
              END-IF
              IF NOT AUTORIDAD-CONCEDIDA
                 PERFORM RECHAZAR-AUTORIDAD
                 PERFORM LISTAR-ESCALAMIENTO
                 DISPLAY "Firma otro operador (S/N)"
                 ACCEPT WS-AU-OTRO
              END-IF
           END-PERFORM
           IF NOT AUTORIDAD-CONCEDIDA
              DISPLAY "Sin firma habilitada: el pedido sigue"
                 " PENDIENTE"
           END-IF.

      * si no existe la tabla se siembra el administrador con todos
      * los tipos, sin tope y en el nivel mas alto, para repartir la
      * autoridad desde ahi
       CARGAR-AUTORIDAD.
           MOVE ZEROS TO WS-CANT-AUTORIDAD
           MOVE "N"   TO WS-AUTORIDAD-FIN
           OPEN INPUT AUTORIDAD-FILE
           IF NOT AUTORIDAD-OK
              PERFORM SEMBRAR-AUTORIDAD
              OPEN INPUT AUTORIDAD-FILE
           END-IF
           IF AUTORIDAD-OK
              PERFORM UNTIL FIN-AUTORIDAD
                READ AUTORIDAD-FILE
                  AT END SET FIN-AUTORIDAD TO TRUE
                  NOT AT END
                    IF WS-CANT-AUTORIDAD < 200
                       ADD 1 TO WS-CANT-AUTORIDAD
                       MOVE AD-OPERADOR
                          TO AR-OPERADOR(WS-CANT-AUTORIDAD)
                       MOVE AD-ROL  TO AR-ROL(WS-CANT-AUTORIDAD)
                       MOVE AD-TIPO TO AR-TIPO(WS-CANT-AUTORIDAD)
                       MOVE AD-LIMITE
                          TO AR-LIMITE(WS-CANT-AUTORIDAD)
                       MOVE AD-NIVEL
                          TO AR-NIVEL(WS-CANT-AUTORIDAD)
                       MOVE AD-EMPLEADO
                          TO AR-EMPLEADO(WS-CANT-AUTORIDAD)
                       MOVE AD-NOMBRE
                          TO AR-NOMBRE(WS-CANT-AUTORIDAD)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE AUTORIDAD-FILE
           END-IF
           MOVE "N" TO WS-AUTORIDAD-FIN.

       SEMBRAR-AUTORIDAD.
           DISPLAY "Sin autoridad_aprobacion.txt: se siembra ADMIN01"
              " con todos los tipos"
           OPEN OUTPUT AUTORIDAD-FILE
           MOVE SPACES      TO AUTORIDAD-RECORD
           MOVE "ADMIN01"   TO AD-OPERADOR
           MOVE "ADMIN"     TO AD-ROL
           MOVE 999999999.99 TO AD-LIMITE
           MOVE 9           TO AD-NIVEL
           MOVE "AJU" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "HEX" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "LIC" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "PER" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "REA" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "FAC" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "COR" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "CIE" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "DEV" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "INC" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "BLQ" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "HAB" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "CBU" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           MOVE "CHO" TO AD-TIPO
           WRITE AUTORIDAD-RECORD
           CLOSE AUTORIDAD-FILE.

      * operador y clave contra operadores.txt, como el inicio de
      * sesion del menu; el rol sale de ahi y no de lo que se tipea
       IDENTIFICAR-APROBADOR.
           MOVE SPACES TO WS-AU-OPERADOR WS-AU-CLAVE WS-AU-ROL
           MOVE ZERO   TO WS-AU-NIVEL
           DISPLAY "Operador que decide"
           ACCEPT WS-AU-OPERADOR
           DISPLAY "Clave"
           ACCEPT WS-AU-CLAVE
           PERFORM BUSCAR-OPERADOR-CLAVE

           IF WS-AU-ROL = SPACES
              SET AUTORIDAD-SIN-CLAVE TO TRUE
           ELSE
              MOVE SPACE TO WS-AU-RESULTADO
           END-IF.

      * quien pide tambien se identifica con su clave cuando el
      * pedido lo carga un operador en el momento: el operador queda
      * en WS-AU-SOLICITANTE, o en blanco si operador o clave no
      * valen (el llamador rechaza el pedido)
       IDENTIFICAR-SOLICITANTE.
           MOVE SPACES TO WS-AU-SOLICITANTE
           MOVE SPACES TO WS-AU-OPERADOR WS-AU-CLAVE WS-AU-ROL
           DISPLAY "Operador que pide"
           ACCEPT WS-AU-OPERADOR
           DISPLAY "Clave"
           ACCEPT WS-AU-CLAVE
           PERFORM BUSCAR-OPERADOR-CLAVE
           IF WS-AU-ROL NOT = SPACES
              MOVE WS-AU-OPERADOR TO WS-AU-SOLICITANTE
           END-IF
           MOVE SPACES TO WS-AU-OPERADOR WS-AU-CLAVE WS-AU-ROL.

      * el rol queda en WS-AU-ROL si WS-AU-OPERADOR y WS-AU-CLAVE
      * coinciden con un renglon de operadores.txt
       BUSCAR-OPERADOR-CLAVE.
           MOVE "N" TO WS-AUTORIDAD-FIN
           OPEN INPUT AUT-OPERADORES-FILE
           IF AUT-OPERADORES-OK
              PERFORM UNTIL FIN-AUTORIDAD
                READ AUT-OPERADORES-FILE
                  AT END SET FIN-AUTORIDAD TO TRUE
                  NOT AT END
                    IF AO-ID = WS-AU-OPERADOR
                        AND AO-CLAVE = WS-AU-CLAVE
                        AND WS-AU-OPERADOR NOT = SPACES
                       MOVE AO-ROL TO WS-AU-ROL
                       SET FIN-AUTORIDAD TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE AUT-OPERADORES-FILE
           END-IF
           MOVE "N" TO WS-AUTORIDAD-FIN.

      * el renglon vale para el operador, el tipo y el rol que hoy
      * tiene en operadores.txt; despues: nadie decide lo propio, y
      * una aprobacion no puede pasar el tope
       VALIDAR-AUTORIDAD.
           MOVE ZEROS TO WS-AU-IDX
           PERFORM VARYING WS-AR FROM 1 BY 1
                   UNTIL WS-AR > WS-CANT-AUTORIDAD
              IF WS-AU-IDX = ZEROS
                  AND AR-OPERADOR(WS-AR) = WS-AU-OPERADOR
                  AND AR-TIPO(WS-AR) = WS-AU-TIPO
                  AND AR-ROL(WS-AR) = WS-AU-ROL
                 MOVE WS-AR TO WS-AU-IDX
              END-IF
           END-PERFORM

           IF WS-AU-IDX = ZEROS
              SET AUTORIDAD-SIN-TIPO TO TRUE
           ELSE
              MOVE AR-NIVEL(WS-AU-IDX) TO WS-AU-NIVEL
              MOVE WS-AU-IDX TO WS-AR
              PERFORM VERIFICAR-PROPIO
              EVALUATE TRUE
                 WHEN AU-ES-PROPIO
                    SET AUTORIDAD-PROPIA TO TRUE
                 WHEN WS-AU-MONTO > AR-LIMITE(WS-AU-IDX)
                    SET AUTORIDAD-EXCEDIDA TO TRUE
                 WHEN OTHER
                    SET AUTORIDAD-CONCEDIDA TO TRUE
              END-EVALUATE
           END-IF.

      * el renglon WS-AR es "propio" si su operador, empleado o
      * nombre de roster es alguno de los que pidieron
       VERIFICAR-PROPIO.
           MOVE "N" TO WS-AU-PROPIO
           IF WS-AU-SOLICITANTE NOT = SPACES
              IF WS-AU-SOLICITANTE = AR-OPERADOR(WS-AR)
                  OR WS-AU-SOLICITANTE = AR-EMPLEADO(WS-AR)
                  OR WS-AU-SOLICITANTE = AR-NOMBRE(WS-AR)
                 SET AU-ES-PROPIO TO TRUE
              END-IF
           END-IF
           IF WS-AU-SOLICITANTE-2 NOT = SPACES
              IF WS-AU-SOLICITANTE-2 = AR-OPERADOR(WS-AR)
                  OR WS-AU-SOLICITANTE-2 = AR-EMPLEADO(WS-AR)
                  OR WS-AU-SOLICITANTE-2 = AR-NOMBRE(WS-AR)
                 SET AU-ES-PROPIO TO TRUE
              END-IF
           END-IF.

       RECHAZAR-AUTORIDAD.
           MOVE WS-AU-MONTO TO WS-AU-MONTO-ED
           EVALUATE TRUE
              WHEN AUTORIDAD-SIN-CLAVE
                 DISPLAY "Operador o clave invalidos"
                 MOVE "CLAVE INVALIDA" TO WS-EXC-CAMPO
              WHEN AUTORIDAD-SIN-TIPO
                 DISPLAY WS-AU-OPERADOR " no tiene autoridad para"
                    " pedidos " WS-AU-TIPO
                 MOVE "SIN AUTORIDAD" TO WS-EXC-CAMPO
              WHEN AUTORIDAD-PROPIA
                 DISPLAY WS-AU-OPERADOR " no puede decidir un pedido"
                    " propio"
                 MOVE "AUTOAPROBACION" TO WS-EXC-CAMPO
              WHEN OTHER
                 MOVE AR-LIMITE(WS-AU-IDX) TO WS-AU-LIMITE-ED
                 DISPLAY "Excede el tope de " WS-AU-OPERADOR ": "
                    WS-AU-MONTO-ED " contra " WS-AU-LIMITE-ED
                 MOVE "EXCEDE TOPE" TO WS-EXC-CAMPO
           END-EVALUATE
           MOVE WS-AU-PROGRAMA TO WS-EXC-PROGRAMA
           MOVE SPACES TO WS-EXC-VALOR
           STRING WS-AU-OPERADOR DELIMITED BY SPACE
                  " "            DELIMITED BY SIZE
                  WS-AU-TIPO     DELIMITED BY SIZE
             INTO WS-EXC-VALOR
           END-STRING
           PERFORM REGISTRAR-EXCEPCION.

      * escalamiento: quienes tienen el tipo con tope suficiente,
      * no pidieron el pedido y, si el problema fue el tope, son de
      * nivel superior al del operador rechazado
       LISTAR-ESCALAMIENTO.
           MOVE ZEROS TO WS-AU-CANT-ESC
           PERFORM VARYING WS-AR FROM 1 BY 1
                   UNTIL WS-AR > WS-CANT-AUTORIDAD
              PERFORM VERIFICAR-PROPIO
              IF AR-TIPO(WS-AR) = WS-AU-TIPO
                  AND AR-LIMITE(WS-AR) >= WS-AU-MONTO
                  AND AR-OPERADOR(WS-AR) NOT = WS-AU-OPERADOR
                  AND NOT AU-ES-PROPIO
                  AND (NOT AUTORIDAD-EXCEDIDA
                       OR AR-NIVEL(WS-AR) > WS-AU-NIVEL)
                 IF WS-AU-CANT-ESC = ZEROS
                    DISPLAY "Pueden decidirlo:"
                 END-IF
                 ADD 1 TO WS-AU-CANT-ESC
                 MOVE AR-LIMITE(WS-AR) TO WS-AU-LIMITE-ED
                 DISPLAY "  " AR-OPERADOR(WS-AR) " nivel "
                    AR-NIVEL(WS-AR) " tope " WS-AU-LIMITE-ED
              END-IF
           END-PERFORM
           IF WS-AU-CANT-ESC = ZEROS
              DISPLAY "Nadie en autoridad_aprobacion.txt puede"
                 " decidirlo: corregir la tabla"
           END-IF.
