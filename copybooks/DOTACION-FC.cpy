      * SELECT de la dotacion de cuadrillas por fecha y turno y del
      * registro de moviles visto por la dotacion (ver
      * DOTACION-FD.cpy y DOTACION-WS.cpy). La dotacion la genera
      * GUARDIAS-CUADRILLAS; el estado de los moviles lo mantiene
      * VEHICULOS.
           SELECT DOTACION-FILE ASSIGN TO "dotacion_cuadrillas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOTACION-STATUS.

           SELECT DOT-MOVILES-FILE ASSIGN TO "vehiculos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOT-MOVILES-STATUS.
