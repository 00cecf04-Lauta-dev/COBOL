      * SELECT de la tabla de autoridad de aprobacion (ver
      * AUTORIDAD-FD.cpy, AUTORIDAD-WS.cpy y AUTORIDAD-CALC.cpy).
      * Copiar dentro de FILE-CONTROL de cada pantalla que aprueba o
      * rechaza pendientes, junto con EXCEPCION-FC.cpy: los rechazos
      * de autoridad van al log de excepciones compartido.
      *
      * El operador que decide se identifica con su clave contra el
      * mismo operadores.txt del MENU-PRINCIPAL.
           SELECT AUTORIDAD-FILE ASSIGN TO "autoridad_aprobacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIDAD-STATUS.

           SELECT AUT-OPERADORES-FILE ASSIGN TO "operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUT-OPERADORES-STATUS.
