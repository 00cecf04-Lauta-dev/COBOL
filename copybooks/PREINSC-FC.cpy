      * SELECT de la ventana de preinscripcion del ciclo (ver
      * PREINSC-FD.cpy, PREINSC-WS.cpy y PREINSC-CALC.cpy). La abre
      * y la sortea PREINSCRIPCION; clase-22 la consulta para no
      * entregar cupos en vivo mientras hay una preinscripcion del
      * ciclo abierto sin sortear.
           SELECT VENTANA-PREINSC-FILE ASSIGN TO
               "preinscripcion_ventana.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENTANA-STATUS.
