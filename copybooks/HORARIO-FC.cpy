      * SELECT de la grilla de horarios (asignacion_aulas.txt, la que
      * arma AULAS modo 2) para el control de choque de horario de
      * los alumnos (ver HORARIO-FD.cpy, HORARIO-WS.cpy y
      * HORARIO-CALC.cpy). Copiar dentro de FILE-CONTROL de todo
      * programa que inscriba alumnos: dos materias en el mismo turno
      * no se pueden cursar a la vez.
           SELECT HORARIO-FILE ASSIGN TO "asignacion_aulas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
