      * SELECT de la historia semanal de liquidaciones (ver
      * NOMHIST-FD.cpy y NOMHIST-WS.cpy). La graba JUBI-LARSE en
      * cada liquidacion semanal y la relee para los retroactivos.
           SELECT NOMHIST-FILE ASSIGN TO "payroll_historia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOMHIST-STATUS.
