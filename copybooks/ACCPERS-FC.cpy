      * SELECT del registro de acciones de personal (ver
      * ACCPERS-FD.cpy y ACCPERS-WS.cpy). Lo graba EMPLEADOS en cada
      * cambio de tarifa, categoria o departamento; JUBI-LARSE lo lee
      * en la corrida de retroactivos.
           SELECT ACCPERS-FILE ASSIGN TO "acciones_personal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCPERS-STATUS.
