      * SELECT de los contratos de asistencia en el camino y de su
      * tarifario (ver CONTRATO-FD.cpy y CONTRATO-WS.cpy). Los da de
      * alta CONTRATOS-ASISTENCIA; TRANS-PORTE y NEUMA-TICOS
      * verifican la cobertura al abrir el incidente y descuentan la
      * llamada o facturan al cerrarlo.
           SELECT CONTRATO-FILE ASSIGN TO "contratos_asistencia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRATO-STATUS.

           SELECT TARIFA-ASIST-FILE ASSIGN TO "tarifas_asistencia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-ASIST-STATUS.
