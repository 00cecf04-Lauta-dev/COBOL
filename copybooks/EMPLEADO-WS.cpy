      * cinco del cronograma de Divisiones), para que COSTO-LABORAL
      * pueda distribuir cada liquidacion a su departamento. Los
      * maestros grabados antes de este campo deben recargarse.
      *
      * El egreso queda en el maestro: fecha y motivo (R = renuncia,
      * D = despido sin causa, C = despido con causa, J =
      * jubilacion, M = mutuo acuerdo), cargados por la liquidacion
      * final de JUBI-LARSE (modo 4). Fecha en cero = sin egreso.
      * Igual que con el departamento, los maestros grabados antes
      * deben recargarse.
          05 EM-CODIGO        PIC X(6).
          05 EM-NOMBRE        PIC X(20).
          05 EM-CATEGORIA     PIC 9(1).
          05 EM-ACTIVO        PIC X.
             88 EM-ESTA-ACTIVO VALUE "S".
          05 EM-DEPTO         PIC 9(1).
          05 EM-FECHA-EGRESO  PIC 9(8).
          05 EM-MOTIVO-EGRESO PIC X.
             88 EM-RENUNCIA          VALUE "R".
             88 EM-DESPIDO-SIN-CAUSA VALUE "D".
             88 EM-DESPIDO-CON-CAUSA VALUE "C".
             88 EM-JUBILACION        VALUE "J".
             88 EM-MUTUO-ACUERDO     VALUE "M".
