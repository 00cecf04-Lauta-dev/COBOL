      * SELECT del registro de bajas de deudores incobrables (ver
      * INCOBRABLE-FD.cpy e INCOBRABLE-WS.cpy). Lo mantiene
      * INCOBRABLES (propuesta, decision y recupero); CUENTAS-COBRAR
      * aplica las bajas aprobadas en la imputacion, FLUJO-CAJA deja
      * de proyectarlas y la bandeja de aprobaciones junta las
      * pendientes.
           SELECT INCOBRABLE-FILE ASSIGN TO "bajas_incobrables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCOBRABLE-STATUS.
