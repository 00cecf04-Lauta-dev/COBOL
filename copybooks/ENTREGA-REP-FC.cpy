      * SELECT del registro de entregas de reportes (ver
      * ENTREGA-REP-FD.cpy y ENTREGA-REP-WS.cpy). DISTRIBUCION deja
      * un renglon pendiente por reporte del spool y destinatario de
      * distribucion_reportes.txt, y MENU-PRINCIPAL lo marca acusado
      * cuando el operador confirma la recepcion al entrar.
           SELECT ENTREGA-REP-FILE ASSIGN TO "entregas_reportes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTREGA-REP-STATUS.
