      * FD del registro de entregas de reportes. Copiar dentro de
      * FILE SECTION junto con ENTREGA-REP-FC.cpy.
      *   ER-ESTADO     P pendiente de acuse, A acusado
      *   ER-SPOOL-ID   IX-ID del reporte en spool_indice.txt
      *   ER-FECHA-REP  fecha de negocio del reporte
      *   ER-OPERADOR   destinatario (OP-ID de operadores.txt)
      *   ER-FECHA-DIST fecha de negocio de la distribucion
      *   ER-TS-ACK     timestamp del acuse de recibo
          FD ENTREGA-REP-FILE.
          01 ENTREGA-REP-RECORD.
             05 ER-ESTADO      PIC X.
                88 ER-PENDIENTE VALUE "P".
                88 ER-ACUSADA   VALUE "A".
             05 FILLER         PIC X.
             05 ER-SPOOL-ID    PIC 9(6).
             05 FILLER         PIC X.
             05 ER-PROGRAMA    PIC X(15).
             05 FILLER         PIC X.
             05 ER-TITULO      PIC X(30).
             05 FILLER         PIC X.
             05 ER-FECHA-REP   PIC 9(8).
             05 FILLER         PIC X.
             05 ER-OPERADOR    PIC X(10).
             05 FILLER         PIC X.
             05 ER-COPIAS      PIC 9(2).
             05 FILLER         PIC X.
             05 ER-FECHA-DIST  PIC 9(8).
             05 FILLER         PIC X.
             05 ER-TS-ACK      PIC X(21).
