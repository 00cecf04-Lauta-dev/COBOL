      * FD del control de periodos contables (mismo layout que
      * PERIODO-RECORD de CONTABILIZAR): periodo AAAAMM y estado
      * P = posteado, C = cerrado.
          FD PERIODO-GL-FILE.
          01 PERIODO-GL-RECORD.
             05 PG-PERIODO   PIC 9(6).
             05 FILLER       PIC X.
             05 PG-ESTADO    PIC X.
             05 FILLER       PIC X.
             05 PG-TIMESTAMP PIC X(21).
