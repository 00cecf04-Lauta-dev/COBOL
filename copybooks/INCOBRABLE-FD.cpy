      * FD y layout de las bajas de deudores incobrables. Copiar
      * dentro de FILE SECTION, junto con INCOBRABLE-FC.cpy en
      * FILE-CONTROL. Un renglon por baja propuesta:
      *   BI-ESTADO     P pendiente, A aprobada, R rechazada,
      *                 V revertida por recupero
      *   BI-IMPORTE    saldo de la factura que se da de baja (al
      *                 aprobarse se ajusta al saldo de ese momento)
      *   BI-COBRADOR   quien la propuso
      *   BI-SUPERVISOR quien la decidio (firma de autoridad INC)
      *   BI-TIMESTAMP  de la propuesta mientras esta pendiente; la
      *                 decision lo pisa
      *   BI-FECHA-REV  fecha de negocio del recupero (reversa)
          FD INCOBRABLE-FILE.
          01 INCOBRABLE-RECORD.
             05 BI-ID          PIC 9(5).
             05 FILLER         PIC X VALUE SPACE.
             05 BI-ESTADO      PIC X.
                88 BI-PENDIENTE VALUE "P".
                88 BI-APROBADA  VALUE "A".
                88 BI-RECHAZADA VALUE "R".
                88 BI-REVERTIDA VALUE "V".
             05 FILLER         PIC X VALUE SPACE.
             05 BI-FACTURA     PIC 9(6).
             05 FILLER         PIC X VALUE SPACE.
             05 BI-CLIENTE     PIC X(6).
             05 FILLER         PIC X VALUE SPACE.
             05 BI-IMPORTE     PIC 9(7)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 BI-COBRADOR    PIC X(10).
             05 FILLER         PIC X VALUE SPACE.
             05 BI-MOTIVO      PIC X(30).
             05 FILLER         PIC X VALUE SPACE.
             05 BI-SUPERVISOR  PIC X(10).
             05 FILLER         PIC X VALUE SPACE.
             05 BI-TIMESTAMP   PIC X(21).
             05 FILLER         PIC X VALUE SPACE.
             05 BI-FECHA-REV   PIC 9(8).
