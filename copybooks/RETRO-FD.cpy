      * FD y layout del renglon de diferencia retroactiva: uno por
      * accion de personal liquidada (RT-ACCION = AP-ID), con las
      * semanas reliquidadas y la diferencia con sus propias
      * deducciones y neto, separado del renglon de la semana en
      * payroll_register.txt. Cada corrida de retroactivos reemplaza
      * el archivo, igual que la liquidacion semanal.
          FD RETRO-FILE.
          01 RETRO-RECORD.
             05 RT-EMPLEADO    PIC X(6).
             05 FILLER         PIC X VALUE SPACE.
             05 RT-ACCION      PIC 9(6).
             05 FILLER         PIC X VALUE SPACE.
             05 RT-DESDE       PIC 9(8).
             05 FILLER         PIC X VALUE SPACE.
             05 RT-HASTA       PIC 9(8).
             05 FILLER         PIC X VALUE SPACE.
             05 RT-SEMANAS     PIC 9(2).
             05 FILLER         PIC X VALUE SPACE.
             05 RT-TOTAL       PIC 9(5).
             05 FILLER         PIC X VALUE SPACE.
             05 RT-DEDUCCIONES PIC 9(5).
             05 FILLER         PIC X VALUE SPACE.
             05 RT-NETO        PIC 9(5).
