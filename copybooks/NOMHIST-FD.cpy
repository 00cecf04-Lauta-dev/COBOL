      * FD y layout de la historia semanal de liquidaciones: por
      * empleado y semana liquidada (lunes AAAAMMDD), las horas que
      * se pagaron a tarifa comun, las horas extra pagadas a
      * premium y las tarifas con que se pagaron. Como
      * payroll_register.txt se pisa cada semana, esta historia es lo
      * que permite reliquidar una tarifa cambiada con fecha
      * efectiva hacia atras. Una
      * reliquidacion de la misma semana reemplaza su renglon, y el
      * retroactivo deja la tarifa nueva para no pagarlo dos veces.
          FD NOMHIST-FILE.
          01 NOMHIST-RECORD.
             05 PH-EMPLEADO      PIC X(6).
             05 FILLER           PIC X VALUE SPACE.
             05 PH-SEMANA        PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 PH-HS-COMUNES    PIC 9(3).
             05 FILLER           PIC X VALUE SPACE.
             05 PH-HS-EXTRA      PIC 9(3).
             05 FILLER           PIC X VALUE SPACE.
             05 PH-TARIFA        PIC 9(3).
             05 FILLER           PIC X VALUE SPACE.
             05 PH-TARIFA-EXTRA  PIC 9(3).
             05 FILLER           PIC X VALUE SPACE.
             05 PH-BRUTO         PIC 9(5).
