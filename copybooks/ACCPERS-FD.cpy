      * FD y layout del registro de acciones de personal: cada
      * cambio del maestro de empleados queda fechado, con los
      * valores anteriores y los nuevos, quien lo cargo y desde que
      * fecha rige. AP-RETRO: P = cambio de tarifa con fecha
      * efectiva anterior a la carga, pendiente de liquidar las
      * diferencias de las semanas ya pagadas; L = retroactivo ya
      * liquidado; N = no genera diferencias (categoria,
      * departamento o tarifa que rige desde la carga).
          FD ACCPERS-FILE.
          01 ACCPERS-RECORD.
             05 AP-ID              PIC 9(6).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-EMPLEADO        PIC X(6).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-FECHA-EFECTIVA  PIC 9(8).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-TARIFA-ANT      PIC 9(3).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-TARIFA-NUE      PIC 9(3).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-EXTRA-ANT       PIC 9(3).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-EXTRA-NUE       PIC 9(3).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-CATEGORIA-ANT   PIC 9(1).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-CATEGORIA-NUE   PIC 9(1).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-DEPTO-ANT       PIC 9(1).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-DEPTO-NUE       PIC 9(1).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-RETRO           PIC X.
                88 AP-RETRO-PENDIENTE VALUE "P".
                88 AP-RETRO-LIQUIDADO VALUE "L".
             05 FILLER             PIC X VALUE SPACE.
             05 AP-OPERADOR        PIC X(10).
             05 FILLER             PIC X VALUE SPACE.
             05 AP-TIMESTAMP       PIC X(21).
