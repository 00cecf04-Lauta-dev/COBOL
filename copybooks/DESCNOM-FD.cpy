      * FD y layout de los convenios de descuento por nomina. Uno por
      * convenio: empleado (EM-CODIGO), tipo (E embargo, A adelanto
      * de sueldo, P prestamo), total a descontar, cuota fija o
      * porcentaje del bruto semanal (si hay porcentaje manda el
      * porcentaje), semana (lunes AAAAMMDD) desde la que se
      * descuenta, tope legal en porcentaje del bruto, saldo que
      * falta descontar y, para los embargos, el juzgado o acreedor
      * al que se le paga. Con saldo cero el convenio queda C.
          FD DESCNOM-FILE.
          01 DESCNOM-RECORD.
             05 DN-ID            PIC 9(5).
             05 FILLER           PIC X VALUE SPACE.
             05 DN-EMPLEADO      PIC X(6).
             05 FILLER           PIC X VALUE SPACE.
             05 DN-TIPO          PIC X.
                88 DN-EMBARGO       VALUE "E".
                88 DN-ADELANTO      VALUE "A".
                88 DN-PRESTAMO      VALUE "P".
                88 DN-TIPO-VALIDO   VALUE "E" "A" "P".
             05 FILLER           PIC X VALUE SPACE.
             05 DN-TOTAL         PIC 9(7).
             05 FILLER           PIC X VALUE SPACE.
             05 DN-CUOTA         PIC 9(5).
             05 FILLER           PIC X VALUE SPACE.
             05 DN-PORCENTAJE    PIC 9(2).
             05 FILLER           PIC X VALUE SPACE.
             05 DN-SEMANA-DESDE  PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 DN-TOPE-PCT      PIC 9(2).
             05 FILLER           PIC X VALUE SPACE.
             05 DN-SALDO         PIC 9(7).
             05 FILLER           PIC X VALUE SPACE.
             05 DN-BENEFICIARIO  PIC X(15).
             05 FILLER           PIC X VALUE SPACE.
             05 DN-ESTADO        PIC X.
                88 DN-VIGENTE       VALUE "V".
                88 DN-CANCELADO     VALUE "C".

      * Un renglon por descuento aplicado en una liquidacion semanal:
      * convenio, empleado, tipo, semana e importe. Una reliquidacion
      * de la misma semana lo reusa en vez de bajar el saldo de nuevo.
          FD DESCAPL-FILE.
          01 DESCAPL-RECORD.
             05 DA-ID            PIC 9(5).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-EMPLEADO      PIC X(6).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-TIPO          PIC X.
                88 DA-EMBARGO       VALUE "E".
             05 FILLER           PIC X VALUE SPACE.
             05 DA-SEMANA        PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-IMPORTE       PIC 9(5).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-BENEFICIARIO  PIC X(15).
