      * FD y layout de los contratos de asistencia y del tarifario.
      * Copiar dentro de FILE SECTION, junto con CONTRATO-FC.cpy en
      * FILE-CONTROL. Un renglon por cliente y vehiculo (patente):
      * tipo de cobertura (T total; B basica, sin grua), vigencia
      * desde/hasta, llamadas incluidas por ano calendario y las
      * usadas en el ano CN-ANIO (al cambiar el ano el cupo vuelve
      * a cero con la primera llamada).
          FD CONTRATO-FILE.
          01 CONTRATO-RECORD.
             05 CN-CLIENTE    PIC X(6).
             05 FILLER        PIC X VALUE SPACE.
             05 CN-PATENTE    PIC X(7).
             05 FILLER        PIC X VALUE SPACE.
             05 CN-COBERTURA  PIC X.
                88 CN-COBERTURA-TOTAL   VALUE "T".
                88 CN-COBERTURA-BASICA  VALUE "B".
             05 FILLER        PIC X VALUE SPACE.
             05 CN-DESDE      PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 CN-HASTA      PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 CN-INCLUIDAS  PIC 9(3).
             05 FILLER        PIC X VALUE SPACE.
             05 CN-ANIO       PIC 9(4).
             05 FILLER        PIC X VALUE SPACE.
             05 CN-USADAS     PIC 9(3).

      * tarifa por resultado del incidente (GRUA, GOMERO,
      * AUTO-REPARADO) para la llamada que no cubre el contrato;
      * neto de IVA
          FD TARIFA-ASIST-FILE.
          01 TARIFA-ASIST-RECORD.
             05 TA-RESULTADO  PIC X(20).
             05 FILLER        PIC X VALUE SPACE.
             05 TA-IMPORTE    PIC 9(7)V99.
