      * FD y layout de los saldos de licencia. Copiar dentro de FILE
      * SECTION, junto con LICSALDO-FC.cpy en FILE-CONTROL. Un
      * renglon por empleado y anio de vacaciones, y uno por cada
      * franco compensatorio:
      *   LS-TIPO          V vacaciones (blanco en los renglones
      *                    anteriores a los francos), C
      *                    compensatorio
      *   LS-FECHA-ORIGEN  fecha de la guardia que dio el franco
      *   LS-VENCE         vencimiento del franco
      *   LS-VENCIDOS      dias del franco que vencieron sin usar
          FD SALDOS-LIC-FILE.
          01 SALDO-LIC-RECORD.
             05 LS-EMPLEADO   PIC X(6).
             05 FILLER        PIC X VALUE SPACE.
             05 LS-ANIO       PIC 9(4).
             05 FILLER        PIC X VALUE SPACE.
             05 LS-DEVENGADOS PIC 9(3).
             05 FILLER        PIC X VALUE SPACE.
             05 LS-USADOS     PIC 9(3).
             05 FILLER        PIC X VALUE SPACE.
             05 LS-TIPO       PIC X.
                88 LS-COMPENSATORIO VALUE "C".
             05 FILLER        PIC X VALUE SPACE.
             05 LS-FECHA-ORIGEN PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 LS-VENCE      PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 LS-VENCIDOS   PIC 9(3).
