      * FD del maestro de centros de costo. Copiar dentro de FILE
      * SECTION junto con CCOSTO-FC.cpy. El codigo lleva adelante el
      * tipo de centro y atras la clave de su origen:
      *   D + departamento del empleado (EM-DEPTO, 1 a 5)
      *   S + sucursal del ledger de comisiones (LR-SUCURSAL)
      *   P + deposito de inventario (1 o 2)
      *   V + movil de vehiculos.txt (VE-MOVIL)
      * El centro de costo en blanco en un renglon del diario es la
      * administracion general (sin centro).
          FD CCOSTO-FILE.
          01 CCOSTO-RECORD.
             05 CC-CODIGO      PIC X(6).
             05 CC-CODIGO-R REDEFINES CC-CODIGO.
                10 CC-TIPO     PIC X.
                   88 CC-DEPARTAMENTO VALUE "D".
                   88 CC-SUCURSAL     VALUE "S".
                   88 CC-DEPOSITO     VALUE "P".
                   88 CC-VEHICULO     VALUE "V".
                10 CC-CLAVE    PIC X(5).
             05 FILLER         PIC X.
             05 CC-NOMBRE      PIC X(25).
             05 FILLER         PIC X.
             05 CC-ACTIVO      PIC X.
                88 CC-ESTA-ACTIVO VALUE "S".
