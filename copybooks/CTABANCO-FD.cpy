      * FD y layout del registro de cuentas bancarias. Copiar dentro
      * de FILE SECTION, junto con CTABANCO-FC.cpy en FILE-CONTROL.
      * La clave es clase de beneficiario + beneficiario:
      *   EMP = empleado (EM-CODIGO), COM = beneficiario de comisiones
      *   (TA-BENEFICIARIO), FLE = transportista de LIQUIDAR-FLETES,
      *   PRV = proveedor de las facturas de proveedores
      * Estados: P = cargada, pendiente de validar (toda alta o
      * cambio de CBU vuelve a P), V = validada por un supervisor
      * distinto del que la cargo, B = baja. Solo una cuenta V recibe
      * transferencias.
          FD CTABANCO-FILE.
          01 CTABANCO-RECORD.
             05 CB-CLASE        PIC X(3).
             05 FILLER          PIC X VALUE SPACE.
             05 CB-BENEFICIARIO PIC X(15).
             05 FILLER          PIC X VALUE SPACE.
             05 CB-CBU          PIC X(22).
             05 FILLER          PIC X VALUE SPACE.
             05 CB-TITULAR      PIC X(25).
             05 FILLER          PIC X VALUE SPACE.
             05 CB-ESTADO       PIC X.
                88 CB-PENDIENTE VALUE "P".
                88 CB-VALIDADA  VALUE "V".
                88 CB-BAJA      VALUE "B".
             05 FILLER          PIC X VALUE SPACE.
             05 CB-CARGADOR     PIC X(10).
             05 FILLER          PIC X VALUE SPACE.
             05 CB-VALIDADOR    PIC X(10).
             05 FILLER          PIC X VALUE SPACE.
             05 CB-TIMESTAMP    PIC X(21).
