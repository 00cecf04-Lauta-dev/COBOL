      *  - empleados_master.dat: nombre reemplazado, tarifas llevadas
      *    a las historicas 100/150 y fecha de ingreso neutralizada;
      *    el EM-CODIGO y el departamento se conservan
      *  - boletines.txt, facturas_master.dat y payroll_register.txt se
      *    copian tal cual (llevan IDs y numeros, no datos
      *    personales), asi los cruces por EST-ID / CL-ID /
      *    EM-CODIGO siguen funcionando
      * El menu se apunta al directorio de entrenamiento para
      * practicar sin tocar produccion.
      *
      * Las facturas se copian del maestro indexado
      * facturas_master.dat a entrenamiento/facturas_master.dat,
      * con las mismas claves.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRENAMIENTO.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRAIN-STATUS.

             SELECT FACTURA-FILE ASSIGN TO "facturas_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FV-NUM-FACTURA
                 ALTERNATE RECORD KEY IS FV-CLIENTE WITH DUPLICATES
                 ALTERNATE RECORD KEY IS FV-FECHA WITH DUPLICATES
                 FILE STATUS IS WS-VIVO-STATUS.

             SELECT FACTURA-TRAIN ASSIGN TO
                 "entrenamiento/facturas_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TF-NUM-FACTURA
                 ALTERNATE RECORD KEY IS TF-CLIENTE WITH DUPLICATES
                 ALTERNATE RECORD KEY IS TF-FECHA WITH DUPLICATES
                 FILE STATUS IS WS-TRAIN-STATUS.

             SELECT PAYROLL-FILE ASSIGN TO "payroll_register.txt"
        FD BOLETIN-TRAIN.
        01 BOLETIN-TRAIN-LINEA PIC X(100).

      * mismo registro y mismas claves que FACTURA-FC.cpy
        FD FACTURA-FILE.
        01 FACTURA-LINEA.
           05 FV-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 FV-CLIENTE     PIC X(6).
           05 FILLER         PIC X.
           05 FV-FECHA       PIC 9(8).
           05 FILLER         PIC X(77).

        FD FACTURA-TRAIN.
        01 FACTURA-TRAIN-LINEA.
           05 TF-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 TF-CLIENTE     PIC X(6).
           05 FILLER         PIC X.
           05 TF-FECHA       PIC 9(8).
           05 FILLER         PIC X(77).

        FD PAYROLL-FILE.
        01 PAYROLL-LINEA PIC X(100).
              OPEN OUTPUT FACTURA-TRAIN
              IF TRAIN-OK
                 PERFORM UNTIL FIN-ARCHIVO
                   READ FACTURA-FILE NEXT
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       MOVE FACTURA-LINEA TO FACTURA-TRAIN-LINEA
