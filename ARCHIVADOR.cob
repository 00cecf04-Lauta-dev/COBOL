      * para ellos la opcion es una foto completa con vaciado, que
      * pide confirmacion porque se lleva TODO lo vivo al historico
      * (el productor los regenera).
      *
      * La opcion 2 (facturas) queda retirada: las facturas viven
      * en el maestro indexado facturas_master.dat con todo su
      * historico, adonde CONVERTIR-FACTURAS llevo tambien lo ya
      * archivado en facturas_archivo.txt. Fuera las tablas y
      * parrafos de facturas y su politica sembrada.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVADOR.
             SELECT VIVO-EXC-FILE ASSIGN TO "excepciones.log"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VIVO-STATUS.
             SELECT VIVO-LED-FILE ASSIGN TO "commission_ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VIVO-STATUS.
             SELECT ARCH-EXC-FILE ASSIGN TO "excepciones_archivo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCH-STATUS.
             SELECT ARCH-LED-FILE ASSIGN TO
                 "commission_ledger_archivo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
        FILE SECTION.
        FD VIVO-EXC-FILE.
        01 VIVO-EXC-RECORD PIC X(100).
        FD VIVO-LED-FILE.
        01 VIVO-LED-RECORD PIC X(100).
        FD VIVO-BOL-FILE.
           05 AE-FECHA-ARCH PIC 9(8).
           05 FILLER        PIC X.
           05 AE-DATOS      PIC X(100).
        FD ARCH-LED-FILE.
        01 ARCH-LED-RECORD.
           05 AL-FECHA-ARCH PIC 9(8).

             DISPLAY "Archivo a trabajar:"
             DISPLAY "1 - excepciones.log (por fecha)"
             DISPLAY "2 - facturas (ya no se archivan)"
             DISPLAY "3 - commission_ledger.dat (por fecha)"
             DISPLAY "4 - boletines.txt (foto completa y vaciado)"
             DISPLAY "5 - waitlist.txt (foto completa y vaciado)"
                   MOVE "excepciones.log" TO WS-NOMBRE-ARCHIVO
                   MOVE "S" TO WS-CON-FECHA
                   MOVE 49 TO WS-POS-FECHA
      * las facturas viven en el maestro indexado con todo el
      * historico; CONVERTIR-FACTURAS cargo ahi lo ya archivado
                WHEN 2
                   DISPLAY "Las facturas estan en el maestro indexado"
                      " facturas_master.dat con todo su historico"
                      " y ya no se archivan"
                   GOBACK
                WHEN 3
                   MOVE "commission_ledger.dat" TO WS-NOMBRE-ARCHIVO
                   MOVE "S" TO WS-CON-FECHA
           MOVE 3 TO RP-MESES
           WRITE POLITICA-RECORD
           MOVE SPACES TO POLITICA-RECORD
           MOVE "commission_ledger.dat" TO RP-ARCHIVO
           MOVE 6 TO RP-MESES
           WRITE POLITICA-RECORD

           EVALUATE WS-OPCION
              WHEN 1 PERFORM CARGAR-EXC
              WHEN 3 PERFORM CARGAR-LED
              WHEN 4 PERFORM CARGAR-BOL
              WHEN 5 PERFORM CARGAR-WAI
              CLOSE VIVO-EXC-FILE
           END-IF.

       CARGAR-LED.
           OPEN INPUT VIVO-LED-FILE
           IF VIVO-OK
       GRABAR-ARCHIVO-HISTORICO.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM GRABAR-ARCH-EXC
              WHEN 3 PERFORM GRABAR-ARCH-LED
              WHEN 4 PERFORM GRABAR-ARCH-BOL
              WHEN 5 PERFORM GRABAR-ARCH-WAI
           END-PERFORM
           CLOSE ARCH-EXC-FILE.

       GRABAR-ARCH-LED.
           OPEN EXTEND ARCH-LED-FILE
           IF NOT ARCH-OK
       REESCRIBIR-VIVO.
           EVALUATE WS-OPCION
              WHEN 1 PERFORM REESCRIBIR-EXC
              WHEN 3 PERFORM REESCRIBIR-LED
              WHEN 4 PERFORM REESCRIBIR-BOL
              WHEN 5 PERFORM REESCRIBIR-WAI
           END-PERFORM
           CLOSE VIVO-EXC-FILE.

       REESCRIBIR-LED.
           OPEN OUTPUT VIVO-LED-FILE
           PERFORM VARYING WS-LN FROM 1 BY 1
