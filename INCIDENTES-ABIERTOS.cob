      *    incidentes se reescribe con la cuadrilla nueva y el
      *    cambio queda en reasignaciones_incidentes.txt (quien lo
      *    tenia, a quien paso y cuando)
      *
      * El registro de incidentes suma cliente, patente, cobertura
      * aplicada y factura (contratos de asistencia); la
      * reasignacion los conserva al reescribir el archivo.
      *
      * La reasignacion solo acepta una cuadrilla de guardia en el
      * turno actual con algun movil en servicio (dotacion de
      * GUARDIAS-CUADRILLAS, DOTACION-*); sin dotacion generada para
      * el dia alcanza con que figure en cuadrillas.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENTES-ABIERTOS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORTE-STATUS.

             COPY "DOTACION-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD INCIDENT-FILE.
           05 IR-RESULTADO PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-MOVIL     PIC X(5).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-CLIENTE   PIC X(6).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-PATENTE   PIC X(7).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-COBERTURA PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 IR-FACTURA   PIC 9(6).

        FD OBJETIVO-FILE.
        01 OBJETIVO-RECORD.
        FD REPORTE-FILE.
        01 REPORTE-LINE PIC X(75).

        COPY "DOTACION-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "DOTACION-WS.cpy".

          77 WS-INCIDENT-STATUS PIC X(2) VALUE "00".
              88 INCIDENT-OK VALUE "00".
          77 WS-OBJETIVO-STATUS PIC X(2) VALUE "00".
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DO-FECHA
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-DO-HORA
           PERFORM CARGAR-DOTACION
           MOVE WS-CUADRILLA-NVA TO WS-DO-CUADRILLA
           PERFORM VERIFICAR-CUADRILLA-HABILITADA
           IF NOT CUADRILLA-HABILITADA
              DISPLAY "La cuadrilla " WS-CUADRILLA-NVA " no esta de"
                 " guardia en el turno " WS-DO-TURNO " o no tiene"
                 " movil en servicio: no se reasigna"
              GOBACK
           END-IF

           PERFORM CARGAR-INCIDENTES
           IF TABLA-DESBORDADA
              DISPLAY "ABORTADO: mas de 300 incidentes, archivar"
       ESCRIBIR-LINEA-REP.
           DISPLAY REPORTE-LINE
           WRITE REPORTE-LINE.

       COPY "DOTACION-CALC.cpy".
