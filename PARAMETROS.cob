      *    parametros_auditoria.txt. Para tasas_comision.txt el
      *    cambio es una version nueva con su vigencia, como las que
      *    ya maneja MILLONES.
      * Tambien los meses de vigencia del franco compensatorio
      * (franco_vencimiento.txt, que siembra PUENTE-GUARDIAS): el
      * cambio vale para los francos que se acrediten desde entonces.
      *
      * Tambien la regla del recuperatorio del parcial
      * (regla_recuperatorio.txt, que siembra NOTA-FINAL): la mejor
      * nota o el promedio de los dos intentos y el tope de la nota
      * del recuperatorio
      *
      * El ejemplo de la politica de retencion ya no nombra
      * facturas.txt, que ARCHIVADOR dejo de archivar.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETROS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARAM-STATUS.

             SELECT VENCIMIENTO-FILE ASSIGN TO
                 "franco_vencimiento.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARAM-STATUS.

             SELECT REGLA-RECUP-FILE ASSIGN TO
                 "regla_recuperatorio.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARAM-STATUS.

             SELECT AUDITORIA-FILE ASSIGN TO
                 "parametros_auditoria.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
           05 FILLER          PIC X.
           05 TA-BENEFICIARIO PIC X(15).

        FD VENCIMIENTO-FILE.
        01 VENCIMIENTO-RECORD.
           05 FV-MESES PIC 9(2).

        FD REGLA-RECUP-FILE.
        01 REGLA-RECUP-RECORD.
           05 RG-REGLA PIC X.
           05 FILLER   PIC X.
           05 RG-TOPE  PIC 9(2).

        FD AUDITORIA-FILE.
        01 AUDITORIA-RECORD.
           05 PA-FECHA-VIG PIC 9(8).
          77 WS-VALOR        PIC 9(5) VALUE ZEROS.
          77 WS-NOMBRE-POL   PIC X(25) VALUE SPACES.
          77 WS-MESES        PIC 9(2) VALUE ZEROS.
          77 WS-REGLA        PIC X VALUE SPACE.
              88 REGLA-VALIDA VALUE "M" "P".
          77 WS-TOPE         PIC 9(2) VALUE ZEROS.
          77 WS-HALLADO      PIC X VALUE "N".
              88 POLITICA-HALLADA VALUE "S".

              DISPLAY "  1) ponderacion.txt: (sin sembrar)"
           END-IF

           OPEN INPUT REGLA-RECUP-FILE
           IF PARAM-OK
              READ REGLA-RECUP-FILE
                AT END CONTINUE
                NOT AT END
                  DISPLAY "  8) regla_recuperatorio.txt: regla "
                     RG-REGLA " tope " RG-TOPE
              END-READ
              CLOSE REGLA-RECUP-FILE
           ELSE
              DISPLAY "  8) regla_recuperatorio.txt: (sin sembrar)"
           END-IF

           DISPLAY "--- NOMINA ---"
           OPEN INPUT FORMULA-FILE
           IF PARAM-OK
           ELSE
              DISPLAY "  6) tasas_comision.txt: (sin sembrar)"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           DISPLAY "--- LICENCIAS ---"
           OPEN INPUT VENCIMIENTO-FILE
           IF PARAM-OK
              READ VENCIMIENTO-FILE
                AT END CONTINUE
                NOT AT END
                  DISPLAY "  7) franco_vencimiento.txt: "
                     FV-MESES " meses de vigencia del franco"
              END-READ
              CLOSE VENCIMIENTO-FILE
           ELSE
              DISPLAY "  7) franco_vencimiento.txt: (sin sembrar)"
           END-IF.

       CAMBIAR-PARAMETRO.
           DISPLAY "Parametro a cambiar:"
           DISPLAY "4 - Tope de peso por carga"
           DISPLAY "5 - Meses de retencion de un archivo"
           DISPLAY "6 - Version nueva de tasas de comision"
           DISPLAY "7 - Meses de vigencia del franco compensatorio"
           DISPLAY "8 - Regla del recuperatorio del parcial"
           ACCEPT WS-PARAMETRO

           DISPLAY "Operador"
              WHEN 4 PERFORM CAMBIAR-CAPACIDAD
              WHEN 5 PERFORM CAMBIAR-POLITICA
              WHEN 6 PERFORM AGREGAR-VERSION-TASAS
              WHEN 7 PERFORM CAMBIAR-VENCIMIENTO-FRANCO
              WHEN 8 PERFORM CAMBIAR-REGLA-RECUP
              WHEN OTHER DISPLAY "Parametro no valido"
           END-EVALUATE.

           PERFORM GRABAR-AUDITORIA-PARAM.

       CAMBIAR-POLITICA.
           DISPLAY "Archivo de la politica (p.ej. excepciones.log)"
           ACCEPT WS-NOMBRE-POL
           DISPLAY "Meses de retencion"
           ACCEPT WS-MESES
           MOVE "tasas_comision.txt" TO WS-ARCHIVO
           PERFORM GRABAR-AUDITORIA-PARAM.

       CAMBIAR-VENCIMIENTO-FRANCO.
           DISPLAY "Meses de vigencia del franco compensatorio"
           ACCEPT WS-MESES
           IF WS-MESES = ZEROS
              DISPLAY "Cero meses: no se cambio nada"
              GOBACK
           END-IF

           MOVE SPACES TO WS-VIEJO
           OPEN INPUT VENCIMIENTO-FILE
           IF PARAM-OK
              READ VENCIMIENTO-FILE
                AT END CONTINUE
                NOT AT END MOVE VENCIMIENTO-RECORD TO WS-VIEJO
              END-READ
              CLOSE VENCIMIENTO-FILE
           END-IF

           MOVE WS-MESES TO FV-MESES
           MOVE VENCIMIENTO-RECORD TO WS-NUEVO

           OPEN OUTPUT VENCIMIENTO-FILE
           WRITE VENCIMIENTO-RECORD
           CLOSE VENCIMIENTO-FILE

           MOVE "franco_vencimiento.txt" TO WS-ARCHIVO
           PERFORM GRABAR-AUDITORIA-PARAM.

      * M = la mejor nota de los dos intentos, P = el promedio de
      * los dos sin bajar del original; el tope limita lo que cuenta
      * la nota del recuperatorio (00 = sin tope). La aplica
      * NOTA-FINAL
       CAMBIAR-REGLA-RECUP.
           DISPLAY "Regla (M mejor nota, P promedio)"
           ACCEPT WS-REGLA
           DISPLAY "Tope de la nota del recuperatorio (00 sin tope)"
           ACCEPT WS-TOPE
           IF NOT REGLA-VALIDA OR WS-TOPE > 10
              DISPLAY "Regla o tope fuera de rango: no se cambio nada"
              GOBACK
           END-IF

           MOVE SPACES TO WS-VIEJO
           OPEN INPUT REGLA-RECUP-FILE
           IF PARAM-OK
              READ REGLA-RECUP-FILE
                AT END CONTINUE
                NOT AT END MOVE REGLA-RECUP-RECORD TO WS-VIEJO
              END-READ
              CLOSE REGLA-RECUP-FILE
           END-IF

           MOVE SPACES TO REGLA-RECUP-RECORD
           MOVE WS-REGLA TO RG-REGLA
           MOVE WS-TOPE  TO RG-TOPE
           MOVE REGLA-RECUP-RECORD TO WS-NUEVO

           OPEN OUTPUT REGLA-RECUP-FILE
           WRITE REGLA-RECUP-RECORD
           CLOSE REGLA-RECUP-FILE

           MOVE "regla_recuperatorio.txt" TO WS-ARCHIVO
           PERFORM GRABAR-AUDITORIA-PARAM.

       GRABAR-AUDITORIA-PARAM.
           MOVE SPACES TO AUDITORIA-RECORD
           MOVE WS-VIGENCIA TO PA-FECHA-VIG
