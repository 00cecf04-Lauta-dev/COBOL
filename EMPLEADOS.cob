      *  1 - alta   2 - modificacion   3 - baja (logica)   0 - salir
      * La liquidacion de JUBI-LARSE rechaza los codigos desconocidos
      * o inactivos y toma las tarifas de cada empleado de aca.
      *
      * La modificacion ya no pisa las tarifas sin dejar rastro: cada
      * cambio de tarifa, categoria o departamento pide la fecha
      * desde la que rige y el operador, y queda como accion de
      * personal fechada en acciones_personal.txt (valores anteriores
      * y nuevos). Un cambio de tarifa con fecha efectiva anterior a
      * hoy queda pendiente de retroactivo (P): la corrida de
      * retroactivos de JUBI-LARSE reliquida las semanas ya pagadas
      * desde esa fecha y emite la diferencia en un renglon aparte,
      * en vez de que alguien la recalcule a mano. No se aceptan
      * fechas efectivas futuras: el cambio se carga el dia que rige.
      *
      * El egreso de un empleado con su liquidacion final (dias
      * trabajados, vacaciones no gozadas, aguinaldo proporcional e
      * indemnizacion) se hace con el modo 4 de JUBI-LARSE, que deja
      * la fecha y el motivo de egreso en el maestro. La baja del
      * modo 3 queda para altas cargadas por error: no liquida nada.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLEADOS.
                 RECORD KEY IS EM-CODIGO
                 FILE STATUS IS WS-EMPLEADO-STATUS.

             COPY "ACCPERS-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD EMPLEADO-MASTER.
        01 EMPLEADO-MASTER-RECORD.
           COPY "EMPLEADO-WS.cpy".

        COPY "ACCPERS-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "ACCPERS-WS.cpy".

          77 WS-EMPLEADO-STATUS PIC X(2) VALUE "00".
              88 EMPLEADO-OK VALUE "00".
              88 EMPLEADO-DUPLICADO VALUE "22".

          77 WS-OPCION-MANT PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * valores del maestro antes de la modificacion, para la accion
      * de personal
          77 WS-TARIFA-ANT    PIC 9(3) VALUE ZEROS.
          77 WS-EXTRA-ANT     PIC 9(3) VALUE ZEROS.
          77 WS-CATEGORIA-ANT PIC 9(1) VALUE ZEROS.
          77 WS-DEPTO-ANT     PIC 9(1) VALUE ZEROS.
          77 WS-FECHA-EFECTIVA PIC 9(8) VALUE ZEROS.
          77 WS-FECHA-HOY     PIC 9(8) VALUE ZEROS.
          77 WS-OPERADOR      PIC X(10) VALUE SPACES.
          77 WS-ID-ACCION     PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
           OPEN I-O EMPLEADO-MASTER
           PERFORM UNTIL WS-OPCION-MANT = 0
             DISPLAY " "
             DISPLAY "1 - Alta de empleado"
             DISPLAY "2 - Modificar tarifas, categoria o departamento"
             DISPLAY "3 - Baja de empleado (queda inactivo)"
             DISPLAY "0 - Salir"
             ACCEPT WS-OPCION-MANT
              MOVE 1 TO EM-DEPTO
           END-IF
           MOVE "S" TO EM-ACTIVO
           MOVE ZEROS TO EM-FECHA-EGRESO
           MOVE SPACE TO EM-MOTIVO-EGRESO

           WRITE EMPLEADO-MASTER-RECORD
           IF EMPLEADO-OK
           READ EMPLEADO-MASTER
             INVALID KEY DISPLAY "Empleado no encontrado"
             NOT INVALID KEY
               MOVE EM-TARIFA       TO WS-TARIFA-ANT
               MOVE EM-TARIFA-EXTRA TO WS-EXTRA-ANT
               MOVE EM-CATEGORIA    TO WS-CATEGORIA-ANT
               MOVE EM-DEPTO        TO WS-DEPTO-ANT
               DISPLAY "Tarifa actual: " EM-TARIFA
                  " extra: " EM-TARIFA-EXTRA
               DISPLAY "Tarifa nueva"
               ACCEPT EM-TARIFA
               DISPLAY "Tarifa extra nueva"
               ACCEPT EM-TARIFA-EXTRA
               DISPLAY "Categoria actual: " EM-CATEGORIA
               DISPLAY "Categoria nueva (1 = general, 2 ="
                  " especial/riesgo)"
               ACCEPT EM-CATEGORIA
               IF EM-CATEGORIA < 1 OR EM-CATEGORIA > 2
                  MOVE WS-CATEGORIA-ANT TO EM-CATEGORIA
               END-IF
               DISPLAY "Departamento actual: " EM-DEPTO
               DISPLAY "Departamento nuevo (1-5)"
               ACCEPT EM-DEPTO
               IF EM-DEPTO < 1 OR EM-DEPTO > 5
                  MOVE 1 TO EM-DEPTO
               END-IF
               DISPLAY "Fecha desde la que rige (AAAAMMDD, 0 = hoy)"
               ACCEPT WS-FECHA-EFECTIVA
               DISPLAY "Operador"
               ACCEPT WS-OPERADOR

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
               IF WS-FECHA-EFECTIVA = ZEROS
                  MOVE WS-FECHA-HOY TO WS-FECHA-EFECTIVA
               END-IF
               IF WS-FECHA-EFECTIVA > WS-FECHA-HOY
                  DISPLAY "Fecha efectiva futura: cargar el cambio el"
                     " dia que rige. No se modifica"
               ELSE
                  REWRITE EMPLEADO-MASTER-RECORD
                  IF EMPLEADO-OK
                     DISPLAY "Empleado modificado"
                     PERFORM REGISTRAR-ACCION
                  ELSE
                     DISPLAY "Error al modificar: " WS-EMPLEADO-STATUS
                  END-IF
               END-IF
           END-READ.

      * accion de personal fechada con los valores anteriores y los
      * nuevos; un cambio de tarifa hacia atras queda pendiente de
      * retroactivo
       REGISTRAR-ACCION.
           IF EM-TARIFA = WS-TARIFA-ANT
               AND EM-TARIFA-EXTRA = WS-EXTRA-ANT
               AND EM-CATEGORIA = WS-CATEGORIA-ANT
               AND EM-DEPTO = WS-DEPTO-ANT
              DISPLAY "Sin cambios, no se registra accion de personal"
           ELSE
              MOVE ZEROS TO WS-ID-ACCION
              OPEN INPUT ACCPERS-FILE
              IF ACCPERS-OK
                 PERFORM UNTIL FIN-ARCHIVO
                   READ ACCPERS-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       IF AP-ID > WS-ID-ACCION
                          MOVE AP-ID TO WS-ID-ACCION
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE ACCPERS-FILE
              END-IF
              MOVE "N" TO WS-FIN-ARCHIVO
              ADD 1 TO WS-ID-ACCION

              MOVE SPACES            TO ACCPERS-RECORD
              MOVE WS-ID-ACCION      TO AP-ID
              MOVE EM-CODIGO         TO AP-EMPLEADO
              MOVE WS-FECHA-EFECTIVA TO AP-FECHA-EFECTIVA
              MOVE WS-TARIFA-ANT     TO AP-TARIFA-ANT
              MOVE EM-TARIFA         TO AP-TARIFA-NUE
              MOVE WS-EXTRA-ANT      TO AP-EXTRA-ANT
              MOVE EM-TARIFA-EXTRA   TO AP-EXTRA-NUE
              MOVE WS-CATEGORIA-ANT  TO AP-CATEGORIA-ANT
              MOVE EM-CATEGORIA      TO AP-CATEGORIA-NUE
              MOVE WS-DEPTO-ANT      TO AP-DEPTO-ANT
              MOVE EM-DEPTO          TO AP-DEPTO-NUE
              MOVE "N"               TO AP-RETRO
              IF WS-FECHA-EFECTIVA < WS-FECHA-HOY
                  AND (EM-TARIFA NOT = WS-TARIFA-ANT
                   OR EM-TARIFA-EXTRA NOT = WS-EXTRA-ANT)
                 MOVE "P" TO AP-RETRO
              END-IF
              MOVE WS-OPERADOR       TO AP-OPERADOR
              MOVE FUNCTION CURRENT-DATE TO AP-TIMESTAMP

              OPEN INPUT ACCPERS-FILE
              IF NOT ACCPERS-OK
                 OPEN OUTPUT ACCPERS-FILE
              END-IF
              CLOSE ACCPERS-FILE

              OPEN EXTEND ACCPERS-FILE
              WRITE ACCPERS-RECORD
              CLOSE ACCPERS-FILE

              DISPLAY "Accion de personal " WS-ID-ACCION
                 " rige desde " WS-FECHA-EFECTIVA
              IF AP-RETRO-PENDIENTE
                 DISPLAY "Pendiente de retroactivo: correr la"
                    " liquidacion de retroactivos de JUBI-LARSE"
              END-IF
           END-IF.

      * la baja es logica: el codigo queda en el maestro para la
      * historia, pero la liquidacion lo rechaza
       BAJA-EMPLEADO.
               MOVE "N" TO EM-ACTIVO
               REWRITE EMPLEADO-MASTER-RECORD
               DISPLAY "Empleado dado de baja (inactivo)"
               DISPLAY "Si es un egreso, la liquidacion final se hace"
                  " con JUBI-LARSE modo 4"
           END-READ.
