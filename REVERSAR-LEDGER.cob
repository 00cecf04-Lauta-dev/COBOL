      * Reversa y correccion de registros del ledger de comisiones:
      * un monto mal cargado en MILLONES quedaba para siempre en
      * commission_ledger.dat y la unica salida era editar el archivo
      * a mano, con lo que el consolidado, las liquidaciones y las
      * ordenes de pago ya emitidas dejaban de cuadrar. Este programa
      * nunca modifica un registro grabado:
      *  - pide sucursal, cajero y timestamp del registro original y
      *    lo busca en commission_ledger.dat (no puede ser una reversa
      *    ni estar ya revertido)
      *  - graba la reversa: el espejo del original (mismos
      *    resultados, sucursal, cajero y version de tasas) con
      *    LR-TIPO-MOV "R", el timestamp de la fecha de negocio y el
      *    timestamp del original en LR-REF-TIMESTAMP; todos los
      *    programas que suman el ledger la restan
      *  - opcionalmente graba el registro corregido: el millon bien
      *    cargado, dividido con las tasas de la misma version que el
      *    original, con LR-TIPO-MOV "C" y la misma referencia; se
      *    suma como cualquier registro
      * Si la comision del periodo del original ya se ordeno
      * (fuentes_pagadas.txt), se avisa que ORDENES-PAGO la va a
      * recuperar de la proxima orden de comision de cada
      * beneficiario.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSAR-LEDGER.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT LEDGER-FILE ASSIGN TO "commission_ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEDGER-STATUS.

             SELECT TASAS-FILE ASSIGN TO "tasas_comision.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TASAS-STATUS.

             SELECT FUENTES-FILE ASSIGN TO "fuentes_pagadas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FUENTES-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD LEDGER-FILE.
        01 LEDGER-RECORD.
           05 LR-TIMESTAMP      PIC 9(14).
           05 FILLER            PIC X.
           05 LR-MILLON         PIC 9(12).
           05 FILLER            PIC X.
           05 LR-RES1           PIC 9(7).
           05 FILLER            PIC X.
           05 LR-RES2           PIC 9(7).
           05 FILLER            PIC X.
           05 LR-RES3           PIC 9(7).
           05 FILLER            PIC X.
           05 LR-RES4           PIC 9(7).
           05 FILLER            PIC X.
           05 LR-RES5           PIC 9(7).
           05 FILLER            PIC X.
           05 LR-SUCURSAL       PIC X(4).
           05 FILLER            PIC X.
           05 LR-CAJERO         PIC X(6).
           05 FILLER            PIC X.
           05 LR-VERSION-TASAS  PIC 9(3).
           05 FILLER            PIC X.
           05 LR-TIPO-MOV       PIC X.
               88 LR-REVERSA    VALUE "R".
               88 LR-CORRECCION VALUE "C".
           05 FILLER            PIC X.
           05 LR-REF-TIMESTAMP  PIC 9(14).

        FD TASAS-FILE.
        01 TASA-RECORD.
           05 TA-VERSION      PIC 9(3).
           05 FILLER          PIC X.
           05 TA-VIGENCIA     PIC 9(8).
           05 FILLER          PIC X.
           05 TA-DIVISOR      PIC 9(3)V99.
           05 FILLER          PIC X.
           05 TA-BENEFICIARIO PIC X(15).

        FD FUENTES-FILE.
        01 FUENTE-RECORD.
           05 FP-TIPO    PIC X(3).
           05 FILLER     PIC X.
           05 FP-CLAVE   PIC X(15).
           05 FILLER     PIC X.
           05 FP-PERIODO PIC 9(8).
           05 FILLER     PIC X.
           05 FP-ORDEN   PIC 9(6).

        COPY "FECHA-NEGOCIO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".

          77 WS-LEDGER-STATUS PIC X(2) VALUE "00".
              88 LEDGER-OK VALUE "00".
          77 WS-TASAS-STATUS PIC X(2) VALUE "00".
              88 TASAS-OK VALUE "00".
          77 WS-FUENTES-STATUS PIC X(2) VALUE "00".
              88 FUENTES-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          77 WS-SUCURSAL    PIC X(4) VALUE SPACES.
          77 WS-CAJERO      PIC X(6) VALUE SPACES.
          77 WS-TS-ORIGINAL PIC 9(14) VALUE ZEROS.
          77 WS-TIMESTAMP   PIC 9(14) VALUE ZEROS.
          77 WS-PERIODO-ORIGINAL PIC 9(6) VALUE ZEROS.

          77 WS-ENCONTRADO  PIC X VALUE "N".
              88 ORIGINAL-ENCONTRADO VALUE "S".
          77 WS-REVERTIDO   PIC X VALUE "N".
              88 ORIGINAL-REVERTIDO VALUE "S".
          77 WS-ORDENADO    PIC X VALUE "N".
              88 PERIODO-ORDENADO VALUE "S".

      * copia del registro original encontrado
          01 WS-ORIGINAL PIC X(100) VALUE SPACES.

          77 WS-CONFIRMA    PIC X VALUE "N".
              88 CONFIRMADO VALUE "S" "s".
          77 WS-CORRIGE     PIC X VALUE "N".
              88 GRABAR-CORRECCION VALUE "S" "s".

      * millon corregido y sus resultados con las tasas del original
          77 WS-MILLON      PIC 9(12) VALUE ZEROS.
          77 WS-MILLON-MIN  PIC 9(12) VALUE 1.
          77 WS-MILLON-MAX  PIC 9(12) VALUE 99999999.
          77 WS-MILLON-OK   PIC X VALUE "N".
              88 MILLON-VALIDO VALUE "S".
          01 RESULTADOS.
             05 RES PIC 9(7) OCCURS 5 TIMES VALUE ZEROS.
          01 TASAS-ORIGINAL.
             02 TASA-ENT OCCURS 5 TIMES.
                03 TV-DIVISOR      PIC 9(3)V99.
                03 TV-BENEFICIARIO PIC X(15).
          77 WS-CANT-TASAS  PIC 9(1) VALUE ZEROS.
          77 WS-T           PIC 9(1) VALUE ZEROS.
          77 WS-VERSION-ORIGINAL PIC 9(3) VALUE ZEROS.
          77 PART PIC $$$$99,999.99.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "Sucursal del registro original"
             ACCEPT WS-SUCURSAL
             DISPLAY "Cajero del registro original"
             ACCEPT WS-CAJERO
             DISPLAY "Timestamp del registro original"
                " (AAAAMMDDHHMMSS)"
             ACCEPT WS-TS-ORIGINAL

             PERFORM BUSCAR-ORIGINAL
             IF NOT ORIGINAL-ENCONTRADO
                DISPLAY "No hay registro " WS-TS-ORIGINAL " de "
                   WS-SUCURSAL "/" WS-CAJERO " en commission_ledger.dat"
                GOBACK
             END-IF
             IF ORIGINAL-REVERTIDO
                DISPLAY "El registro " WS-TS-ORIGINAL " ya fue"
                   " revertido"
                GOBACK
             END-IF

             MOVE WS-ORIGINAL TO LEDGER-RECORD
             MOVE LR-TIMESTAMP(1:6) TO WS-PERIODO-ORIGINAL
             MOVE LR-VERSION-TASAS  TO WS-VERSION-ORIGINAL
             DISPLAY "Registro original:"
             DISPLAY "  Millon " LR-MILLON "  tasas version "
                LR-VERSION-TASAS
             DISPLAY "  Resultados " LR-RES1 " " LR-RES2 " " LR-RES3
                " " LR-RES4 " " LR-RES5

             PERFORM VERIFICAR-ORDENADO
             IF PERIODO-ORDENADO
                DISPLAY "Aviso: la comision del periodo "
                   WS-PERIODO-ORIGINAL " ya se ordeno; la reversa se"
                   " recupera de la proxima orden de comision de cada"
                   " beneficiario"
             END-IF

             DISPLAY "Confirma la reversa? (S/N)"
             ACCEPT WS-CONFIRMA
             IF NOT CONFIRMADO
                DISPLAY "Reversa cancelada"
                GOBACK
             END-IF

             MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
             MOVE WS-FECHA-NEGOCIO TO WS-TIMESTAMP(1:8)

             DISPLAY "Grabar ademas el registro corregido? (S/N)"
             ACCEPT WS-CORRIGE
             IF GRABAR-CORRECCION
                PERFORM CARGAR-TASAS-ORIGINAL
                IF WS-CANT-TASAS = ZEROS
                   DISPLAY "No esta la version " WS-VERSION-ORIGINAL
                      " en tasas_comision.txt: se graba solo la"
                      " reversa"
                   MOVE "N" TO WS-CORRIGE
                ELSE
                   PERFORM PEDIR-MILLON-CORREGIDO
                END-IF
             END-IF

             PERFORM GRABAR-REVERSA
           GOBACK.

      * el original es el registro no reversa con ese timestamp,
      * sucursal y cajero; si alguna reversa ya lo referencia queda
      * marcado como revertido
       BUSCAR-ORIGINAL.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ LEDGER-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF LR-SUCURSAL = WS-SUCURSAL
                        AND LR-CAJERO = WS-CAJERO
                       IF LR-REVERSA
                          IF LR-REF-TIMESTAMP = WS-TS-ORIGINAL
                             SET ORIGINAL-REVERTIDO TO TRUE
                          END-IF
                       ELSE
                          IF LR-TIMESTAMP = WS-TS-ORIGINAL
                              AND NOT ORIGINAL-ENCONTRADO
                             SET ORIGINAL-ENCONTRADO TO TRUE
                             MOVE LEDGER-RECORD TO WS-ORIGINAL
                          END-IF
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       VERIFICAR-ORDENADO.
           OPEN INPUT FUENTES-FILE
           IF FUENTES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FUENTES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF FP-TIPO = "COM"
                        AND FP-PERIODO = WS-PERIODO-ORIGINAL
                       SET PERIODO-ORDENADO TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FUENTES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * las tasas de la version con que se grabo el original, en el
      * orden de la tabla (el mismo orden de los 5 resultados)
       CARGAR-TASAS-ORIGINAL.
           MOVE ZEROS TO WS-CANT-TASAS
           OPEN INPUT TASAS-FILE
           IF TASAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ TASAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF TA-VERSION = WS-VERSION-ORIGINAL
                        AND TA-DIVISOR NOT = ZEROS
                        AND WS-CANT-TASAS < 5
                       ADD 1 TO WS-CANT-TASAS
                       MOVE TA-DIVISOR TO TV-DIVISOR(WS-CANT-TASAS)
                       MOVE TA-BENEFICIARIO
                          TO TV-BENEFICIARIO(WS-CANT-TASAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TASAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       PEDIR-MILLON-CORREGIDO.
           PERFORM UNTIL MILLON-VALIDO
             DISPLAY "Millon corregido"
             ACCEPT WS-MILLON

             IF WS-MILLON NOT NUMERIC
                DISPLAY "Valor invalido: ingrese solo digitos"
             ELSE
                IF WS-MILLON < WS-MILLON-MIN
                    OR WS-MILLON > WS-MILLON-MAX
                   DISPLAY "Valor fuera de rango (" WS-MILLON-MIN
                      " a " WS-MILLON-MAX ")"
                ELSE
                   SET MILLON-VALIDO TO TRUE
                END-IF
             END-IF
           END-PERFORM

           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-CANT-TASAS
              DIVIDE WS-MILLON BY TV-DIVISOR(WS-T) GIVING RES(WS-T)
              MOVE RES(WS-T) TO PART
              DISPLAY WS-T " " TV-BENEFICIARIO(WS-T) " " PART
           END-PERFORM.

      * la reversa es el original con tipo R, timestamp nuevo y la
      * referencia al original; la correccion lleva el mismo
      * timestamp, tipo C y la misma referencia
       GRABAR-REVERSA.
           OPEN INPUT LEDGER-FILE
           IF NOT LEDGER-OK
              OPEN OUTPUT LEDGER-FILE
           END-IF
           CLOSE LEDGER-FILE

           OPEN EXTEND LEDGER-FILE

           MOVE WS-ORIGINAL    TO LEDGER-RECORD
           MOVE WS-TIMESTAMP   TO LR-TIMESTAMP
           MOVE "R"            TO LR-TIPO-MOV
           MOVE WS-TS-ORIGINAL TO LR-REF-TIMESTAMP
           WRITE LEDGER-RECORD
           DISPLAY "Reversa grabada: " WS-TIMESTAMP " (ref "
              WS-TS-ORIGINAL ")"

           IF GRABAR-CORRECCION
              MOVE SPACES         TO LEDGER-RECORD
              MOVE WS-TIMESTAMP   TO LR-TIMESTAMP
              MOVE WS-MILLON      TO LR-MILLON
              MOVE RES(1)         TO LR-RES1
              MOVE RES(2)         TO LR-RES2
              MOVE RES(3)         TO LR-RES3
              MOVE RES(4)         TO LR-RES4
              MOVE RES(5)         TO LR-RES5
              MOVE WS-SUCURSAL    TO LR-SUCURSAL
              MOVE WS-CAJERO      TO LR-CAJERO
              MOVE WS-VERSION-ORIGINAL TO LR-VERSION-TASAS
              MOVE "C"            TO LR-TIPO-MOV
              MOVE WS-TS-ORIGINAL TO LR-REF-TIMESTAMP
              WRITE LEDGER-RECORD
              DISPLAY "Correccion grabada: " WS-TIMESTAMP
                 " millon " WS-MILLON
           END-IF

           CLOSE LEDGER-FILE.

       COPY "FECHA-NEGOCIO-CALC.cpy".
