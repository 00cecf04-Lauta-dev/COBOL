      *    sobreviviente, cierra el registro duplicado (estado F) y
      *    deja la fusion en fusiones_clientes.txt para que los
      *    estados de cuenta sigan siendo explicables
      *
      * Los hermanos se facturaban cada uno a su nombre y la familia
      * pagaba en dos ventanillas. Ahora:
      *  - modo 5: responsables de pago. Vincula uno o varios EST-ID
      *    a un CL-ID activo del maestro (tutores.txt, copybooks
      *    TUTOR-*), con el parentesco; un alumno tiene un solo
      *    responsable, asi que vincularlo a otro lo mueve.
      *    FACTURAR-CURSOS factura a la familia una vez, a nombre del
      *    responsable, con el descuento por hermanos
      * La fusion de un duplicado tambien pasa los alumnos del
      * perdedor al sobreviviente.
      *
      * El estado de cuenta cierra con el saldo a favor del cliente
      * (pagos de mas, notas de credito excedentes y pagos a cuenta
      * sin aplicar) que deja la ultima imputacion de CUENTAS-COBRAR
      * en saldos_a_favor.txt. Por eso la fusion tambien pasa al
      * sobreviviente los pagos a cuenta de pagos.txt y las ordenes
      * de devolucion (DEV) de ordenes_pago.txt del perdedor: la
      * proxima imputacion le arma el saldo a favor completo.
      *
      * Las facturas viven en el maestro indexado facturas_master.dat
      * (FACTURA-FC.cpy): el estado de cuenta lee solo las del
      * cliente por la clave alterna FA-CLIENTE, y la fusion toma por
      * la misma clave las del perdedor y las reescribe de a una en
      * el lugar, sin el tope de 500 de la tabla de renglones.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES.

             COPY "FACTURA-FC.cpy".

             COPY "TUTOR-FC.cpy".

             SELECT PAGOS-FILE ASSIGN TO "pagos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PAGOS-STATUS.

             SELECT ORDENES-FILE ASSIGN TO "ordenes_pago.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDENES-STATUS.

             COPY "SALDOFAV-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD CLIENTE-MASTER.

        COPY "FACTURA-FD.cpy".

        COPY "TUTOR-FD.cpy".

        FD PAGOS-FILE.
        01 PAGOS-LINEA PIC X(40).

        FD ORDENES-FILE.
        01 ORDENES-LINEA PIC X(60).

        COPY "SALDOFAV-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "TUTOR-WS.cpy".
          COPY "SALDOFAV-WS.cpy".

          77 WS-CLIENTE-STATUS PIC X(2) VALUE "00".
              88 CLIENTE-OK VALUE "00".
          77 WS-CONFIRMA         PIC X VALUE "N".
          77 WS-CANT-FACT-MOVIDAS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-SALD-MOVIDOS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-TUT-MOVIDOS  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-PAG-MOVIDOS  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-DEV-MOVIDAS  PIC 9(4) VALUE ZEROS.
          77 WS-PAGOS-STATUS   PIC X(2) VALUE "00".
              88 PAGOS-OK VALUE "00".
          77 WS-ORDENES-STATUS PIC X(2) VALUE "00".
              88 ORDENES-OK VALUE "00".
          77 WS-EDIT-FAVOR     PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.

      * responsables de pago
          77 WS-RESPONSABLE   PIC X(6) VALUE SPACES.
          77 WS-EST-VINCULAR  PIC X(10) VALUE SPACES.
          77 WS-PARENTESCO    PIC X(10) VALUE SPACES.
          77 WS-TUTOR-IDX     PIC 9(3) VALUE ZEROS.
          77 WS-CANT-FAMILIA  PIC 9(3) VALUE ZEROS.
          77 WS-TUTORES-CAMBIADOS PIC X VALUE "N".
              88 TUTORES-CAMBIADOS VALUE "S".

      * lineas crudas para reescribir facturas y saldos (el cliente
      * ocupa las posiciones 8 a 13 en los dos layouts; el ancho
      * cubre la factura completa con su sello de autorizacion)
          01 LINEAS-TABLA.
             02 LINEA-CRUDA PIC X(100) OCCURS 500 TIMES.
          77 WS-CANT-LINEAS PIC 9(3) VALUE ZEROS.
          77 WS-L           PIC 9(3) VALUE ZEROS.
          77 WS-LIN-DESBORDE PIC X VALUE "N".
             DISPLAY "2 - Estado de cuenta de un cliente"
             DISPLAY "3 - Reporte de probables duplicados"
             DISPLAY "4 - Fusionar un duplicado"
             DISPLAY "5 - Responsables de pago de alumnos"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 2 PERFORM ESTADO-DE-CUENTA
                WHEN 3 PERFORM DETECTAR-DUPLICADOS
                WHEN 4 PERFORM FUSIONAR-CLIENTE
                WHEN 5 PERFORM RESPONSABLES-DE-PAGO
                WHEN OTHER PERFORM MANTENIMIENTO-CLIENTES
             END-EVALUATE
           GOBACK.

           OPEN INPUT FACTURA-FILE
           IF NOT FACTURA-OK
              DISPLAY "No se encontro facturas_master.dat"
           ELSE
              OPEN OUTPUT ESTADO-FILE

                 DELIMITED BY SIZE INTO ESTADO-LINE
              PERFORM ESCRIBIR-LINEA-ESTADO

      * solo las facturas del cliente, por la clave alterna
              MOVE WS-CLIENTE-BUSCADO TO FA-CLIENTE
              START FACTURA-FILE KEY = FA-CLIENTE
                INVALID KEY SET FIN-ARCHIVO TO TRUE
              END-START
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTURA-FILE NEXT
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF FA-CLIENTE = WS-CLIENTE-BUSCADO
                       PERFORM LISTAR-FACTURA-CLIENTE
                    ELSE
                       SET FIN-ARCHIVO TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FACTURA-FILE
              MOVE "N" TO WS-FIN-ARCHIVO

              MOVE SPACES TO ESTADO-LINE
              STRING "Facturas: " WS-CANT-FACTURAS
                 DELIMITED BY SIZE INTO ESTADO-LINE
              PERFORM ESCRIBIR-LINEA-ESTADO

              MOVE WS-CLIENTE-BUSCADO TO WS-SF-CLIENTE
              PERFORM BUSCAR-SALDO-FAVOR
              MOVE WS-SF-SALDO TO WS-EDIT-FAVOR
              MOVE SPACES TO ESTADO-LINE
              STRING "Saldo a favor al " WS-SF-FECHA ": "
                 WS-EDIT-FAVOR
                 DELIMITED BY SIZE INTO ESTADO-LINE
              PERFORM ESCRIBIR-LINEA-ESTADO

              CLOSE ESTADO-FILE
           END-IF.


           PERFORM REASIGNAR-FACTURAS
           PERFORM REASIGNAR-SALDOS
           PERFORM REASIGNAR-TUTORES
           PERFORM REASIGNAR-PAGOS
           PERFORM REASIGNAR-DEVOLUCIONES

           MOVE "F" TO CL-ESTADO
           REWRITE CLIENTE-MASTER-RECORD

           DISPLAY "Fusion hecha: " WS-CANT-FACT-MOVIDAS
              " facturas y " WS-CANT-SALD-MOVIDOS
              " saldos reasignados a " WS-ID-SOBREVIVIENTE
           IF WS-CANT-TUT-MOVIDOS > ZEROS
              DISPLAY "Alumnos a cargo pasados al sobreviviente: "
                 WS-CANT-TUT-MOVIDOS
           END-IF
           IF WS-CANT-PAG-MOVIDOS > ZEROS
               OR WS-CANT-DEV-MOVIDAS > ZEROS
              DISPLAY "Pagos a cuenta reasignados: "
                 WS-CANT-PAG-MOVIDOS "  devoluciones: "
                 WS-CANT-DEV-MOVIDAS
              DISPLAY "Correr la imputacion de CUENTAS-COBRAR para"
                 " rearmar el saldo a favor"
           END-IF.

      * las facturas del perdedor se toman por la clave alterna de
      * cliente y se reescriben de a una en el maestro; cada una que
      * pasa al sobreviviente sale de la clave del perdedor, por eso
      * se vuelve a posicionar despues de cada REWRITE
       REASIGNAR-FACTURAS.
           MOVE "N" TO WS-FIN-ARCHIVO

           OPEN I-O FACTURA-FILE
           IF FACTURA-OK
              PERFORM UNTIL FIN-ARCHIVO
                MOVE WS-ID-PERDEDOR TO FA-CLIENTE
                START FACTURA-FILE KEY = FA-CLIENTE
                  INVALID KEY SET FIN-ARCHIVO TO TRUE
                  NOT INVALID KEY
                    READ FACTURA-FILE NEXT
                      AT END SET FIN-ARCHIVO TO TRUE
                      NOT AT END
                        MOVE WS-ID-SOBREVIVIENTE TO FA-CLIENTE
                        REWRITE FACTURA-RECORD
                        IF FACTURA-GRABADA
                           ADD 1 TO WS-CANT-FACT-MOVIDAS
                        ELSE
                           DISPLAY "Error reasignando la factura "
                              FA-NUM-FACTURA ": " WS-FACTURA-STATUS
                           SET FIN-ARCHIVO TO TRUE
                        END-IF
                    END-READ
                END-START
              END-PERFORM
              CLOSE FACTURA-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * mismo offset en cuentas_saldos.txt (numero de 6 + espacio)
       REASIGNAR-SALDOS.
           MOVE ZEROS TO WS-CANT-LINEAS
           MOVE "N"   TO WS-FIN-ARCHIVO WS-LIN-DESBORDE

           OPEN INPUT SALDOS-FILE
           IF SALDOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ SALDOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-LINEAS >= 500
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-LINEAS
                       MOVE SALDOS-LINEA
                          TO LINEA-CRUDA(WS-CANT-LINEAS)
                       IF LINEA-CRUDA(WS-CANT-LINEAS)(8:6)
                           = WS-ID-PERDEDOR
                          MOVE WS-ID-SOBREVIVIENTE
                             TO LINEA-CRUDA(WS-CANT-LINEAS)(8:6)
                          ADD 1 TO WS-CANT-SALD-MOVIDOS
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SALDOS-FILE

              IF LINEAS-DESBORDADAS
                 DISPLAY "Aviso: mas de 500 saldos, no se"
                    " reasignaron (archivar primero)"
                 MOVE ZEROS TO WS-CANT-SALD-MOVIDOS
              ELSE
                 IF WS-CANT-SALD-MOVIDOS > ZEROS
                    OPEN OUTPUT SALDOS-FILE
                    PERFORM VARYING WS-L FROM 1 BY 1
                            UNTIL WS-L > WS-CANT-LINEAS
                       MOVE LINEA-CRUDA(WS-L) TO SALDOS-LINEA
                       WRITE SALDOS-LINEA
                    END-PERFORM
                    CLOSE SALDOS-FILE
                 END-IF
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * los alumnos a cargo del perdedor pasan al sobreviviente, asi
      * la proxima factura de la familia no sale al cliente cerrado
       REASIGNAR-TUTORES.
           PERFORM CARGAR-TUTORES
           IF TUTORES-DESBORDADOS
              DISPLAY "Aviso: mas de 300 alumnos con responsable, no"
                 " se reasignaron (revisar tutores.txt)"
           ELSE
              PERFORM VARYING WS-TR FROM 1 BY 1
                      UNTIL WS-TR > WS-CANT-TUTORES
                 IF TR-CL-ID(WS-TR) = WS-ID-PERDEDOR
                    MOVE WS-ID-SOBREVIVIENTE TO TR-CL-ID(WS-TR)
                    ADD 1 TO WS-CANT-TUT-MOVIDOS
                 END-IF
              END-PERFORM
              IF WS-CANT-TUT-MOVIDOS > ZEROS
                 PERFORM REESCRIBIR-TUTORES
              END-IF
           END-IF.

      * el cliente del pago a cuenta va en las posiciones 27 a 32 de
      * pagos.txt (factura, fecha e importe adelante)
       REASIGNAR-PAGOS.
           MOVE ZEROS TO WS-CANT-LINEAS
           MOVE "N"   TO WS-FIN-ARCHIVO WS-LIN-DESBORDE

           OPEN INPUT PAGOS-FILE
           IF PAGOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PAGOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-LINEAS >= 500
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-LINEAS
                       MOVE PAGOS-LINEA
                          TO LINEA-CRUDA(WS-CANT-LINEAS)
                       IF LINEA-CRUDA(WS-CANT-LINEAS)(27:6)
                           = WS-ID-PERDEDOR
                          MOVE WS-ID-SOBREVIVIENTE
                             TO LINEA-CRUDA(WS-CANT-LINEAS)(27:6)
                          ADD 1 TO WS-CANT-PAG-MOVIDOS
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PAGOS-FILE

              IF LINEAS-DESBORDADAS
                 DISPLAY "Aviso: mas de 500 pagos, no se"
                    " reasignaron (archivar primero)"
                 MOVE ZEROS TO WS-CANT-PAG-MOVIDOS
              ELSE
                 IF WS-CANT-PAG-MOVIDOS > ZEROS
                    OPEN OUTPUT PAGOS-FILE
                    PERFORM VARYING WS-L FROM 1 BY 1
                            UNTIL WS-L > WS-CANT-LINEAS
                       MOVE LINEA-CRUDA(WS-L) TO PAGOS-LINEA
                       WRITE PAGOS-LINEA
                    END-PERFORM
                    CLOSE PAGOS-FILE
                 END-IF
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * en ordenes_pago.txt el tipo ocupa las posiciones 8 a 10 y el
      * beneficiario arranca en la 12; solo se tocan las DEV
       REASIGNAR-DEVOLUCIONES.
           MOVE ZEROS TO WS-CANT-LINEAS
           MOVE "N"   TO WS-FIN-ARCHIVO WS-LIN-DESBORDE

           OPEN INPUT ORDENES-FILE
           IF ORDENES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ORDENES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-LINEAS >= 500
                       SET LINEAS-DESBORDADAS TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-LINEAS
                       MOVE ORDENES-LINEA
                          TO LINEA-CRUDA(WS-CANT-LINEAS)
                       IF LINEA-CRUDA(WS-CANT-LINEAS)(8:3) = "DEV"
                           AND LINEA-CRUDA(WS-CANT-LINEAS)(12:6)
                               = WS-ID-PERDEDOR
                          MOVE WS-ID-SOBREVIVIENTE
                             TO LINEA-CRUDA(WS-CANT-LINEAS)(12:6)
                          ADD 1 TO WS-CANT-DEV-MOVIDAS
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ORDENES-FILE

              IF LINEAS-DESBORDADAS
                 DISPLAY "Aviso: mas de 500 ordenes de pago, no se"
                    " reasignaron las devoluciones"
                 MOVE ZEROS TO WS-CANT-DEV-MOVIDAS
              ELSE
                 IF WS-CANT-DEV-MOVIDAS > ZEROS
                    OPEN OUTPUT ORDENES-FILE
                    PERFORM VARYING WS-L FROM 1 BY 1
                            UNTIL WS-L > WS-CANT-LINEAS
                       MOVE LINEA-CRUDA(WS-L) TO ORDENES-LINEA
                       WRITE ORDENES-LINEA
                    END-PERFORM
                    CLOSE ORDENES-FILE
                 END-IF
              END-IF
           END-IF
           OPEN EXTEND FUSIONES-FILE
           WRITE FUSION-RECORD
           CLOSE FUSIONES-FILE.

      * vincula alumnos (EST-ID) a un cliente responsable de pago; un
      * EST-ID ya vinculado a este cliente se puede desvincular, uno
      * vinculado a otro cliente se mueve avisando
       RESPONSABLES-DE-PAGO.
           DISPLAY "CL-ID del responsable de pago"
           ACCEPT WS-RESPONSABLE

           OPEN INPUT CLIENTE-MASTER
           IF NOT CLIENTE-OK
              DISPLAY "No hay clientes_master.dat"
              GOBACK
           END-IF
           MOVE WS-RESPONSABLE TO CL-ID
           READ CLIENTE-MASTER
             INVALID KEY
               DISPLAY "El cliente no esta en el maestro"
               CLOSE CLIENTE-MASTER
               GOBACK
           END-READ
           CLOSE CLIENTE-MASTER
           IF NOT CL-ACTIVO
              DISPLAY "El cliente " WS-RESPONSABLE " no esta activo"
              GOBACK
           END-IF
           DISPLAY "Responsable: " CL-NOMBRE

           PERFORM CARGAR-TUTORES
           IF TUTORES-DESBORDADOS
              DISPLAY "ABORTADO: mas de 300 alumnos con responsable"
              GOBACK
           END-IF
           PERFORM LISTAR-FAMILIA

           MOVE "X" TO WS-EST-VINCULAR
           PERFORM UNTIL WS-EST-VINCULAR = SPACES
              DISPLAY " "
              DISPLAY "EST-ID a vincular o desvincular (vacio ="
                 " terminar)"
              MOVE SPACES TO WS-EST-VINCULAR
              ACCEPT WS-EST-VINCULAR
              IF WS-EST-VINCULAR NOT = SPACES
                 PERFORM VINCULAR-ALUMNO
              END-IF
           END-PERFORM

           IF TUTORES-CAMBIADOS
              PERFORM REESCRIBIR-TUTORES
              PERFORM LISTAR-FAMILIA
           END-IF.

       VINCULAR-ALUMNO.
           MOVE ZEROS TO WS-TUTOR-IDX
           PERFORM VARYING WS-TR FROM 1 BY 1
                   UNTIL WS-TR > WS-CANT-TUTORES
              IF TR-EST-ID(WS-TR) = WS-EST-VINCULAR
                 MOVE WS-TR TO WS-TUTOR-IDX
              END-IF
           END-PERFORM

           IF WS-TUTOR-IDX > ZEROS
               AND TR-CL-ID(WS-TUTOR-IDX) = WS-RESPONSABLE
              DISPLAY "Ya esta a cargo de " WS-RESPONSABLE
                 ". Desvincular? (S)"
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA = "S"
                 MOVE SPACES TO TR-EST-ID(WS-TUTOR-IDX)
                 SET TUTORES-CAMBIADOS TO TRUE
                 DISPLAY "Desvinculado"
              END-IF
           ELSE
              IF WS-TUTOR-IDX > ZEROS
                 DISPLAY "Estaba a cargo de " TR-CL-ID(WS-TUTOR-IDX)
                    ". Pasarlo a " WS-RESPONSABLE "? (S)"
                 ACCEPT WS-CONFIRMA
              ELSE
                 MOVE "S" TO WS-CONFIRMA
                 IF WS-CANT-TUTORES >= 300
                    DISPLAY "Registro de responsables lleno"
                    MOVE "N" TO WS-CONFIRMA
                 ELSE
                    ADD 1 TO WS-CANT-TUTORES
                    MOVE WS-CANT-TUTORES TO WS-TUTOR-IDX
                 END-IF
              END-IF

              IF WS-CONFIRMA = "S"
                 DISPLAY "Parentesco (MADRE, PADRE, TUTOR, ...)"
                 MOVE SPACES TO WS-PARENTESCO
                 ACCEPT WS-PARENTESCO
                 MOVE WS-EST-VINCULAR TO TR-EST-ID(WS-TUTOR-IDX)
                 MOVE WS-RESPONSABLE  TO TR-CL-ID(WS-TUTOR-IDX)
                 MOVE WS-PARENTESCO   TO TR-PARENTESCO(WS-TUTOR-IDX)
                 MOVE FUNCTION CURRENT-DATE(1:8)
                    TO TR-FECHA(WS-TUTOR-IDX)
                 SET TUTORES-CAMBIADOS TO TRUE
                 DISPLAY "Vinculado a " WS-RESPONSABLE
              END-IF
           END-IF.

       LISTAR-FAMILIA.
           MOVE ZEROS TO WS-CANT-FAMILIA
           DISPLAY "--- Alumnos a cargo de " WS-RESPONSABLE " ---"
           PERFORM VARYING WS-TR FROM 1 BY 1
                   UNTIL WS-TR > WS-CANT-TUTORES
              IF TR-CL-ID(WS-TR) = WS-RESPONSABLE
                  AND TR-EST-ID(WS-TR) NOT = SPACES
                 ADD 1 TO WS-CANT-FAMILIA
                 DISPLAY "  " TR-EST-ID(WS-TR) " "
                    TR-PARENTESCO(WS-TR) " desde " TR-FECHA(WS-TR)
              END-IF
           END-PERFORM
           DISPLAY "Alumnos a cargo: " WS-CANT-FAMILIA.

       COPY "TUTOR-CALC.cpy".

       COPY "SALDOFAV-CALC.cpy".
