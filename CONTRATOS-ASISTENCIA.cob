      * Contratos de asistencia en el camino: hasta ahora cada
      * incidente de roadside_incidents.txt se atendia gratis, con o
      * sin plan de servicio. Los contratos viven en
      * contratos_asistencia.txt (copybooks CONTRATO-*), uno por
      * cliente y patente, con tipo de cobertura (T total; B basica,
      * sin grua), vigencia y llamadas incluidas por ano; TRANS-PORTE
      * y NEUMA-TICOS los consultan al abrir el incidente y al
      * cerrarlo descuentan la llamada o la facturan. Este programa:
      *  - modo 1, alta o renovacion: el cliente tiene que estar
      *    activo en clientes_master.dat; si ya hay contrato para el
      *    cliente y la patente se reemplazan cobertura, vigencia y
      *    llamadas incluidas, conservando las usadas del ano
      *  - modo 2, listado de contratos con las llamadas que le
      *    quedan a cada uno a la fecha
      *  - modo 3, reporte mensual de utilizacion (mes AAAAMM, 0 = el
      *    mes en curso): por contrato, las llamadas del mes
      *    (cubiertas y facturadas, de roadside_incidents.txt), las
      *    usadas del ano contra las incluidas y el porcentaje, con
      *    CERCA DEL TOPE desde el 80% y TOPE ALCANZADO al llegar;
      *    al pie, las llamadas facturadas del mes por falta de
      *    contrato. Por pantalla y en el spool de reportes.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATOS-ASISTENCIA.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT INCIDENT-FILE ASSIGN TO "roadside_incidents.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INCIDENT-STATUS.

             SELECT CLIENTE-MASTER ASSIGN TO "clientes_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CL-ID
                 FILE STATUS IS WS-CLIENTE-STATUS.

             COPY "CONTRATO-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD INCIDENT-FILE.
        01 INCIDENT-RECORD.
           05 IR-NUMERO    PIC 9(6).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-ABIERTO   PIC 9(14).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-CERRADO   PIC 9(14).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-CUADRILLA PIC X(6).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-VEHICULO  PIC X(5).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-KIT       PIC X(3).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-RESULTADO PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-MOVIL     PIC X(5).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-CLIENTE   PIC X(6).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-PATENTE   PIC X(7).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-COBERTURA PIC X.
              88 IR-CUBIERTA VALUE "C".
           05 FILLER       PIC X VALUE SPACE.
           05 IR-FACTURA   PIC 9(6).

        FD CLIENTE-MASTER.
        01 CLIENTE-MASTER-RECORD.
           COPY "CLIENTE-WS.cpy".

        COPY "CONTRATO-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "CONTRATO-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-INCIDENT-STATUS PIC X(2) VALUE "00".
              88 INCIDENT-OK VALUE "00".
          77 WS-CLIENTE-STATUS  PIC X(2) VALUE "00".
              88 CLIENTE-MASTER-OK VALUE "00".
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          77 WS-MODO PIC 9(1) VALUE ZEROS.
          77 WS-HOY  PIC 9(8) VALUE ZEROS.

      * datos del alta o renovacion
          77 WS-NUEVA-COBERTURA PIC X VALUE SPACE.
              88 COBERTURA-VALIDA VALUE "T" "B".
          77 WS-NUEVO-DESDE     PIC 9(8) VALUE ZEROS.
          77 WS-NUEVO-HASTA     PIC 9(8) VALUE ZEROS.
          77 WS-NUEVAS-INCLUIDAS PIC 9(3) VALUE ZEROS.
          77 WS-CLIENTE-VALIDO  PIC X VALUE "N".
              88 CLIENTE-VALIDO VALUE "S".

      * llamadas del mes por contrato, paralelo a CONTRATOS-TABLA
          01 USO-TABLA.
             02 USO-ENT OCCURS 500 TIMES.
                03 US-CUBIERTAS  PIC 9(4).
                03 US-FACTURADAS PIC 9(4).
          77 WS-MES-PEDIDO      PIC 9(6) VALUE ZEROS.
          77 WS-SIN-CONTRATO    PIC 9(4) VALUE ZEROS.
          77 WS-TOT-CUBIERTAS   PIC 9(5) VALUE ZEROS.
          77 WS-TOT-FACTURADAS  PIC 9(5) VALUE ZEROS.
          77 WS-CANT-CERCA      PIC 9(4) VALUE ZEROS.
          77 WS-USADAS-ANIO     PIC 9(3) VALUE ZEROS.
          77 WS-PORCENTAJE      PIC 9(3) VALUE ZEROS.
          77 WS-MARCA           PIC X(15) VALUE SPACES.
          77 WS-ED-PORC         PIC ZZ9.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

             DISPLAY "1 - Alta o renovacion de contrato"
             DISPLAY "2 - Listado de contratos"
             DISPLAY "3 - Reporte mensual de utilizacion"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 1
                   PERFORM ALTA-CONTRATO
                WHEN 2
                   PERFORM LISTAR-CONTRATOS
                WHEN OTHER
                   PERFORM REPORTE-UTILIZACION
             END-EVALUATE
           GOBACK.

       ALTA-CONTRATO.
           DISPLAY "Cliente (CL-ID)"
           ACCEPT WS-CN-CLIENTE
           PERFORM VALIDAR-CLIENTE-CONTRATO
           IF NOT CLIENTE-VALIDO
              DISPLAY "Cliente " WS-CN-CLIENTE " inexistente o"
                 " inactivo: no se da de alta"
              GOBACK
           END-IF

           DISPLAY "Patente del vehiculo"
           ACCEPT WS-CN-PATENTE
           IF WS-CN-PATENTE = SPACES
              DISPLAY "La patente es obligatoria"
              GOBACK
           END-IF

           DISPLAY "Cobertura (T total, B basica sin grua)"
           ACCEPT WS-NUEVA-COBERTURA
           DISPLAY "Vigencia desde (AAAAMMDD)"
           ACCEPT WS-NUEVO-DESDE
           DISPLAY "Vigencia hasta (AAAAMMDD)"
           ACCEPT WS-NUEVO-HASTA
           DISPLAY "Llamadas incluidas por ano"
           ACCEPT WS-NUEVAS-INCLUIDAS

           IF NOT COBERTURA-VALIDA
               OR WS-NUEVO-DESDE = ZEROS
               OR WS-NUEVO-HASTA < WS-NUEVO-DESDE
              DISPLAY "Cobertura o vigencia invalida: no se da de"
                 " alta"
              GOBACK
           END-IF

           PERFORM CARGAR-CONTRATOS
           MOVE ZEROS TO WS-CN-IDX
           PERFORM VARYING WS-CN-I FROM 1 BY 1
                   UNTIL WS-CN-I > WS-CANT-CONTRATOS
              IF CT-CLIENTE(WS-CN-I) = WS-CN-CLIENTE
                  AND CT-PATENTE(WS-CN-I) = WS-CN-PATENTE
                 MOVE WS-CN-I TO WS-CN-IDX
              END-IF
           END-PERFORM

           IF WS-CN-IDX = ZEROS
              IF WS-CANT-CONTRATOS >= 500
                 DISPLAY "Tabla de contratos llena (500)"
                 GOBACK
              END-IF
              ADD 1 TO WS-CANT-CONTRATOS
              MOVE WS-CANT-CONTRATOS TO WS-CN-IDX
              MOVE WS-CN-CLIENTE TO CT-CLIENTE(WS-CN-IDX)
              MOVE WS-CN-PATENTE TO CT-PATENTE(WS-CN-IDX)
              MOVE WS-HOY(1:4)   TO CT-ANIO(WS-CN-IDX)
              MOVE ZEROS         TO CT-USADAS(WS-CN-IDX)
              DISPLAY "Contrato nuevo"
           ELSE
              DISPLAY "Contrato renovado; usadas en el ano "
                 CT-ANIO(WS-CN-IDX) ": " CT-USADAS(WS-CN-IDX)
           END-IF
           MOVE WS-NUEVA-COBERTURA  TO CT-COBERTURA(WS-CN-IDX)
           MOVE WS-NUEVO-DESDE      TO CT-DESDE(WS-CN-IDX)
           MOVE WS-NUEVO-HASTA      TO CT-HASTA(WS-CN-IDX)
           MOVE WS-NUEVAS-INCLUIDAS TO CT-INCLUIDAS(WS-CN-IDX)
           PERFORM GRABAR-CONTRATOS

           DISPLAY "Cliente " WS-CN-CLIENTE " patente " WS-CN-PATENTE
              " cobertura " WS-NUEVA-COBERTURA " del " WS-NUEVO-DESDE
              " al " WS-NUEVO-HASTA ", " WS-NUEVAS-INCLUIDAS
              " llamadas por ano".

      * sin maestro de clientes no se puede dar de alta un contrato
       VALIDAR-CLIENTE-CONTRATO.
           MOVE "N" TO WS-CLIENTE-VALIDO
           OPEN INPUT CLIENTE-MASTER
           IF CLIENTE-MASTER-OK
              MOVE WS-CN-CLIENTE TO CL-ID
              READ CLIENTE-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF CL-ACTIVO
                     SET CLIENTE-VALIDO TO TRUE
                  END-IF
              END-READ
              CLOSE CLIENTE-MASTER
           ELSE
              DISPLAY "No se encontro clientes_master.dat"
           END-IF.

       LISTAR-CONTRATOS.
           PERFORM CARGAR-CONTRATOS
           DISPLAY "--- Contratos de asistencia al " WS-HOY " ---"
           PERFORM VARYING WS-CN-I FROM 1 BY 1
                   UNTIL WS-CN-I > WS-CANT-CONTRATOS
              PERFORM CALCULAR-USADAS-ANIO
              COMPUTE WS-CN-DISPONIBLES =
                 CT-INCLUIDAS(WS-CN-I) - WS-USADAS-ANIO
              IF WS-USADAS-ANIO >= CT-INCLUIDAS(WS-CN-I)
                 MOVE ZEROS TO WS-CN-DISPONIBLES
              END-IF
              MOVE SPACES TO WS-MARCA
              IF WS-HOY < CT-DESDE(WS-CN-I)
                  OR WS-HOY > CT-HASTA(WS-CN-I)
                 MOVE "FUERA VIGENCIA" TO WS-MARCA
              END-IF
              DISPLAY CT-CLIENTE(WS-CN-I) " " CT-PATENTE(WS-CN-I)
                 " " CT-COBERTURA(WS-CN-I) " " CT-DESDE(WS-CN-I)
                 "-" CT-HASTA(WS-CN-I) " incl. "
                 CT-INCLUIDAS(WS-CN-I) " usadas " WS-USADAS-ANIO
                 " quedan " WS-CN-DISPONIBLES " " WS-MARCA
           END-PERFORM
           DISPLAY "Contratos: " WS-CANT-CONTRATOS.

      * las usadas del contrato valen para el ano en que se
      * contaron; de otro ano el cupo arranca en cero
       CALCULAR-USADAS-ANIO.
           MOVE ZEROS TO WS-USADAS-ANIO
           IF CT-ANIO(WS-CN-I) = WS-HOY(1:4)
              MOVE CT-USADAS(WS-CN-I) TO WS-USADAS-ANIO
           END-IF.

       REPORTE-UTILIZACION.
           DISPLAY "Mes a informar (AAAAMM, 0 = mes en curso)"
           ACCEPT WS-MES-PEDIDO
           IF WS-MES-PEDIDO = ZEROS
              MOVE WS-HOY(1:6) TO WS-MES-PEDIDO
           END-IF

           PERFORM CARGAR-CONTRATOS
           PERFORM VARYING WS-CN-I FROM 1 BY 1
                   UNTIL WS-CN-I > WS-CANT-CONTRATOS
              MOVE ZEROS TO US-CUBIERTAS(WS-CN-I)
                            US-FACTURADAS(WS-CN-I)
           END-PERFORM
           PERFORM CONTAR-LLAMADAS-MES

           MOVE "CONTRATOS-ASIST" TO WS-SPOOL-PROGRAMA
           MOVE "UTILIZACION CONTRATOS ASIST." TO WS-SPOOL-TITULO
           MOVE WS-HOY TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "--- Utilizacion de contratos de asistencia, mes "
              WS-MES-PEDIDO " ---" DELIMITED BY SIZE
              INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME
           MOVE "Cliente Patente  C Mes cub/fact  Ano usadas/incl"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME

           PERFORM VARYING WS-CN-I FROM 1 BY 1
                   UNTIL WS-CN-I > WS-CANT-CONTRATOS
              PERFORM IMPRIMIR-CONTRATO
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Llamadas del mes: cubiertas " WS-TOT-CUBIERTAS
              " facturadas con contrato " WS-TOT-FACTURADAS
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Facturadas sin contrato: " WS-SIN-CONTRATO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Contratos cerca del tope o en el tope: "
              WS-CANT-CERCA DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME

           PERFORM CERRAR-SPOOL.

      * cada incidente del mes se imputa al contrato de su cliente y
      * patente; sin contrato cuenta aparte
       CONTAR-LLAMADAS-MES.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT INCIDENT-FILE
           IF NOT INCIDENT-OK
              DISPLAY "Aviso: sin roadside_incidents.txt, no hay"
                 " llamadas en el mes"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ INCIDENT-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF IR-ABIERTO(1:6) = WS-MES-PEDIDO
                        AND IR-CLIENTE NOT = SPACES
                       PERFORM IMPUTAR-LLAMADA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INCIDENT-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       IMPUTAR-LLAMADA.
           MOVE ZEROS TO WS-CN-IDX
           PERFORM VARYING WS-CN-I FROM 1 BY 1
                   UNTIL WS-CN-I > WS-CANT-CONTRATOS
              IF CT-CLIENTE(WS-CN-I) = IR-CLIENTE
                  AND CT-PATENTE(WS-CN-I) = IR-PATENTE
                 MOVE WS-CN-I TO WS-CN-IDX
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-CN-IDX = ZEROS
                 ADD 1 TO WS-SIN-CONTRATO
              WHEN IR-CUBIERTA
                 ADD 1 TO US-CUBIERTAS(WS-CN-IDX)
                 ADD 1 TO WS-TOT-CUBIERTAS
              WHEN OTHER
                 ADD 1 TO US-FACTURADAS(WS-CN-IDX)
                 ADD 1 TO WS-TOT-FACTURADAS
           END-EVALUATE.

      * el 80% de las incluidas ya es cerca del tope
       IMPRIMIR-CONTRATO.
           PERFORM CALCULAR-USADAS-ANIO
           MOVE ZEROS  TO WS-PORCENTAJE
           MOVE SPACES TO WS-MARCA
           IF CT-INCLUIDAS(WS-CN-I) > ZEROS
              COMPUTE WS-PORCENTAJE =
                 WS-USADAS-ANIO * 100 / CT-INCLUIDAS(WS-CN-I)
           END-IF
           EVALUATE TRUE
              WHEN WS-USADAS-ANIO >= CT-INCLUIDAS(WS-CN-I)
                 MOVE "TOPE ALCANZADO" TO WS-MARCA
                 ADD 1 TO WS-CANT-CERCA
              WHEN WS-USADAS-ANIO * 100 >= CT-INCLUIDAS(WS-CN-I) * 80
                 MOVE "CERCA DEL TOPE" TO WS-MARCA
                 ADD 1 TO WS-CANT-CERCA
           END-EVALUATE
           MOVE WS-PORCENTAJE TO WS-ED-PORC

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING CT-CLIENTE(WS-CN-I) "  " CT-PATENTE(WS-CN-I) "  "
              CT-COBERTURA(WS-CN-I) " " US-CUBIERTAS(WS-CN-I) "/"
              US-FACTURADAS(WS-CN-I) "   " WS-USADAS-ANIO "/"
              CT-INCLUIDAS(WS-CN-I) " " WS-ED-PORC "% " WS-MARCA
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME.

       ESCRIBIR-LINEA-INFORME.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "CONTRATO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
