      * Pedidos de habeas data (ley de proteccion de datos
      * personales): un ex alumno o un ex cliente puede pedir que se
      * le informe todo lo que guardamos de el y que se supriman sus
      * datos personales, y hasta ahora eso se contestaba revisando
      * archivos a mano. Este programa toma el pedido por EST-ID
      * (alumno) o por CL-ID (cliente):
      *  - modo 1 (el de omision): informe de acceso. Junta todos los
      *    registros del titular en student_master.dat, roster.txt,
      *    boletines.txt y su historico boletines_archivo.txt,
      *    cartas_enviadas.txt, las cartas impresas donde figura su
      *    apellido (cartas_impresas.txt), alquileres_historia.txt,
      *    clientes_master.dat y las facturas del maestro
      *    facturas_master.dat, por su clave alterna de cliente (con
      *    todo el historico; al alumno se lo busca como cliente
      *    por su EST-ID(5:6), como factura FACTURAR-CURSOS sin
      *    responsable). El informe sale por el
      *    spool compartido (copybooks ESPOOL-*)
      *  - modo 2: supresion. Anonimiza en el lugar los datos
      *    personales (nombre, apellido, correo y direccion del
      *    maestro, del roster y de las cartas impresas, y los
      *    titulos alquilados de la historia) y deja las claves y los
      *    importes que exige la retencion impositiva y contable:
      *    EST-ID, CL-ID, facturas, boletines y cartas enviadas quedan
      *    como estan. No se suprime a un titular activo (primero la
      *    baja) y la supresion pide confirmacion y la firma de un
      *    operador con el tipo HAB de autoridad_aprobacion.txt
      *    (copybooks AUTORIDAD-*)
      * Cada pedido y cada accion sobre cada archivo (registros
      * hallados, registros suprimidos y resultado) quedan en
      * habeas_data_registro.txt para el organismo de control,
      * incluidos los pedidos rechazados o cancelados.
      *
      * Las generaciones del maestro de alumnos que guarda
      * BACKUP-MAESTROS (student_master_gen.txt) entran en el informe
      * de acceso y en la supresion: nombre, apellido y correo se
      * tachan en cada generacion igual que en el maestro, asi una
      * restauracion no devuelve los datos suprimidos.
      *
      * El informe de acceso del alumno suma historial_academico.txt,
      * inscripciones.txt, waitlist.txt y su historico
      * waitlist_archivo.txt, preinscripciones.txt y
      * notas_finales.txt. En la supresion se tacha el nombre del
      * titulo de su historial academico; inscripciones, listas de
      * espera, preinscripciones y notas son solo claves y registro
      * academico y se retienen.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HABEAS-DATA.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT STUDENT-MASTER ASSIGN TO "student_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EST-ID
                 ALTERNATE RECORD KEY IS EST-APELLIDO
                     WITH DUPLICATES
                 FILE STATUS IS WS-MAESTRO-STATUS.

             SELECT CLIENTE-MASTER ASSIGN TO "clientes_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CL-ID
                 FILE STATUS IS WS-MAESTRO-STATUS.

             SELECT ROSTER-FILE ASSIGN TO "roster.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT BOLETIN-FILE ASSIGN TO "boletines.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT BOLETIN-ARCH-FILE ASSIGN TO "boletines_archivo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT ENVIADAS-FILE ASSIGN TO "cartas_enviadas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT IMPRESAS-FILE ASSIGN TO "cartas_impresas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT HISTORIA-FILE ASSIGN TO "alquileres_historia.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT GEN-ALUMNOS-FILE ASSIGN TO "student_master_gen.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT HISTORIAL-FILE ASSIGN TO "historial_academico.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT INSCRIPCION-FILE ASSIGN TO "inscripciones.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT WAITLIST-FILE ASSIGN TO "waitlist.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT WAITLIST-ARCH-FILE ASSIGN TO "waitlist_archivo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT PREINSC-FILE ASSIGN TO "preinscripciones.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT FINALES-FILE ASSIGN TO "notas_finales.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVO-STATUS.
             SELECT FACTURAS-FILE ASSIGN TO "facturas_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FM-NUM-FACTURA
                 ALTERNATE RECORD KEY IS FM-CLIENTE WITH DUPLICATES
                 ALTERNATE RECORD KEY IS FM-FECHA WITH DUPLICATES
                 FILE STATUS IS WS-ARCHIVO-STATUS.

             SELECT TRABAJO-FILE ASSIGN TO "habeas_trabajo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRABAJO-STATUS.

             SELECT REGISTRO-FILE ASSIGN TO "habeas_data_registro.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REGISTRO-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD STUDENT-MASTER.
        01 STUDENT-MASTER-RECORD.
           COPY "ESTUDIANTE-WS.cpy".

        FD CLIENTE-MASTER.
        01 CLIENTE-MASTER-RECORD.
           COPY "CLIENTE-WS.cpy".

      * los archivos de texto se leen en crudo; las posiciones de
      * cada campo son las de los FD de sus programas productores
        FD ROSTER-FILE.
        01 ROSTER-LINEA PIC X(100).
        FD BOLETIN-FILE.
        01 BOLETIN-LINEA PIC X(100).
        FD BOLETIN-ARCH-FILE.
        01 BOLETIN-ARCH-LINEA PIC X(100).
        FD ENVIADAS-FILE.
        01 ENVIADAS-LINEA PIC X(100).
        FD IMPRESAS-FILE.
        01 IMPRESAS-LINEA PIC X(100).
        FD HISTORIA-FILE.
        01 HISTORIA-LINEA PIC X(100).
        FD GEN-ALUMNOS-FILE.
        01 GEN-ALUMNOS-LINEA PIC X(100).
        FD HISTORIAL-FILE.
        01 HISTORIAL-LINEA PIC X(100).
        FD INSCRIPCION-FILE.
        01 INSCRIPCION-LINEA PIC X(100).
        FD WAITLIST-FILE.
        01 WAITLIST-LINEA PIC X(100).
        FD WAITLIST-ARCH-FILE.
        01 WAITLIST-ARCH-LINEA PIC X(110).
        FD PREINSC-FILE.
        01 PREINSC-LINEA PIC X(110).
        FD FINALES-FILE.
        01 FINALES-LINEA PIC X(100).
      * mismo registro y mismas claves que FACTURA-FC.cpy
        FD FACTURAS-FILE.
        01 FACTURAS-LINEA.
           05 FM-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 FM-CLIENTE     PIC X(6).
           05 FILLER         PIC X.
           05 FM-FECHA       PIC 9(8).
           05 FILLER         PIC X(77).

        FD TRABAJO-FILE.
        01 TRABAJO-LINEA PIC X(100).

      * una linea por pedido y por accion sobre cada archivo:
      *   HR-PEDIDO     ACC acceso, SUP supresion
      *   HR-TITULAR    A alumno, C cliente
      *   HR-ARCHIVO    SOLICITUD para el pedido, TOTAL para el
      *                 cierre, o el archivo revisado
      *   HR-RESULTADO  PEDIDO, INFORMADO, SUPRIMIDO, RETENIDO (hay
      *                 registros pero solo claves e importes),
      *                 SIN DATOS, RECHAZADO, CANCELADO, SIN FIRMA o
      *                 CUMPLIDO
        FD REGISTRO-FILE.
        01 REGISTRO-RECORD.
           05 HR-FECHA      PIC 9(8).
           05 FILLER        PIC X VALUE SPACE.
           05 HR-HORA       PIC 9(6).
           05 FILLER        PIC X VALUE SPACE.
           05 HR-PEDIDO     PIC X(3).
           05 FILLER        PIC X VALUE SPACE.
           05 HR-TITULAR    PIC X.
           05 FILLER        PIC X VALUE SPACE.
           05 HR-ID         PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 HR-ARCHIVO    PIC X(25).
           05 FILLER        PIC X VALUE SPACE.
           05 HR-HALLADOS   PIC 9(5).
           05 FILLER        PIC X VALUE SPACE.
           05 HR-SUPRIMIDOS PIC 9(5).
           05 FILLER        PIC X VALUE SPACE.
           05 HR-OPERADOR   PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 HR-RESULTADO  PIC X(10).

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-MAESTRO-STATUS PIC X(2) VALUE "00".
              88 MAESTRO-OK VALUE "00".
          77 WS-ARCHIVO-STATUS PIC X(2) VALUE "00".
              88 ARCHIVO-OK VALUE "00".
          77 WS-TRABAJO-STATUS PIC X(2) VALUE "00".
              88 TRABAJO-OK VALUE "00".
          77 WS-REGISTRO-STATUS PIC X(2) VALUE "00".
              88 REGISTRO-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-FIN-TRABAJO PIC X VALUE "N".
              88 FIN-TRABAJO VALUE "S".
          77 WS-CONFIRMA    PIC X VALUE "N".

      * el pedido
          77 WS-TITULAR     PIC X VALUE SPACE.
              88 TITULAR-ALUMNO  VALUE "A".
              88 TITULAR-CLIENTE VALUE "C".
              88 TITULAR-VALIDO  VALUE "A" "C".
          77 WS-ID-PEDIDO      PIC X(10) VALUE SPACES.
          77 WS-CLIENTE-PEDIDO PIC X(6) VALUE SPACES.
          77 WS-OPERADOR       PIC X(10) VALUE SPACES.
          77 WS-PEDIDO         PIC X(3) VALUE SPACES.
          77 WS-SUPRIMIR       PIC X VALUE "N".
              88 MODO-SUPRESION VALUE "S".
          77 WS-HALLADO        PIC X VALUE "N".
              88 TITULAR-HALLADO VALUE "S".
          77 WS-VIGENTE        PIC X VALUE "N".
              88 TITULAR-VIGENTE VALUE "S".

      * datos personales del titular, para reconocerlo y tacharlo
      * en el texto libre de las cartas impresas
          77 WS-DATO-APELLIDO PIC X(25) VALUE SPACES.
          77 WS-DATO-NOMBRE   PIC X(25) VALUE SPACES.
          77 WS-DATO-CORREO   PIC X(25) VALUE SPACES.
          77 WS-LARGO-APELLIDO PIC 9(2) VALUE ZEROS.
          77 WS-LARGO-NOMBRE   PIC 9(2) VALUE ZEROS.
          77 WS-LARGO-CORREO   PIC 9(2) VALUE ZEROS.
          77 WS-TEXTO-BUSCA    PIC X(25) VALUE SPACES.
          77 WS-LARGO-BUSCA    PIC 9(2) VALUE ZEROS.
          77 WS-POS            PIC 9(3) VALUE ZEROS.
          77 WS-EN-LINEA       PIC X VALUE "N".
              88 TEXTO-EN-LINEA VALUE "S".
          77 WS-SUPRIMIDO      PIC X(10) VALUE "SUPRIMIDO".

      * el archivo en curso
          77 WS-LINEA          PIC X(100) VALUE SPACES.
          77 WS-ARCHIVO        PIC X(25) VALUE SPACES.
          77 WS-RESULTADO      PIC X(10) VALUE SPACES.
          77 WS-CANT-HALLADOS  PIC 9(5) VALUE ZEROS.
          77 WS-CANT-SUPRIMIDOS PIC 9(5) VALUE ZEROS.
          77 WS-TOT-HALLADOS   PIC 9(5) VALUE ZEROS.
          77 WS-TOT-SUPRIMIDOS PIC 9(5) VALUE ZEROS.
          77 WS-TITULO-IMPRESO PIC X VALUE "N".
              88 TITULO-IMPRESO VALUE "S".
          77 WS-EN-BLOQUE      PIC X VALUE "N".
              88 BLOQUE-DEL-TITULAR VALUE "S".

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Informe de acceso a los datos del titular"
             DISPLAY "2 - Supresion de los datos personales"
             ACCEPT WS-MODO

             DISPLAY "Titular: A alumno (EST-ID), C cliente (CL-ID)"
             ACCEPT WS-TITULAR
             IF NOT TITULAR-VALIDO
                DISPLAY "Tipo de titular no valido"
                MOVE "HABEAS-DATA" TO WS-EXC-PROGRAMA
                MOVE "TITULAR"     TO WS-EXC-CAMPO
                MOVE WS-TITULAR    TO WS-EXC-VALOR
                PERFORM REGISTRAR-EXCEPCION
                GOBACK
             END-IF
             DISPLAY "ID del titular"
             ACCEPT WS-ID-PEDIDO
             DISPLAY "Operador que recibe el pedido"
             ACCEPT WS-OPERADOR
             IF WS-ID-PEDIDO = SPACES OR WS-OPERADOR = SPACES
                DISPLAY "El ID y el operador son obligatorios"
                GOBACK
             END-IF

             IF TITULAR-ALUMNO
                MOVE WS-ID-PEDIDO(5:6) TO WS-CLIENTE-PEDIDO
             ELSE
                MOVE WS-ID-PEDIDO(1:6) TO WS-CLIENTE-PEDIDO
             END-IF

             PERFORM BUSCAR-TITULAR

             EVALUATE WS-MODO
                WHEN 2 PERFORM SUPRIMIR-DATOS
                WHEN OTHER PERFORM INFORMAR-ACCESO
             END-EVALUATE
           GOBACK.

      * datos del titular en su maestro: si el alumno ya no esta en
      * el maestro se lo reconoce por el roster
       BUSCAR-TITULAR.
           MOVE "N"    TO WS-HALLADO WS-VIGENTE
           MOVE SPACES TO WS-DATO-APELLIDO WS-DATO-NOMBRE
                          WS-DATO-CORREO

           IF TITULAR-ALUMNO
              OPEN INPUT STUDENT-MASTER
              IF MAESTRO-OK
                 MOVE WS-ID-PEDIDO TO EST-ID
                 READ STUDENT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     SET TITULAR-HALLADO TO TRUE
                     MOVE EST-APELLIDO TO WS-DATO-APELLIDO
                     MOVE EST-NOMBRE   TO WS-DATO-NOMBRE
                     MOVE EST-CORREO   TO WS-DATO-CORREO
                     IF EST-ACTIVO
                        SET TITULAR-VIGENTE TO TRUE
                     END-IF
                 END-READ
                 CLOSE STUDENT-MASTER
              END-IF
              IF NOT TITULAR-HALLADO
                 PERFORM BUSCAR-EN-ROSTER
              END-IF
           ELSE
              OPEN INPUT CLIENTE-MASTER
              IF MAESTRO-OK
                 MOVE WS-CLIENTE-PEDIDO TO CL-ID
                 READ CLIENTE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     SET TITULAR-HALLADO TO TRUE
                     MOVE CL-NOMBRE TO WS-DATO-APELLIDO
                     IF CL-ACTIVO
                        SET TITULAR-VIGENTE TO TRUE
                     END-IF
                 END-READ
                 CLOSE CLIENTE-MASTER
              END-IF
           END-IF

           IF NOT TITULAR-HALLADO
              DISPLAY "Aviso: " WS-ID-PEDIDO " no esta en el maestro;"
                 " se revisan igual los demas archivos"
           END-IF

           MOVE WS-DATO-APELLIDO TO WS-TEXTO-BUSCA
           PERFORM MEDIR-TEXTO-BUSCA
           MOVE WS-LARGO-BUSCA   TO WS-LARGO-APELLIDO
           MOVE WS-DATO-NOMBRE   TO WS-TEXTO-BUSCA
           PERFORM MEDIR-TEXTO-BUSCA
           MOVE WS-LARGO-BUSCA   TO WS-LARGO-NOMBRE
           MOVE WS-DATO-CORREO   TO WS-TEXTO-BUSCA
           PERFORM MEDIR-TEXTO-BUSCA
           MOVE WS-LARGO-BUSCA   TO WS-LARGO-CORREO.

       BUSCAR-EN-ROSTER.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT ROSTER-FILE
           IF ARCHIVO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ROSTER-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF ROSTER-LINEA(23:10) = WS-ID-PEDIDO
                       MOVE ROSTER-LINEA(1:10)  TO WS-DATO-NOMBRE
                       MOVE ROSTER-LINEA(12:10) TO WS-DATO-APELLIDO
                       MOVE ROSTER-LINEA(34:10) TO WS-DATO-CORREO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * largo util del texto, sin los blancos de la derecha; un dato
      * ya suprimido no se busca (taparia las cartas de otros)
       MEDIR-TEXTO-BUSCA.
           MOVE 25 TO WS-LARGO-BUSCA
           PERFORM UNTIL WS-LARGO-BUSCA = ZEROS
                      OR WS-TEXTO-BUSCA(WS-LARGO-BUSCA:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LARGO-BUSCA
           END-PERFORM
           IF WS-TEXTO-BUSCA(1:10) = WS-SUPRIMIDO
              MOVE ZEROS TO WS-LARGO-BUSCA
           END-IF.

       INFORMAR-ACCESO.
           MOVE "ACC"       TO WS-PEDIDO
           PERFORM REGISTRAR-PEDIDO

           MOVE "HABEAS-DATA"      TO WS-SPOOL-PROGRAMA
           MOVE "INFORME DE DATOS PERSONALES" TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO   TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           IF TITULAR-ALUMNO
              STRING "Titular: alumno " WS-ID-PEDIDO
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           ELSE
              STRING "Titular: cliente " WS-CLIENTE-PEDIDO
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           END-IF
           PERFORM GRABAR-LINEA-SPOOL
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Pedido recibido por " WS-OPERADOR " el "
              WS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL

           PERFORM RECORRER-ARCHIVOS

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL
           STRING "Registros informados: " WS-TOT-HALLADOS
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL
           PERFORM CERRAR-SPOOL

           MOVE "TOTAL"     TO WS-ARCHIVO
           MOVE WS-TOT-HALLADOS TO WS-CANT-HALLADOS
           MOVE ZEROS       TO WS-CANT-SUPRIMIDOS
           MOVE "CUMPLIDO"  TO WS-RESULTADO
           PERFORM REGISTRAR-ACCION

           DISPLAY "Informe de acceso en el spool: " WS-TOT-HALLADOS
              " registros de " WS-ID-PEDIDO.

      * la supresion no tiene vuelta atras: titular dado de baja,
      * confirmacion y firma de un operador con autoridad HAB
       SUPRIMIR-DATOS.
           MOVE "SUP"       TO WS-PEDIDO
           PERFORM REGISTRAR-PEDIDO

           IF TITULAR-VIGENTE
              DISPLAY "El titular " WS-ID-PEDIDO " esta activo: dar"
                 " de baja antes de suprimir sus datos"
              MOVE "RECHAZADO" TO WS-RESULTADO
              PERFORM REGISTRAR-CIERRE-PEDIDO
              MOVE "HABEAS-DATA" TO WS-EXC-PROGRAMA
              MOVE "TITULAR ACTIVO" TO WS-EXC-CAMPO
              MOVE WS-ID-PEDIDO  TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
              GOBACK
           END-IF

           DISPLAY "ATENCION: se anonimizan los datos personales de "
              WS-ID-PEDIDO " en todos los archivos y no se pueden"
              " recuperar. Confirmar (S)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
              DISPLAY "Cancelado, no se toco nada"
              MOVE "CANCELADO" TO WS-RESULTADO
              PERFORM REGISTRAR-CIERRE-PEDIDO
              GOBACK
           END-IF

           MOVE "HABEAS-DATA" TO WS-AU-PROGRAMA
           MOVE "HAB"         TO WS-AU-TIPO
           MOVE ZEROS         TO WS-AU-MONTO
           MOVE WS-OPERADOR   TO WS-AU-SOLICITANTE
           MOVE SPACES        TO WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION
           IF NOT AUTORIDAD-CONCEDIDA
              MOVE "SIN FIRMA" TO WS-RESULTADO
              PERFORM REGISTRAR-CIERRE-PEDIDO
              GOBACK
           END-IF

           SET MODO-SUPRESION TO TRUE
           PERFORM RECORRER-ARCHIVOS

           MOVE "TOTAL"           TO WS-ARCHIVO
           MOVE WS-TOT-HALLADOS   TO WS-CANT-HALLADOS
           MOVE WS-TOT-SUPRIMIDOS TO WS-CANT-SUPRIMIDOS
           MOVE "CUMPLIDO"        TO WS-RESULTADO
           MOVE WS-AU-OPERADOR    TO WS-OPERADOR
           PERFORM REGISTRAR-ACCION

           DISPLAY "Supresion de " WS-ID-PEDIDO " firmada por "
              WS-AU-OPERADOR ": " WS-TOT-SUPRIMIDOS
              " registros anonimizados de " WS-TOT-HALLADOS
              " hallados".

       RECORRER-ARCHIVOS.
           MOVE ZEROS TO WS-TOT-HALLADOS WS-TOT-SUPRIMIDOS
           IF TITULAR-ALUMNO
              PERFORM PROCESAR-MAESTRO-ALUMNOS
              PERFORM PROCESAR-GENERACIONES
              PERFORM PROCESAR-ROSTER
              PERFORM PROCESAR-BOLETINES
              PERFORM PROCESAR-BOLETINES-ARCH
              PERFORM PROCESAR-ENVIADAS
              PERFORM PROCESAR-HISTORIA
              PERFORM PROCESAR-HISTORIAL
              PERFORM PROCESAR-INSCRIPCIONES
              PERFORM PROCESAR-WAITLIST
              PERFORM PROCESAR-WAITLIST-ARCH
              PERFORM PROCESAR-PREINSCRIPCIONES
              PERFORM PROCESAR-FINALES
           ELSE
              PERFORM PROCESAR-MAESTRO-CLIENTES
           END-IF
           PERFORM PROCESAR-IMPRESAS
           PERFORM PROCESAR-FACTURAS.

       INICIAR-ARCHIVO.
           MOVE ZEROS TO WS-CANT-HALLADOS WS-CANT-SUPRIMIDOS
           MOVE "N"   TO WS-FIN-ARCHIVO WS-TITULO-IMPRESO.

      * el registro hallado va al informe (solo en el de acceso: la
      * supresion no vuelve a imprimir lo que esta borrando)
       MOSTRAR-HALLAZGO.
           ADD 1 TO WS-CANT-HALLADOS
           IF NOT MODO-SUPRESION
              IF NOT TITULO-IMPRESO
                 SET TITULO-IMPRESO TO TRUE
                 MOVE SPACES TO WS-SPOOL-LINEA
                 PERFORM GRABAR-LINEA-SPOOL
                 STRING "-- " WS-ARCHIVO
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM GRABAR-LINEA-SPOOL
              END-IF
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  " WS-LINEA(1:78)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM GRABAR-LINEA-SPOOL
           END-IF.

       CERRAR-ARCHIVO-PROCESADO.
           MOVE "N" TO WS-FIN-ARCHIVO
           ADD WS-CANT-HALLADOS   TO WS-TOT-HALLADOS
           ADD WS-CANT-SUPRIMIDOS TO WS-TOT-SUPRIMIDOS
           EVALUATE TRUE
              WHEN WS-CANT-HALLADOS = ZEROS
                 MOVE "SIN DATOS" TO WS-RESULTADO
              WHEN NOT MODO-SUPRESION
                 MOVE "INFORMADO" TO WS-RESULTADO
              WHEN WS-CANT-SUPRIMIDOS > ZEROS
                 MOVE "SUPRIMIDO" TO WS-RESULTADO
              WHEN OTHER
                 MOVE "RETENIDO"  TO WS-RESULTADO
           END-EVALUATE
           PERFORM REGISTRAR-ACCION
           IF MODO-SUPRESION
              DISPLAY "  " WS-ARCHIVO " hallados " WS-CANT-HALLADOS
                 " suprimidos " WS-CANT-SUPRIMIDOS " " WS-RESULTADO
           END-IF.

       GRABAR-TRABAJO.
           IF MODO-SUPRESION
              MOVE WS-LINEA TO TRABAJO-LINEA
              WRITE TRABAJO-LINEA
           END-IF.

       PROCESAR-MAESTRO-ALUMNOS.
           MOVE "student_master.dat" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           IF MODO-SUPRESION
              OPEN I-O STUDENT-MASTER
           ELSE
              OPEN INPUT STUDENT-MASTER
           END-IF
           IF MAESTRO-OK
              MOVE WS-ID-PEDIDO TO EST-ID
              READ STUDENT-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  MOVE STUDENT-MASTER-RECORD TO WS-LINEA
                  PERFORM MOSTRAR-HALLAZGO
                  IF MODO-SUPRESION
                     MOVE WS-SUPRIMIDO TO EST-NOMBRE EST-APELLIDO
                                          EST-CORREO
                     REWRITE STUDENT-MASTER-RECORD
                     IF MAESTRO-OK
                        ADD 1 TO WS-CANT-SUPRIMIDOS
                     ELSE
                        DISPLAY "Error reescribiendo el alumno: "
                           WS-MAESTRO-STATUS
                     END-IF
                  END-IF
              END-READ
              CLOSE STUDENT-MASTER
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

       PROCESAR-MAESTRO-CLIENTES.
           MOVE "clientes_master.dat" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           IF MODO-SUPRESION
              OPEN I-O CLIENTE-MASTER
           ELSE
              OPEN INPUT CLIENTE-MASTER
           END-IF
           IF MAESTRO-OK
              MOVE WS-CLIENTE-PEDIDO TO CL-ID
              READ CLIENTE-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  MOVE CLIENTE-MASTER-RECORD TO WS-LINEA
                  PERFORM MOSTRAR-HALLAZGO
                  IF MODO-SUPRESION
                     MOVE WS-SUPRIMIDO TO CL-NOMBRE CL-DIRECCION
                     REWRITE CLIENTE-MASTER-RECORD
                     IF MAESTRO-OK
                        ADD 1 TO WS-CANT-SUPRIMIDOS
                     ELSE
                        DISPLAY "Error reescribiendo el cliente: "
                           WS-MAESTRO-STATUS
                     END-IF
                  END-IF
              END-READ
              CLOSE CLIENTE-MASTER
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

      * generaciones de BACKUP-MAESTROS: generacion 1-4 y el registro
      * del maestro desde la 6 (EST-ID 6-15, nombre 16-25, apellido
      * 26-35 y correo 36-45); se tachan igual que en el maestro para
      * que una restauracion no traiga de vuelta lo suprimido
       PROCESAR-GENERACIONES.
           MOVE "student_master_gen.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT GEN-ALUMNOS-FILE
           IF ARCHIVO-OK
              IF MODO-SUPRESION
                 OPEN OUTPUT TRABAJO-FILE
              END-IF
              PERFORM UNTIL FIN-ARCHIVO
                READ GEN-ALUMNOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE GEN-ALUMNOS-LINEA TO WS-LINEA
                    IF WS-LINEA(6:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                       IF MODO-SUPRESION
                          MOVE WS-SUPRIMIDO TO WS-LINEA(16:10)
                             WS-LINEA(26:10) WS-LINEA(36:10)
                          ADD 1 TO WS-CANT-SUPRIMIDOS
                       END-IF
                    END-IF
                    PERFORM GRABAR-TRABAJO
                END-READ
              END-PERFORM
              CLOSE GEN-ALUMNOS-FILE
              IF MODO-SUPRESION
                 CLOSE TRABAJO-FILE
                 IF WS-CANT-SUPRIMIDOS > ZEROS
                    PERFORM DEVOLVER-GENERACIONES
                 END-IF
              END-IF
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

       DEVOLVER-GENERACIONES.
           MOVE "N" TO WS-FIN-TRABAJO
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT GEN-ALUMNOS-FILE
           PERFORM UNTIL FIN-TRABAJO
             READ TRABAJO-FILE
               AT END SET FIN-TRABAJO TO TRUE
               NOT AT END
                 MOVE TRABAJO-LINEA TO GEN-ALUMNOS-LINEA
                 WRITE GEN-ALUMNOS-LINEA
             END-READ
           END-PERFORM
           CLOSE TRABAJO-FILE GEN-ALUMNOS-FILE.

      * roster: nombre 1-10, apellido 12-21, EST-ID 23-32 y correo
      * 34-43; la cola de control suma digitos del EST-ID, que no se
      * toca, asi que sigue cuadrando
       PROCESAR-ROSTER.
           MOVE "roster.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT ROSTER-FILE
           IF ARCHIVO-OK
              IF MODO-SUPRESION
                 OPEN OUTPUT TRABAJO-FILE
              END-IF
              PERFORM UNTIL FIN-ARCHIVO
                READ ROSTER-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE ROSTER-LINEA TO WS-LINEA
                    IF WS-LINEA(23:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                       IF MODO-SUPRESION
                          MOVE WS-SUPRIMIDO TO WS-LINEA(1:10)
                             WS-LINEA(12:10) WS-LINEA(34:10)
                          ADD 1 TO WS-CANT-SUPRIMIDOS
                       END-IF
                    END-IF
                    PERFORM GRABAR-TRABAJO
                END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
              IF MODO-SUPRESION
                 CLOSE TRABAJO-FILE
                 IF WS-CANT-SUPRIMIDOS > ZEROS
                    PERFORM DEVOLVER-ROSTER
                 END-IF
              END-IF
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

       DEVOLVER-ROSTER.
           MOVE "N" TO WS-FIN-TRABAJO
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT ROSTER-FILE
           PERFORM UNTIL FIN-TRABAJO
             READ TRABAJO-FILE
               AT END SET FIN-TRABAJO TO TRUE
               NOT AT END
                 MOVE TRABAJO-LINEA TO ROSTER-LINEA
                 WRITE ROSTER-LINEA
             END-READ
           END-PERFORM
           CLOSE TRABAJO-FILE ROSTER-FILE.

      * boletines: EST-ID 1-10; las notas son registro academico y
      * se retienen
       PROCESAR-BOLETINES.
           MOVE "boletines.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT BOLETIN-FILE
           IF ARCHIVO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ BOLETIN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE BOLETIN-LINEA TO WS-LINEA
                    IF WS-LINEA(1:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BOLETIN-FILE
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

      * historico: fecha de archivado 1-8 y el boletin desde la 10
       PROCESAR-BOLETINES-ARCH.
           MOVE "boletines_archivo.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT BOLETIN-ARCH-FILE
           IF ARCHIVO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ BOLETIN-ARCH-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE BOLETIN-ARCH-LINEA TO WS-LINEA
                    IF WS-LINEA(10:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BOLETIN-ARCH-FILE
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

      * cartas enviadas: tipo 1-10 y destinatario 12-21; es solo la
      * clave del envio y se retiene
       PROCESAR-ENVIADAS.
           MOVE "cartas_enviadas.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT ENVIADAS-FILE
           IF ARCHIVO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ENVIADAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE ENVIADAS-LINEA TO WS-LINEA
                    IF WS-LINEA(12:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ENVIADAS-FILE
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

      * historia de alquileres: socio 5-14 y titulo 16-40; lo que el
      * socio alquilo es dato personal, las fechas y la copia quedan
       PROCESAR-HISTORIA.
           MOVE "alquileres_historia.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT HISTORIA-FILE
           IF ARCHIVO-OK
              IF MODO-SUPRESION
                 OPEN OUTPUT TRABAJO-FILE
              END-IF
              PERFORM UNTIL FIN-ARCHIVO
                READ HISTORIA-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE HISTORIA-LINEA TO WS-LINEA
                    IF WS-LINEA(5:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                       IF MODO-SUPRESION
                          MOVE WS-SUPRIMIDO TO WS-LINEA(16:25)
                          ADD 1 TO WS-CANT-SUPRIMIDOS
                       END-IF
                    END-IF
                    PERFORM GRABAR-TRABAJO
                END-READ
              END-PERFORM
              CLOSE HISTORIA-FILE
              IF MODO-SUPRESION
                 CLOSE TRABAJO-FILE
                 IF WS-CANT-SUPRIMIDOS > ZEROS
                    PERFORM DEVOLVER-HISTORIA
                 END-IF
              END-IF
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

       DEVOLVER-HISTORIA.
           MOVE "N" TO WS-FIN-TRABAJO
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT HISTORIA-FILE
           PERFORM UNTIL FIN-TRABAJO
             READ TRABAJO-FILE
               AT END SET FIN-TRABAJO TO TRUE
               NOT AT END
                 MOVE TRABAJO-LINEA TO HISTORIA-LINEA
                 WRITE HISTORIA-LINEA
             END-READ
           END-PERFORM
           CLOSE TRABAJO-FILE HISTORIA-FILE.

      * historial academico: bloques de HISTORIAL-ACADEMICO que abren
      * con una linea de "=" y una de titulo con el EST-ID en 22-31 y
      * nombre y apellido en 34-54; las lineas de notas que siguen
      * son del mismo alumno y se retienen, el nombre se tacha
       PROCESAR-HISTORIAL.
           MOVE "historial_academico.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           MOVE "N" TO WS-EN-BLOQUE
           OPEN INPUT HISTORIAL-FILE
           IF ARCHIVO-OK
              IF MODO-SUPRESION
                 OPEN OUTPUT TRABAJO-FILE
              END-IF
              PERFORM UNTIL FIN-ARCHIVO
                READ HISTORIAL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE HISTORIAL-LINEA TO WS-LINEA
                    EVALUATE TRUE
                       WHEN WS-LINEA(1:1) = "="
                          MOVE "N" TO WS-EN-BLOQUE
                       WHEN WS-LINEA(1:19) = "HISTORIAL ACADEMICO"
                            AND WS-LINEA(22:10) = WS-ID-PEDIDO
                          SET BLOQUE-DEL-TITULAR TO TRUE
                          PERFORM MOSTRAR-HALLAZGO
                          IF MODO-SUPRESION
                             MOVE WS-SUPRIMIDO TO WS-LINEA(34:21)
                             ADD 1 TO WS-CANT-SUPRIMIDOS
                          END-IF
                       WHEN BLOQUE-DEL-TITULAR
                          PERFORM MOSTRAR-HALLAZGO
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                    PERFORM GRABAR-TRABAJO
                END-READ
              END-PERFORM
              CLOSE HISTORIAL-FILE
              IF MODO-SUPRESION
                 CLOSE TRABAJO-FILE
                 IF WS-CANT-SUPRIMIDOS > ZEROS
                    PERFORM DEVOLVER-HISTORIAL
                 END-IF
              END-IF
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

       DEVOLVER-HISTORIAL.
           MOVE "N" TO WS-FIN-TRABAJO
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT HISTORIAL-FILE
           PERFORM UNTIL FIN-TRABAJO
             READ TRABAJO-FILE
               AT END SET FIN-TRABAJO TO TRUE
               NOT AT END
                 MOVE TRABAJO-LINEA TO HISTORIAL-LINEA
                 WRITE HISTORIAL-LINEA
             END-READ
           END-PERFORM
           CLOSE TRABAJO-FILE HISTORIAL-FILE.

      * inscripciones: EST-ID 1-10, materia y fecha; se retienen
       PROCESAR-INSCRIPCIONES.
           MOVE "inscripciones.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT INSCRIPCION-FILE
           IF ARCHIVO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ INSCRIPCION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE INSCRIPCION-LINEA TO WS-LINEA
                    IF WS-LINEA(1:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INSCRIPCION-FILE
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

      * lista de espera: materia 1-25 y EST-ID 27-36
       PROCESAR-WAITLIST.
           MOVE "waitlist.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT WAITLIST-FILE
           IF ARCHIVO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ WAITLIST-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE WAITLIST-LINEA TO WS-LINEA
                    IF WS-LINEA(27:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE WAITLIST-FILE
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

      * historico de ARCHIVADOR: fecha de archivado 1-8 y la linea de
      * la lista de espera desde la 10 (EST-ID 36-45)
       PROCESAR-WAITLIST-ARCH.
           MOVE "waitlist_archivo.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT WAITLIST-ARCH-FILE
           IF ARCHIVO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ WAITLIST-ARCH-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE WAITLIST-ARCH-LINEA TO WS-LINEA
                    IF WS-LINEA(36:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE WAITLIST-ARCH-FILE
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

      * preinscripciones: ciclo 1-5, EST-ID 7-16 y las tres opciones
       PROCESAR-PREINSCRIPCIONES.
           MOVE "preinscripciones.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT PREINSC-FILE
           IF ARCHIVO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PREINSC-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE PREINSC-LINEA TO WS-LINEA
                    IF WS-LINEA(7:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PREINSC-FILE
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

      * notas finales: EST-ID 1-10; registro academico, se retiene
       PROCESAR-FINALES.
           MOVE "notas_finales.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT FINALES-FILE
           IF ARCHIVO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FINALES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE FINALES-LINEA TO WS-LINEA
                    IF WS-LINEA(1:10) = WS-ID-PEDIDO
                       PERFORM MOSTRAR-HALLAZGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FINALES-FILE
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

      * las cartas impresas son texto libre sin clave: la linea es
      * del titular si trae su apellido (o el nombre del cliente) o
      * su correo; en esa linea se tachan apellido, nombre y correo
       PROCESAR-IMPRESAS.
           MOVE "cartas_impresas.txt" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT IMPRESAS-FILE
           IF ARCHIVO-OK
              IF MODO-SUPRESION
                 OPEN OUTPUT TRABAJO-FILE
              END-IF
              PERFORM UNTIL FIN-ARCHIVO
                READ IMPRESAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE IMPRESAS-LINEA TO WS-LINEA
                    PERFORM REVISAR-LINEA-IMPRESA
                    PERFORM GRABAR-TRABAJO
                END-READ
              END-PERFORM
              CLOSE IMPRESAS-FILE
              IF MODO-SUPRESION
                 CLOSE TRABAJO-FILE
                 IF WS-CANT-SUPRIMIDOS > ZEROS
                    PERFORM DEVOLVER-IMPRESAS
                 END-IF
              END-IF
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

       REVISAR-LINEA-IMPRESA.
           MOVE "N" TO WS-EN-LINEA
           MOVE WS-DATO-APELLIDO  TO WS-TEXTO-BUSCA
           MOVE WS-LARGO-APELLIDO TO WS-LARGO-BUSCA
           PERFORM BUSCAR-TEXTO-EN-LINEA
           MOVE WS-DATO-CORREO    TO WS-TEXTO-BUSCA
           MOVE WS-LARGO-CORREO   TO WS-LARGO-BUSCA
           PERFORM BUSCAR-TEXTO-EN-LINEA

           IF TEXTO-EN-LINEA
              PERFORM MOSTRAR-HALLAZGO
              IF MODO-SUPRESION
                 MOVE WS-DATO-NOMBRE  TO WS-TEXTO-BUSCA
                 MOVE WS-LARGO-NOMBRE TO WS-LARGO-BUSCA
                 PERFORM BUSCAR-TEXTO-EN-LINEA
                 ADD 1 TO WS-CANT-SUPRIMIDOS
              END-IF
           END-IF.

      * marca TEXTO-EN-LINEA si el texto aparece en la linea y, en
      * la supresion, lo tapa con asteriscos; no busca textos de
      * menos de 2 letras
       BUSCAR-TEXTO-EN-LINEA.
           IF WS-LARGO-BUSCA >= 2
              PERFORM VARYING WS-POS FROM 1 BY 1
                      UNTIL WS-POS > 101 - WS-LARGO-BUSCA
                 IF WS-LINEA(WS-POS:WS-LARGO-BUSCA)
                     = WS-TEXTO-BUSCA(1:WS-LARGO-BUSCA)
                    SET TEXTO-EN-LINEA TO TRUE
                    IF MODO-SUPRESION
                       MOVE ALL "*" TO WS-LINEA(WS-POS:WS-LARGO-BUSCA)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       DEVOLVER-IMPRESAS.
           MOVE "N" TO WS-FIN-TRABAJO
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT IMPRESAS-FILE
           PERFORM UNTIL FIN-TRABAJO
             READ TRABAJO-FILE
               AT END SET FIN-TRABAJO TO TRUE
               NOT AT END
                 MOVE TRABAJO-LINEA TO IMPRESAS-LINEA
                 WRITE IMPRESAS-LINEA
             END-READ
           END-PERFORM
           CLOSE TRABAJO-FILE IMPRESAS-FILE.

      * facturas: se posiciona por la clave alterna de cliente;
      * numero, fecha e importes se retienen por la ley impositiva
       PROCESAR-FACTURAS.
           MOVE "facturas_master.dat" TO WS-ARCHIVO
           PERFORM INICIAR-ARCHIVO
           OPEN INPUT FACTURAS-FILE
           IF ARCHIVO-OK
              MOVE WS-CLIENTE-PEDIDO TO FM-CLIENTE
              START FACTURAS-FILE KEY = FM-CLIENTE
                INVALID KEY SET FIN-ARCHIVO TO TRUE
              END-START
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTURAS-FILE NEXT
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF FM-CLIENTE NOT = WS-CLIENTE-PEDIDO
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       MOVE FACTURAS-LINEA TO WS-LINEA
                       PERFORM MOSTRAR-HALLAZGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FACTURAS-FILE
           END-IF
           PERFORM CERRAR-ARCHIVO-PROCESADO.

       REGISTRAR-PEDIDO.
           MOVE "SOLICITUD" TO WS-ARCHIVO
           MOVE ZEROS       TO WS-CANT-HALLADOS WS-CANT-SUPRIMIDOS
           MOVE "PEDIDO"    TO WS-RESULTADO
           PERFORM REGISTRAR-ACCION.

       REGISTRAR-CIERRE-PEDIDO.
           MOVE "TOTAL" TO WS-ARCHIVO
           MOVE ZEROS   TO WS-CANT-HALLADOS WS-CANT-SUPRIMIDOS
           PERFORM REGISTRAR-ACCION.

       REGISTRAR-ACCION.
           MOVE SPACES TO REGISTRO-RECORD
           MOVE WS-FECHA-NEGOCIO   TO HR-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO HR-HORA
           MOVE WS-PEDIDO          TO HR-PEDIDO
           MOVE WS-TITULAR         TO HR-TITULAR
           MOVE WS-ID-PEDIDO       TO HR-ID
           MOVE WS-ARCHIVO         TO HR-ARCHIVO
           MOVE WS-CANT-HALLADOS   TO HR-HALLADOS
           MOVE WS-CANT-SUPRIMIDOS TO HR-SUPRIMIDOS
           MOVE WS-OPERADOR        TO HR-OPERADOR
           MOVE WS-RESULTADO       TO HR-RESULTADO

           OPEN INPUT REGISTRO-FILE
           IF NOT REGISTRO-OK
              OPEN OUTPUT REGISTRO-FILE
           END-IF
           CLOSE REGISTRO-FILE

           OPEN EXTEND REGISTRO-FILE
           WRITE REGISTRO-RECORD
           CLOSE REGISTRO-FILE.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
