      * Campos de trabajo de la bandeja de aprobaciones pendientes.
      * Copiar en WORKING-STORAGE junto con BANDEJA-FC.cpy,
      * BANDEJA-FD.cpy, FACTPROV-*.cpy, EXCEPCION-*.cpy,
      * BISIESTO-WS.cpy y FECHA-WS.cpy. Uso (ver BANDEJA-CALC.cpy):
      *   1) PERFORM CARGAR-BANDEJA: junta en BANDEJA-TABLA todos los
      *      pendientes (ajustes, horas extra, licencias, permutas,
      *      facturas de proveedor retenidas, correcciones y bajas
      *      de incobrables), cada
      *      uno con sus dias de antiguedad, el programa y el modo
      *      donde se decide, ordenados del mas viejo al mas nuevo;
      *      tambien deja WS-BJ-DIAS-AVISO de bandeja_parametros.txt
      *   2) PERFORM CONTAR-BANDEJA: cantidad, antiguedad maxima y
      *      demorados (mas de WS-BJ-DIAS-AVISO dias) por tipo en
      *      BANDEJA-TIPOS-TABLA (la tabla puede filtrarse antes de
      *      contar: los renglones con BT-TIPO en espacios no cuentan)
          77 WS-BJ-AJUSTES-STATUS   PIC X(2) VALUE "00".
              88 BJ-AJUSTES-OK VALUE "00".
          77 WS-BJ-HORAS-STATUS     PIC X(2) VALUE "00".
              88 BJ-HORAS-OK VALUE "00".
          77 WS-BJ-LICENCIAS-STATUS PIC X(2) VALUE "00".
              88 BJ-LICENCIAS-OK VALUE "00".
          77 WS-BJ-PERMUTAS-STATUS  PIC X(2) VALUE "00".
              88 BJ-PERMUTAS-OK VALUE "00".
          77 WS-BJ-INCOBRABLES-STATUS PIC X(2) VALUE "00".
              88 BJ-INCOBRABLES-OK VALUE "00".
          77 WS-BJ-PARAMETROS-STATUS PIC X(2) VALUE "00".
              88 BJ-PARAMETROS-OK VALUE "00".
          77 WS-BJ-FIN PIC X VALUE "N".
              88 FIN-BANDEJA VALUE "S".

          01 BANDEJA-TABLA.
             02 BANDEJA-ENT OCCURS 300 TIMES.
                03 BT-TIPO     PIC X(3).
                03 BT-ID       PIC X(6).
                03 BT-TS       PIC X(14).
                03 BT-DIAS     PIC 9(4).
                03 BT-DETALLE  PIC X(40).
                03 BT-PROGRAMA PIC X(20).
                03 BT-MODO     PIC 9.
          01 BANDEJA-ENT-AUX PIC X(88).
          77 WS-CANT-BANDEJA PIC 9(3) VALUE ZEROS.
          77 WS-BJ           PIC 9(3) VALUE ZEROS.
          77 WS-BJ-2         PIC 9(3) VALUE ZEROS.
          77 WS-BANDEJA-DESBORDE PIC X VALUE "N".
              88 BANDEJA-DESBORDADA VALUE "S".

      * resumen por tipo, en el orden fijo de los tipos de
      * autoridad_aprobacion.txt
          01 BANDEJA-TIPOS-TABLA.
             02 BANDEJA-TIPO-ENT OCCURS 7 TIMES.
                03 BY-TIPO      PIC X(3).
                03 BY-NOMBRE    PIC X(25).
                03 BY-CANT      PIC 9(3).
                03 BY-MAX-DIAS  PIC 9(4).
                03 BY-DEMORADOS PIC 9(3).
          77 WS-BY PIC 9 VALUE ZERO.

          77 WS-BJ-DIAS-AVISO PIC 9(3) VALUE 3.
          77 WS-BJ-HOY        PIC 9(8) VALUE ZEROS.
          77 WS-BJ-TIPO       PIC X(3) VALUE SPACES.
          77 WS-BJ-ID         PIC X(6) VALUE SPACES.
          77 WS-BJ-TS         PIC X(21) VALUE SPACES.
          77 WS-BJ-DETALLE    PIC X(40) VALUE SPACES.
          77 WS-BJ-PROGRAMA   PIC X(20) VALUE SPACES.
          77 WS-BJ-MODO       PIC 9 VALUE ZERO.
          77 WS-BJ-ID-NUM     PIC 9(6) VALUE ZEROS.
          77 WS-BJ-IMPORTE-ED PIC Z(8)9.99.
