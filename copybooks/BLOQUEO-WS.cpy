      * Campos de trabajo de los bloqueos administrativos. Copiar en
      * WORKING-STORAGE junto con BLOQUEO-FC.cpy y BLOQUEO-FD.cpy.
      * Uso (ver BLOQUEO-CALC.cpy):
      *   1) cargar WS-BQ-EST-ID y PERFORM BUSCAR-BLOQUEO-ALUMNO
      *   2) ALUMNO-BLOQUEADO: tiene un bloqueo activo que traba, sin
      *      dispensa vigente (el primero queda en WS-BQ-TIPO,
      *      WS-BQ-DESC-TIPO y WS-BQ-MOTIVO); el programa rechaza o
      *      pide la firma del supervisor (AUTORIDAD-*, tipo BLQ) y
      *      deja el rechazo o la autorizacion en el log de
      *      excepciones
      *      BLOQUEO-DISPENSADO: todos sus bloqueos que traban tienen
      *      una dispensa vigente, firmada por WS-BQ-DISPENSA-SUP;
      *      se atiende y el uso de la dispensa va al log
      *      SIN-BLOQUEO: se atiende; WS-BQ-CANT-AVISOS cuenta los
      *      bloqueos activos que son solo aviso
          77 WS-BLOQUEO-STATUS PIC X(2) VALUE "00".
              88 BLOQUEO-OK VALUE "00".

          77 WS-BQ-EST-ID       PIC X(10) VALUE SPACES.
          77 WS-BQ-HOY          PIC 9(8) VALUE ZEROS.
          77 WS-BQ-RESULTADO    PIC X VALUE SPACE.
              88 SIN-BLOQUEO         VALUE SPACE.
              88 ALUMNO-BLOQUEADO    VALUE "B".
              88 BLOQUEO-DISPENSADO  VALUE "D".
          77 WS-BQ-TIPO         PIC X VALUE SPACE.
          77 WS-BQ-DESC-TIPO    PIC X(15) VALUE SPACES.
          77 WS-BQ-MOTIVO       PIC X(40) VALUE SPACES.
          77 WS-BQ-DISPENSA-SUP PIC X(10) VALUE SPACES.
          77 WS-BQ-CANT-AVISOS  PIC 9(2) VALUE ZEROS.
          77 WS-BQ-FIN          PIC X VALUE "N".
              88 FIN-BLOQUEOS VALUE "S".
