      * 01 propio:
      *   01 DOCENTE-MASTER-RECORD.
      *      COPY "DOCENTE-WS.cpy".
      * DO-EMPLEADO es el EM-CODIGO de empleados_master.dat con el
      * que el docente cobra sus horas por la nomina (ver el puente
      * PUENTE-DOCENTES); en blanco si no cobra por la nomina.
          05 DO-CODIGO       PIC X(6).
          05 DO-NOMBRE       PIC X(20).
          05 DO-ESPECIALIDAD PIC X(15).
          05 DO-ACTIVO       PIC X.
             88 DO-ESTA-ACTIVO VALUE "S".
          05 DO-EMPLEADO     PIC X(6).
