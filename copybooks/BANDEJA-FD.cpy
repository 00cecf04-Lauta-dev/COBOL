      * FD de las colas de pendientes que junta la bandeja de
      * aprobaciones. Copiar dentro de FILE SECTION, junto con
      * BANDEJA-FC.cpy en FILE-CONTROL. Son los mismos layouts que
      * mantienen APROBAR-AJUSTES, AUTORIZAR-EXTRA, LICENCIAS y
      * PERMUTAS; aca solo se leen. bandeja_parametros.txt guarda
      * los dias a partir de los cuales un pendiente se informa como
      * demorado en el RESUMEN-DIARIO.
          FD BJ-AJUSTES-FILE.
          01 BJ-AJUSTE-RECORD.
             05 BJA-ID        PIC 9(5).
             05 FILLER        PIC X.
             05 BJA-ESTADO    PIC X.
             05 FILLER        PIC X.
             05 BJA-NUM1      PIC 9(2).
             05 FILLER        PIC X.
             05 BJA-NUM2      PIC 9(2).
             05 FILLER        PIC X.
             05 BJA-SUPERVISOR PIC X(10).
             05 FILLER        PIC X.
             05 BJA-TIMESTAMP PIC X(21).

          FD BJ-HORAS-FILE.
          01 BJ-HORA-RECORD.
             05 BJH-ID        PIC 9(5).
             05 FILLER        PIC X.
             05 BJH-ESTADO    PIC X.
             05 FILLER        PIC X.
             05 BJH-EMPLEADO  PIC X(6).
             05 FILLER        PIC X.
             05 BJH-SEMANA    PIC 9(8).
             05 FILLER        PIC X.
             05 BJH-HORAS     PIC 9(3).
             05 FILLER        PIC X.
             05 BJH-SUPERVISOR PIC X(10).
             05 FILLER        PIC X.
             05 BJH-TIMESTAMP PIC X(21).

          FD BJ-LICENCIAS-FILE.
          01 BJ-LICENCIA-RECORD.
             05 BJL-ID        PIC 9(5).
             05 FILLER        PIC X.
             05 BJL-ESTADO    PIC X.
             05 FILLER        PIC X.
             05 BJL-EMPLEADO  PIC X(6).
             05 FILLER        PIC X.
             05 BJL-DEPTO     PIC 9(1).
             05 FILLER        PIC X.
             05 BJL-DIA       PIC X(10).
             05 FILLER        PIC X.
             05 BJL-DIAS      PIC 9(2).
             05 FILLER        PIC X.
             05 BJL-SUPERVISOR PIC X(10).
             05 FILLER        PIC X.
             05 BJL-TIMESTAMP PIC X(21).

          FD BJ-PERMUTAS-FILE.
          01 BJ-PERMUTA-RECORD.
             05 BJP-ID         PIC 9(5).
             05 FILLER         PIC X.
             05 BJP-ESTADO     PIC X.
             05 FILLER         PIC X.
             05 BJP-EMPLEADO-1 PIC X(15).
             05 FILLER         PIC X.
             05 BJP-FECHA-1    PIC 9(8).
             05 FILLER         PIC X.
             05 BJP-EMPLEADO-2 PIC X(15).
             05 FILLER         PIC X.
             05 BJP-FECHA-2    PIC 9(8).
             05 FILLER         PIC X.
             05 BJP-SUPERVISOR PIC X(10).
             05 FILLER         PIC X.
             05 BJP-TIMESTAMP  PIC X(21).

          FD BJ-INCOBRABLES-FILE.
          01 BJ-INCOBRABLE-RECORD.
             05 BJB-ID        PIC 9(5).
             05 FILLER        PIC X.
             05 BJB-ESTADO    PIC X.
             05 FILLER        PIC X.
             05 BJB-FACTURA   PIC 9(6).
             05 FILLER        PIC X.
             05 BJB-CLIENTE   PIC X(6).
             05 FILLER        PIC X.
             05 BJB-IMPORTE   PIC 9(7)V99.
             05 FILLER        PIC X.
             05 BJB-COBRADOR  PIC X(10).
             05 FILLER        PIC X.
             05 BJB-MOTIVO    PIC X(30).
             05 FILLER        PIC X.
             05 BJB-SUPERVISOR PIC X(10).
             05 FILLER        PIC X.
             05 BJB-TIMESTAMP PIC X(21).
             05 FILLER        PIC X.
             05 BJB-FECHA-REV PIC 9(8).

          FD BJ-PARAMETROS-FILE.
          01 BJ-PARAMETRO-RECORD.
             05 BJX-DIAS-AVISO PIC 9(3).
