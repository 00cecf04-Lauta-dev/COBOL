      * FD de la lista de control del cierre mensual. Copiar dentro
      * de FILE SECTION junto con LISTA-CIERRE-FC.cpy. Un renglon por
      * periodo e item de la lista:
      *   LC-PERIODO   periodo contable AAAAMM
      *   LC-ITEM      BAN conciliacion bancaria sin partidas abiertas
      *                SUC ledgers de sucursal consolidados
      *                NOM aprobaciones de nomina resueltas
      *                FEC fechas de negocio abiertas ya posteadas
      *                COS movimientos de costo ya contabilizados
      *   LC-ESTADO    OK, PENDIENTE u OMITIDO (dispensado por un
      *                supervisor con autoridad CIE)
      *   LC-OPERADOR  operador que firmo la verificacion o la
      *                dispensa
      *   LC-TIMESTAMP cuando se firmo
      *   LC-DETALLE   lo que se encontro en los archivos, o el motivo
      *                de la dispensa
          FD LISTA-CIERRE-FILE.
          01 LISTA-CIERRE-RECORD.
             05 LC-PERIODO   PIC 9(6).
             05 FILLER       PIC X VALUE SPACE.
             05 LC-ITEM      PIC X(3).
             05 FILLER       PIC X VALUE SPACE.
             05 LC-ESTADO    PIC X(9).
             05 FILLER       PIC X VALUE SPACE.
             05 LC-OPERADOR  PIC X(10).
             05 FILLER       PIC X VALUE SPACE.
             05 LC-TIMESTAMP PIC X(14).
             05 FILLER       PIC X VALUE SPACE.
             05 LC-DETALLE   PIC X(40).
