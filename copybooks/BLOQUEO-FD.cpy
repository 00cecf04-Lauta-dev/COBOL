      * FD del registro de bloqueos administrativos, un renglon por
      * bloqueo (el historico de levantados queda en el archivo):
      *   BQ-EST-ID          alumno bloqueado
      *   BQ-TIPO            F financiero (saldo vencido), B
      *                      biblioteca (multas de alquileres sobre
      *                      el tope), D documentacion, C
      *                      disciplinario (conducta)
      *   BQ-BLOQUEA         S traba alta, mesa, reinscripcion y
      *                      diploma; N es solo un aviso
      *   BQ-ESTADO          A activo, L levantado
      *   BQ-FECHA           fecha en que se puso
      *   BQ-USUARIO         quien lo puso (AUTOMATICO si lo puso la
      *                      sincronizacion de saldos y multas)
      *   BQ-MOTIVO          motivo
      *   BQ-FECHA-LEVANTA   fecha en que se levanto y
      *   BQ-LEVANTO         quien lo levanto
      *   BQ-DISPENSA-SUP    operador que firmo una dispensa (tipo BLQ
      *                      de autoridad_aprobacion.txt) y
      *   BQ-DISPENSA-HASTA  ultimo dia en que la dispensa vale
      * Copiar dentro de FILE SECTION, junto con BLOQUEO-FC.cpy en
      * FILE-CONTROL.
          FD BLOQUEO-FILE.
          01 BLOQUEO-RECORD.
             05 BQ-EST-ID         PIC X(10).
             05 FILLER            PIC X VALUE SPACE.
             05 BQ-TIPO           PIC X.
             05 FILLER            PIC X VALUE SPACE.
             05 BQ-BLOQUEA        PIC X.
             05 FILLER            PIC X VALUE SPACE.
             05 BQ-ESTADO         PIC X.
             05 FILLER            PIC X VALUE SPACE.
             05 BQ-FECHA          PIC 9(8).
             05 FILLER            PIC X VALUE SPACE.
             05 BQ-USUARIO        PIC X(10).
             05 FILLER            PIC X VALUE SPACE.
             05 BQ-MOTIVO         PIC X(40).
             05 FILLER            PIC X VALUE SPACE.
             05 BQ-FECHA-LEVANTA  PIC 9(8).
             05 FILLER            PIC X VALUE SPACE.
             05 BQ-LEVANTO        PIC X(10).
             05 FILLER            PIC X VALUE SPACE.
             05 BQ-DISPENSA-SUP   PIC X(10).
             05 FILLER            PIC X VALUE SPACE.
             05 BQ-DISPENSA-HASTA PIC 9(8).
