      * FD y layout de la dotacion de cuadrillas y del registro de
      * moviles. Copiar dentro de FILE SECTION, junto con
      * DOTACION-FC.cpy en FILE-CONTROL. Un renglon por cuadrilla de
      * guardia en cada fecha y turno: 1 de 00 a 08, 2 de 08 a 16 y
      * 3 de 16 a 24 horas.
          FD DOTACION-FILE.
          01 DOTACION-RECORD.
             05 DO-FECHA     PIC 9(8).
             05 FILLER       PIC X VALUE SPACE.
             05 DO-TURNO     PIC 9(1).
             05 FILLER       PIC X VALUE SPACE.
             05 DO-CUADRILLA PIC X(6).

      * el mismo layout de vehiculos.txt que mantiene VEHICULOS; el
      * movil marcado F esta fuera de servicio
          FD DOT-MOVILES-FILE.
          01 DOT-MOVIL-RECORD.
             05 DV-MOVIL       PIC X(5).
             05 FILLER         PIC X.
             05 DV-CUADRILLA   PIC X(6).
             05 FILLER         PIC X.
             05 DV-ULT-SERVICE PIC 9(8).
             05 FILLER         PIC X.
             05 DV-ESTADO      PIC X.
                88 DV-FUERA-SERVICIO VALUE "F".
