      * Campos de trabajo del control de choque de horario. Copiar en
      * WORKING-STORAGE SECTION. El programa que lo usa tiene que
      * declarar ademas inscripciones.txt como INSCRIPCION-FILE (IN-
      * EST-ID, IN-CURSO, IN-FECHA, WS-INSCRIPCION-STATUS con 88
      * INSCRIPCION-OK) y el ciclo lectivo (CICLO-*). Uso (ver
      * HORARIO-CALC.cpy):
      *   1) PERFORM CARGAR-HORARIO una vez al arrancar
      *   2) cargar WS-CH-EST-ID (alumno) y WS-CH-CURSO (materia que
      *      quiere tomar) y PERFORM CONTROLAR-CHOQUE-HORARIO
      *   3) si queda HAY-CHOQUE-HORARIO, WS-CH-CURSO-CHOQUE es la
      *      materia del ciclo que ya cursa en el mismo turno
      *      WS-CH-TURNO
          77 WS-HORARIO-STATUS PIC X(2) VALUE "00".
              88 HORARIO-OK VALUE "00".

          01 HORARIO-TABLA.
             02 HORARIO-ENT OCCURS 60 TIMES.
                03 HT-CURSO PIC X(25).
                03 HT-TURNO PIC X(8).
          77 WS-CANT-HORARIO PIC 9(2) VALUE ZEROS.
          77 WS-HT           PIC 9(2) VALUE ZEROS.
          77 WS-HORARIO-FIN  PIC X VALUE "N".
              88 FIN-HORARIO VALUE "S".

          77 WS-CH-EST-ID       PIC X(10) VALUE SPACES.
          77 WS-CH-CURSO        PIC X(25) VALUE SPACES.
          77 WS-CH-TURNO        PIC X(8) VALUE SPACES.
          77 WS-CH-CURSO-CHOQUE PIC X(25) VALUE SPACES.
          77 WS-CH-CHOQUE       PIC X VALUE "N".
              88 HAY-CHOQUE-HORARIO VALUE "S".
          77 WS-HO-CURSO        PIC X(25) VALUE SPACES.
          77 WS-HO-TURNO        PIC X(8) VALUE SPACES.
          77 WS-HO-FECHA        PIC 9(8) VALUE ZEROS.
          77 WS-HO-CICLO        PIC 9(5) VALUE ZEROS.
          77 WS-HO-FIN-INSC     PIC X VALUE "N".
              88 FIN-INSC-HORARIO VALUE "S".

          01 WS-HO-FECHA-DESARMADA.
             05 WS-HO-ANIO PIC 9(4).
             05 WS-HO-MES  PIC 9(2).
             05 WS-HO-DIA  PIC 9(2).
