      * FD de la grilla de horarios. Copiar en FILE SECTION junto con
      * HORARIO-FC.cpy en FILE-CONTROL. Mismo registro que el
      * ASIGNACION-RECORD de AULAS: materia, turno, aula, anotados y
      * marca (OK, EXCEDE, SINAUL).
          FD HORARIO-FILE.
          01 HORARIO-RECORD.
             05 HO-CURSO    PIC X(25).
             05 FILLER      PIC X VALUE SPACE.
             05 HO-TURNO    PIC X(8).
             05 FILLER      PIC X VALUE SPACE.
             05 HO-AULA     PIC X(10).
             05 FILLER      PIC X VALUE SPACE.
             05 HO-ANOTADOS PIC 9(3).
             05 FILLER      PIC X VALUE SPACE.
             05 HO-MARCA    PIC X(6).
