      * FD y layout del registro de responsables de pago. Copiar
      * dentro de FILE SECTION, junto con TUTOR-FC.cpy en
      * FILE-CONTROL. Un renglon por alumno: el EST-ID y el CL-ID de
      * clientes_master.dat que paga por el (varios hermanos apuntan
      * al mismo CL-ID), con el parentesco informado.
          FD TUTOR-FILE.
          01 TUTOR-RECORD.
             05 TU-EST-ID     PIC X(10).
             05 FILLER        PIC X VALUE SPACE.
             05 TU-CL-ID      PIC X(6).
             05 FILLER        PIC X VALUE SPACE.
             05 TU-PARENTESCO PIC X(10).
             05 FILLER        PIC X VALUE SPACE.
             05 TU-FECHA      PIC 9(8).
