      * SELECT del registro de responsables de pago (tutores) de los
      * alumnos (ver TUTOR-FD.cpy y TUTOR-WS.cpy). Lo mantiene
      * CLIENTES (modo 5); FACTURAR-CURSOS lo lee para facturar a la
      * familia en una sola factura.
           SELECT TUTOR-FILE ASSIGN TO "tutores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUTOR-STATUS.
