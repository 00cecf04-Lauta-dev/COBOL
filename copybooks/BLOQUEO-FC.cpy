      * SELECT del registro de bloqueos administrativos por alumno
      * (ver BLOQUEO-FD.cpy, BLOQUEO-WS.cpy y BLOQUEO-CALC.cpy). Los
      * pone y los levanta BLOQUEOS (a mano o, los de saldos y
      * multas, en la sincronizacion automatica); el alta de
      * clase-22, la preinscripcion, la reinscripcion, las mesas de
      * examen y la emision de diplomas los consultan antes de
      * atender al alumno.
           SELECT BLOQUEO-FILE ASSIGN TO "bloqueos_alumnos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEO-STATUS.
