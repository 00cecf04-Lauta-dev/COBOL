      * SELECT de los renglones de diferencias retroactivas de
      * sueldo (ver RETRO-FD.cpy y RETRO-WS.cpy). Lo arma la corrida
      * de retroactivos de JUBI-LARSE; lo leen RECIBOS, CONTABILIZAR
      * y ORDENES-PAGO al lado de payroll_register.txt.
           SELECT RETRO-FILE ASSIGN TO "payroll_retro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.
