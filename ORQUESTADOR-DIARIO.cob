      * cadena la fecha se cierra (se agrega a fechas_posteadas.txt,
      * con lo que no puede volver a abrirse) y el control de pasos
      * vuelve a cero para la proxima fecha.
      *
      * La cadena sembrada suma FACTURAR-FLETES, diario, despues de
      * FACTURAR-CURSOS y antes de CUENTAS-COBRAR, para que los
      * fletes entregados en el dia entren en las cuentas a cobrar
      * de la misma corrida. Una tabla de pasos ya existente no se
      * toca: ahi el paso se agrega editando orquestador_pasos.txt.
      *
      * La cadena sembrada cierra con REFERENCIAS, diario, el barrido
      * de integridad referencial que manda las claves huerfanas a la
      * cola de correcciones; en una tabla existente se agrega igual
      * que cualquier paso.
      *
      * Despues de REFERENCIAS va DISTRIBUCION, diario, siempre
      * ultimo: reparte entre sus destinatarios los reportes que la
      * cadena dejo en el spool esa noche y lista los que siguen sin
      * acuse de recibo.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORQUESTADOR-DIARIO.

           MOVE SPACES TO PASO-RECORD
           MOVE 07 TO PS-SECUENCIA
           MOVE "FACTURAR-FLETES" TO PS-PROGRAMA
           MOVE "D" TO PS-FRECUENCIA
           MOVE ZEROS TO PS-DIA
           MOVE "S" TO PS-ACTIVO

           MOVE SPACES TO PASO-RECORD
           MOVE 08 TO PS-SECUENCIA
           MOVE "CUENTAS-COBRAR" TO PS-PROGRAMA
           MOVE "D" TO PS-FRECUENCIA
           MOVE ZEROS TO PS-DIA
           MOVE "S" TO PS-ACTIVO
           WRITE PASO-RECORD

           MOVE SPACES TO PASO-RECORD
           MOVE 09 TO PS-SECUENCIA
           MOVE "NOTA-FINAL" TO PS-PROGRAMA
           MOVE "S" TO PS-FRECUENCIA
           MOVE 05 TO PS-DIA
           WRITE PASO-RECORD

           MOVE SPACES TO PASO-RECORD
           MOVE 10 TO PS-SECUENCIA
           MOVE "CONTABILIZAR" TO PS-PROGRAMA
           MOVE "M" TO PS-FRECUENCIA
           MOVE 01 TO PS-DIA
           WRITE PASO-RECORD

           MOVE SPACES TO PASO-RECORD
           MOVE 11 TO PS-SECUENCIA
           MOVE "RESUMEN-DIARIO" TO PS-PROGRAMA
           MOVE "D" TO PS-FRECUENCIA
           MOVE ZEROS TO PS-DIA
           MOVE "S" TO PS-ACTIVO
           WRITE PASO-RECORD

           MOVE SPACES TO PASO-RECORD
           MOVE 12 TO PS-SECUENCIA
           MOVE "REFERENCIAS" TO PS-PROGRAMA
           MOVE "D" TO PS-FRECUENCIA
           MOVE ZEROS TO PS-DIA
           MOVE "S" TO PS-ACTIVO
           WRITE PASO-RECORD

           MOVE SPACES TO PASO-RECORD
           MOVE 13 TO PS-SECUENCIA
           MOVE "DISTRIBUCION" TO PS-PROGRAMA
           MOVE "D" TO PS-FRECUENCIA
           MOVE ZEROS TO PS-DIA
           MOVE "S" TO PS-ACTIVO
           WRITE PASO-RECORD

           CLOSE PASOS-FILE.

      * un paso corre si esta activo y su frecuencia corresponde a
