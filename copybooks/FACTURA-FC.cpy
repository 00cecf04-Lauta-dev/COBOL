      * Copiar dentro del parrafo FILE-CONTROL de cualquier programa
      * que emita facturas, para que todos usen la misma secuencia
      * (factura_secuencia.txt) y el mismo layout de facturas.txt.
      * Las facturas viven ahora en el maestro indexado
      * facturas_master.dat por FA-NUM-FACTURA, con claves alternas
      * por FA-CLIENTE y por FA-FECHA, asi el estado de cuenta, el
      * resumen del mes o el libro IVA van derecho a lo suyo en vez
      * de releer todas las facturas desde la primera. Con acceso
      * dinamico el recorrido completo es READ FACTURA-FILE NEXT y
      * la lectura puntual lleva KEY IS (despues de un START por una
      * clave alterna, la de referencia queda siendo esa).
      * facturas.txt quedo como respaldo de la conversion
      * (CONVERTIR-FACTURAS) y ya nadie lo escribe.
           SELECT SECUENCIA-FILE ASSIGN TO "factura_secuencia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT FACTURA-FILE ASSIGN TO "facturas_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUM-FACTURA
               ALTERNATE RECORD KEY IS FA-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS FA-FECHA WITH DUPLICATES
               FILE STATUS IS WS-FACTURA-STATUS.
