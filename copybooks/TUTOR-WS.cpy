      * Campos de trabajo del registro de responsables de pago.
      * Copiar en WORKING-STORAGE junto con TUTOR-FC.cpy y
      * TUTOR-FD.cpy. Uso (ver TUTOR-CALC.cpy):
      *   1) PERFORM CARGAR-TUTORES una vez al arrancar
      *   2) cargar WS-TU-EST-ID y PERFORM BUSCAR-TUTOR: el CL-ID
      *      responsable queda en WS-TU-CL-ID (espacios si el alumno
      *      no tiene responsable registrado)
          77 WS-TUTOR-STATUS PIC X(2) VALUE "00".
              88 TUTOR-OK VALUE "00".

          01 TUTORES-TABLA.
             02 TUTOR-ENT OCCURS 300 TIMES.
                03 TR-EST-ID     PIC X(10).
                03 TR-CL-ID      PIC X(6).
                03 TR-PARENTESCO PIC X(10).
                03 TR-FECHA      PIC 9(8).
          77 WS-CANT-TUTORES PIC 9(3) VALUE ZEROS.
          77 WS-TR           PIC 9(3) VALUE ZEROS.
          77 WS-TUTOR-FIN    PIC X VALUE "N".
              88 FIN-TUTORES VALUE "S".
          77 WS-TUTOR-DESBORDE PIC X VALUE "N".
              88 TUTORES-DESBORDADOS VALUE "S".

          77 WS-TU-EST-ID PIC X(10) VALUE SPACES.
          77 WS-TU-CL-ID  PIC X(6) VALUE SPACES.
