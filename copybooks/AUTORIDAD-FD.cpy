      * FD y layout de la tabla de autoridad de aprobacion. Copiar
      * dentro de FILE SECTION, junto con AUTORIDAD-FC.cpy en
      * FILE-CONTROL. Un renglon por operador y tipo de pedido que
      * puede decidir:
      *   AD-OPERADOR  el OP-ID de operadores.txt
      *   AD-ROL       rol con el que vale el renglon (si el rol del
      *                operador cambia en operadores.txt, el renglon
      *                deja de valer hasta que se lo corrija)
      *   AD-TIPO      AJU ajustes DIFE (tope = diferencia del par)
      *                HEX horas extra (tope = horas)
      *                LIC licencias (tope = dias)
      *                PER permutas de guardia (sin tope)
      *                REA reapertura de periodo contable (sin tope)
      *                FAC facturas de proveedor retenidas (tope =
      *                importe de la factura)
      *                COR correcciones de la cola de excepciones
      *                (sin tope)
      *                CIE dispensa de un item de la lista de cierre
      *                mensual (sin tope)
      *                DEV devolucion de saldo a favor a un cliente
      *                (tope = importe devuelto)
      *                INC baja de una factura incobrable o su
      *                recupero (tope = importe de la baja)
      *                BLQ dispensa de un bloqueo administrativo
      *                de un alumno (sin tope)
      *                HAB supresion de los datos personales de
      *                un titular por habeas data (sin tope)
      *                CBU validacion del alta o cambio de la
      *                cuenta bancaria de un beneficiario (sin tope)
      *                CHO alta de un alumno con choque de horario
      *                en el ciclo (sin tope)
      *   AD-LIMITE    tope que puede aprobar
      *   AD-NIVEL     nivel de autoridad (1 a 9); un pedido que
      *                excede el tope se escala a un nivel mayor
      *   AD-EMPLEADO  codigo de empleado del operador y
      *   AD-NOMBRE    nombre en el roster de guardias, para que
      *                nadie decida un pedido propio
          FD AUTORIDAD-FILE.
          01 AUTORIDAD-RECORD.
             05 AD-OPERADOR   PIC X(10).
             05 FILLER        PIC X VALUE SPACE.
             05 AD-ROL        PIC X(10).
             05 FILLER        PIC X VALUE SPACE.
             05 AD-TIPO       PIC X(3).
             05 FILLER        PIC X VALUE SPACE.
             05 AD-LIMITE     PIC 9(9)V99.
             05 FILLER        PIC X VALUE SPACE.
             05 AD-NIVEL      PIC 9.
             05 FILLER        PIC X VALUE SPACE.
             05 AD-EMPLEADO   PIC X(6).
             05 FILLER        PIC X VALUE SPACE.
             05 AD-NOMBRE     PIC X(15).

          FD AUT-OPERADORES-FILE.
          01 AUT-OPERADOR-RECORD.
             05 AO-ID    PIC X(10).
             05 FILLER   PIC X.
             05 AO-CLAVE PIC X(10).
             05 FILLER   PIC X.
             05 AO-ROL   PIC X(10).
