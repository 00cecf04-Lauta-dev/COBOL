      * SELECT de la cartera de cheques de terceros (ver
      * CHEQUE-FD.cpy y CHEQUE-WS.cpy). La mantiene CHEQUES
      * (alta desde pagos.txt, deposito al vencimiento y rechazo);
      * CUENTAS-COBRAR y PLANES-PAGO imputan solo el cheque ya
      * depositado, COBRANZAS lo suma al diario de caja del dia del
      * deposito y CONCILIAR-BANCO lo espera en el extracto.
           SELECT CHEQUE-FILE ASSIGN TO "cartera_cheques.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-STATUS.
