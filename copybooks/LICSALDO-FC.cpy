      * SELECT de los saldos de licencia por empleado (ver
      * LICSALDO-FD.cpy y LICSALDO-WS.cpy). Lo mantiene LICENCIAS
      * (devengamiento anual, dias usados y vencimiento de los
      * francos), PUENTE-GUARDIAS acredita los francos
      * compensatorios de las guardias en feriado y JUBI-LARSE paga
      * y cierra los saldos del empleado en la liquidacion final.
           SELECT SALDOS-LIC-FILE ASSIGN TO "licencias_saldos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-LIC-STATUS.
