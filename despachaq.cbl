      * una venta venenosa que el gateway rechaza siempre deja de
      * encabezar cada drenaje. Cada drenaje que vuelve a diferir
      * (202) suma un intento en el control; un 200 o un rechazo real
      * lo limpian. Un 401 "CREDENCIAL RECHAZADA" (credenciales del
      * token mal configuradas, ver RECHAZA-CREDENCIAL en
      * parserjs.cbl) no es un rechazo de la venta y PARSERJS2 no la
      * difiere: se re-encola en la cola viva, como una retenida, sin
      * sumar intento, para que un SECRETO equivocado no vacie la cola
      * ni la mande a la carta muerta.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-TOT-REDIFERIDAS    PIC 9(6) VALUE ZERO.
       77  WS-TOT-RECHAZADAS     PIC 9(6) VALUE ZERO.
       77  WS-TOT-RETENIDAS      PIC 9(6) VALUE ZERO.
       77  WS-TOT-CREDENCIAL     PIC 9(6) VALUE ZERO.
       77  WS-TOT-MUERTAS        PIC 9(6) VALUE ZERO.
       77  WS-FS-PENDQCTL        PIC XX VALUE "00".
       77  WS-FS-PENDVIVO        PIC XX VALUE "00".
                   "  RE-DIFERIDAS: " WS-TOT-REDIFERIDAS
                   "  RECHAZADAS: " WS-TOT-RECHAZADAS
                   "  RETENIDAS: " WS-TOT-RETENIDAS
                   "  SIN CREDENCIAL: " WS-TOT-CREDENCIAL
                   "  CARTA MUERTA: " WS-TOT-MUERTAS.
           MOVE "-----FIN DESPACHO DE DIFERIDAS-----"
             TO W-MENSAJE-LOG.
           ADD 1 TO WS-TOT-DESPACHADAS.
      *Un drenaje que vuelve a diferir suma un intento en el control;
      *un 200 o un rechazo real sacan la transaccion de la cola y el
      *control se limpia con ella. Un 401 es de la credencial, no de
      *la venta: vuelve a la cola viva sin sumar intento.
           EVALUATE WS-COD-RTA-CALL
             WHEN 200
               ADD 1 TO WS-TOT-CONFIRMADAS
             WHEN 202
               ADD 1 TO WS-TOT-REDIFERIDAS
               PERFORM SUMA-INTENTO THRU F-SUMA-INTENTO
             WHEN 401
               ADD 1 TO WS-TOT-CREDENCIAL
               PERFORM REENCOLA-VIVA THRU F-REENCOLA-VIVA
               MOVE SPACES TO W-MENSAJE-LOG
               STRING "DESPACHAQ: CREDENCIAL RECHAZADA, RE-ENCOLADA "
                        DELIMITED BY SIZE,
                      WS-Q-IDTRANS DELIMITED BY SPACE
                 INTO W-MENSAJE-LOG
               END-STRING
               CALL "logger" USING W-MENSAJE-LOG
             WHEN OTHER
               ADD 1 TO WS-TOT-RECHAZADAS
               PERFORM BORRA-CTL THRU F-BORRA-CTL
