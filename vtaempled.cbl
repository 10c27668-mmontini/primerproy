      * ("LIMITE|importe", misma convencion CLAVE|VALOR que
      * "GATEWAYCFG"). Ese resumen es el que usa liquidacion de
      * sueldos para armar el archivo de descuentos.
      *
      * Argumentos optativos (los pasa CIERRESEQ segun el calendario
      * "CALENDARIO"): fecha de cierre AAAAMMDD, para pasar los
      * renglones de esa fecha y no los de la fecha de corrida (una
      * fecha recuperada se cierra con sus propios envios y en su
      * propio periodo), y "RESUMEN" para emitir solo el resumen del
      * periodo de esa fecha, sin pase diario. Con fecha y sin
      * "RESUMEN" se hace solo el pase: el resumen lo pide CIERRESEQ
      * aparte el ultimo dia habil del mes, que no siempre es el
      * ultimo dia del calendario. Sin argumentos, como siempre.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-HOY-N REDEFINES WS-HOY
                                 PIC 9(8).
       77  WS-PERIODO            PIC X(6) VALUE SPACES.
       77  WS-CMDLINE            PIC X(100) VALUE SPACES.
       77  WS-ARG-FECHA          PIC X(8) VALUE SPACES.
       77  WS-ARG-MODO           PIC X(10) VALUE SPACES.
      *Modo de corrida: " " sin argumentos (pase y, si es el ultimo
      *dia del mes, resumen), "D" solo pase de la fecha pedida, "R"
      *solo resumen del periodo de la fecha pedida.
       77  WS-MODO-SW            PIC X VALUE SPACE.
           88  WS-MODO-CLASICO       VALUE " ".
           88  WS-MODO-DIARIO        VALUE "D".
           88  WS-MODO-RESUMEN       VALUE "R".
       77  WS-ULT-DIA-MES        PIC 9(2) VALUE ZERO.
       77  WS-BISIESTO-SW        PIC X VALUE "N".
           88  WS-ES-BISIESTO        VALUE "S".
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY-N FROM DATE YYYYMMDD.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
             INTO WS-ARG-FECHA, WS-ARG-MODO
           END-UNSTRING.
           IF WS-ARG-FECHA IS NUMERIC
             MOVE WS-ARG-FECHA TO WS-HOY-N
             IF WS-ARG-MODO = "RESUMEN"
               SET WS-MODO-RESUMEN TO TRUE
             ELSE
               SET WS-MODO-DIARIO TO TRUE
             END-IF
           END-IF.
           MOVE WS-HOY(1:6) TO WS-PERIODO.
           MOVE "-----INICIO LIBRO VENTAS EMPLEADO-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           PERFORM CARGA-CFG-VTAEMP THRU F-CARGA-CFG-VTAEMP.
           PERFORM ABRIR-ARCHIVOS THRU F-ABRIR-ARCHIVOS.
      *Corrida de solo resumen: el pase de esa fecha ya lo hizo la
      *corrida diaria.
           IF WS-MODO-RESUMEN
             SET WS-FIN-VTAEMPREQ TO TRUE
           END-IF.
           PERFORM PASA-VTAEMPREQ THRU F-PASA-VTAEMPREQ
                   UNTIL WS-FIN-VTAEMPREQ.
           IF WS-REQ-ESTA-ABIERTO
             CLOSE F-VTAEMPDUP
           END-IF.
           PERFORM CALCULA-ULT-DIA THRU F-CALCULA-ULT-DIA.
           IF (WS-MODO-CLASICO AND WS-HOY-DIA = WS-ULT-DIA-MES) OR
              WS-MODO-RESUMEN
             PERFORM EMITE-RESUMEN THRU F-EMITE-RESUMEN
           END-IF.
           CLOSE F-LEDGER.
