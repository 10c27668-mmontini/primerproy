      *
      * El informe mensual de tendencia sale aparte, de SRVTREND, que
      * lee esta historia.
      *
      * Recibe como argumento optativo la fecha de cierre (AAAAMMDD)
      * a procesar; sin argumento, la fecha del dia.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-EOF-SW             PIC X VALUE "N".
           88  WS-FIN-AUDGEN         VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-CMDLINE            PIC X(100) VALUE SPACES.
       77  WS-CFG-CLAVE          PIC X(20) VALUE SPACES.
       77  WS-CFG-VALOR          PIC X(58) VALUE SPACES.
      *Dias para atras que se intenta rellenar desde las
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
      *Fecha de cierre como argumento optativo (AAAAMMDD): CIERRESEQ
      *la pasa al recuperar una fecha que no se cerro a su tiempo.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           IF WS-CMDLINE(1:8) IS NUMERIC
             MOVE WS-CMDLINE(1:8) TO WS-HOY
           END-IF.
           MOVE "-----INICIO HISTORIA DE SERVICIOS-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
