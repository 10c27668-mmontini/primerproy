      * idtransaccion), que se recrea en cada corrida: asi no hay
      * tope de transacciones por dia ni busquedas lineales por cada
      * renglon leido.
      *
      * Recibe como argumento optativo la fecha de cierre (AAAAMMDD)
      * a procesar; sin argumento, la fecha del dia.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-WRK-EOF-SW        PIC X  VALUE "N".
           88  WS-FIN-CIERWRK       VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-CMDLINE            PIC X(100) VALUE SPACES.
      *Campos de cada renglon de "AUDITORIA" (ver GRABA-AUDITORIA):
      *SERVICIO|IDTRANSACCION|COD-RTA|DES-RTA|FECHA|HORA|SEGUNDOS.
       01  WS-AUD-CAMPOS.
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
      *Fecha de cierre como argumento optativo (AAAAMMDD): CIERRESEQ
      *la pasa al recuperar una fecha que no se cerro a su tiempo.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           IF WS-CMDLINE(1:8) IS NUMERIC
             MOVE WS-CMDLINE(1:8) TO WS-HOY
           END-IF.
           PERFORM ABRIR-ARCHIVOS THRU F-ABRIR-ARCHIVOS.
           PERFORM ESCRIBE-ENCABEZADO THRU F-ESCRIBE-ENCABEZADO.
           PERFORM PROCESA-AUDITORIA THRU F-PROCESA-AUDITORIA
