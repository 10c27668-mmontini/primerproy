      * que se recrea en cada corrida: sin tope de transacciones por
      * dia ni busquedas lineales por cada renglon leido, igual que
      * "REIMPWRK" y "CIERREZWRK".
      *
      * Ademas de "VTAEMPREQ" lee, si esta, "VTAEMPRSN": las ventas de
      * empleado que CONCILPOS encontro en el diario de caja y que
      * nunca llegaron (o llegaron con otros datos y no se
      * confirmaron), mismo layout que "VTAEMPREQ" con codigo "RSN".
      * Se cargan despues de los envios del dia: una transaccion que
      * ya quedo confirmada (200) o diferida (202) no se toca; las
      * demas toman los datos del diario y se reenvian.
      *
      * Recibe como argumento optativo la fecha de cierre (AAAAMMDD)
      * a procesar; sin argumento, la fecha del dia.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-VTAEMPREQ ASSIGN TO "VTAEMPREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VTAEMPREQ.
           SELECT F-VTAEMPRSN ASSIGN TO "VTAEMPRSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VTAEMPRSN.
           SELECT F-REENVWRK ASSIGN TO "REENVWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  F-VTAEMPREQ.
       01  REG-VTAEMPREQ         PIC X(160).
       FD  F-VTAEMPRSN.
       01  REG-VTAEMPRSN         PIC X(160).
      *Ultimo resultado conocido de cada transaccion del dia vista en
      *"VTAEMPREQ" (una misma idtransaccion puede aparecer varias
      *veces: el envio original y cada reenvio).
           COPY "sysinfo.wrk".
       77  WS-FS-VTAEMPREQ       PIC XX VALUE "00".
       77  WS-FS-REENVWRK        PIC XX VALUE "00".
       77  WS-FS-VTAEMPRSN       PIC XX VALUE "00".
       77  WS-RSN-EOF-SW         PIC X  VALUE "N".
           88  WS-FIN-VTAEMPRSN      VALUE "S".
       77  WS-REQ-ABIERTO        PIC X  VALUE "N".
           88  WS-REQ-ESTA-ABIERTO  VALUE "S".
       77  WS-EOF-SW             PIC X  VALUE "N".
       77  WS-WRK-EOF-SW         PIC X  VALUE "N".
           88  WS-FIN-REENVWRK       VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-CMDLINE            PIC X(100) VALUE SPACES.
      *Campos de cada renglon de "VTAEMPREQ" (ver GRABA-VTAEMP):
      *SERVICIO|IDTRANSACCION|SUC|FACTURA|LEGAJO|IMPORTE|COD|FECHA|
      *HORA.
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
      *Fecha de cierre como argumento optativo (AAAAMMDD): CIERRESEQ
      *la pasa al recuperar una fecha que no se cerro a su tiempo.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           IF WS-CMDLINE(1:8) IS NUMERIC
             MOVE WS-CMDLINE(1:8) TO WS-HOY
           END-IF.
           PERFORM ABRIR-ARCHIVO THRU F-ABRIR-ARCHIVO.
           PERFORM CARGA-WRK THRU F-CARGA-WRK
                   UNTIL WS-FIN-VTAEMPREQ.
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO.
           PERFORM CARGA-REENVIOS-DIARIO THRU F-CARGA-REENVIOS-DIARIO.
      *Todos los reenvios salen dentro de una misma sesion de
      *PARSERJS2: la configuracion se carga una vez y la conexion al
      *gateway queda abierta entre pedido y pedido.
       F-ACTUALIZA-WRK.
           EXIT.

      *Renglones de "VTAEMPRSN" (ver CONCILPOS). Sin archivo no hay
      *nada que agregar.
       CARGA-REENVIOS-DIARIO.
           OPEN INPUT F-VTAEMPRSN.
           IF WS-FS-VTAEMPRSN NOT = "00"
             GO TO F-CARGA-REENVIOS-DIARIO
           END-IF.
           PERFORM LEE-REENVIO-DIARIO THRU F-LEE-REENVIO-DIARIO
                   UNTIL WS-FIN-VTAEMPRSN.
           CLOSE F-VTAEMPRSN.
       F-CARGA-REENVIOS-DIARIO.
           EXIT.

       LEE-REENVIO-DIARIO.
           READ F-VTAEMPRSN INTO REG-VTAEMPRSN
             AT END
               SET WS-FIN-VTAEMPRSN TO TRUE
             NOT AT END
               PERFORM ACTUALIZA-WRK-DIARIO
                       THRU F-ACTUALIZA-WRK-DIARIO
           END-READ.
       F-LEE-REENVIO-DIARIO.
           EXIT.

      *Mismo UNSTRING y mismo criterio de dia que ACTUALIZA-WRK, pero
      *sin pisar una transaccion que el gateway ya confirmo o que esta
      *en la cola de diferidos.
       ACTUALIZA-WRK-DIARIO.
           UNSTRING REG-VTAEMPRSN DELIMITED BY "|"
             INTO WS-REQ-SERVICIO, WS-REQ-IDTRANS, WS-REQ-SUC,
                  WS-REQ-FACTURA, WS-REQ-LEGAJO, WS-REQ-IMPORTE,
                  WS-REQ-RESULT, WS-REQ-FECHA, WS-REQ-HORA
           END-UNSTRING.
           IF WS-REQ-FECHA(1:8) NOT = WS-HOY OR
              WS-REQ-IDTRANS = SPACES
             GO TO F-ACTUALIZA-WRK-DIARIO
           END-IF.
           MOVE WS-REQ-IDTRANS TO REENV-IDTRANS.
           READ F-REENVWRK
             INVALID KEY
               MOVE WS-REQ-IDTRANS  TO REENV-IDTRANS
               MOVE WS-REQ-SERVICIO TO REENV-SERVICIO
               MOVE WS-REQ-SUC      TO REENV-SUC
               MOVE WS-REQ-FACTURA  TO REENV-FACTURA
               MOVE WS-REQ-LEGAJO   TO REENV-LEGAJO
               MOVE WS-REQ-IMPORTE  TO REENV-IMPORTE
               MOVE WS-REQ-RESULT   TO REENV-RESULT
               WRITE REG-REENVWRK
             NOT INVALID KEY
               IF REENV-RESULT NOT = "200" AND
                  REENV-RESULT NOT = "202"
                 MOVE WS-REQ-SERVICIO TO REENV-SERVICIO
                 MOVE WS-REQ-SUC      TO REENV-SUC
                 MOVE WS-REQ-FACTURA  TO REENV-FACTURA
                 MOVE WS-REQ-LEGAJO   TO REENV-LEGAJO
                 MOVE WS-REQ-IMPORTE  TO REENV-IMPORTE
                 MOVE WS-REQ-RESULT   TO REENV-RESULT
                 REWRITE REG-REENVWRK
               END-IF
           END-READ.
       F-ACTUALIZA-WRK-DIARIO.
           EXIT.

       CERRAR-ARCHIVO.
           IF WS-REQ-ESTA-ABIERTO
             CLOSE F-VTAEMPREQ
