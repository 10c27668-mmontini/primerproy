       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILPOS.
       AUTHOR. LOCOMOTORA.
       INSTALLATION. OCTUBRE-DE-2026.
       DATE-WRITTEN. OCTUBRE-DE-2026.
      *================================================================
      * Conciliacion nocturna de las ventas de empleado del diario de
      * caja de las sucursales contra lo que efectivamente paso por
      * PARSERJS2 ("VTAEMPREQ", ver GRABA-VTAEMP en parserjs.cbl).
      * CIERREZ y REENVIAVTA solo ven lo que llego a PARSERJS2: si la
      * caja se colgo o el cajero no hizo el circuito de venta de
      * empleado, la factura esta en el diario de la sucursal pero no
      * en "VTAEMPREQ", ni en "AUDITORIA", ni en "VTAPENDQ", y la
      * liquidacion de sueldos nunca la descuenta.
      *
      * Entrada: "DIARIOPOS", el diario de caja del dia tal como lo
      * transmite cada sucursal (los diarios de todas las sucursales
      * se juntan en el mismo archivo al recibirlos), un renglon por
      * factura emitida: SUCURSAL|NROFACTURA|LEGAJO|IMPORTE. Las
      * ventas de empleado son las que traen legajo; las demas solo
      * sirven para controlar la numeracion.
      *
      * Se aparea por sucursal + factura contra el ultimo resultado de
      * cada VTAEMPFAC del dia en "VTAEMPREQ" y se informa en
      * "CONCILPOSRPT":
      *  - facturas de empleado del diario que nunca se enviaron;
      *  - enviadas con otro importe u otro legajo que el del diario;
      *  - enviadas sin renglon en el diario;
      *  - saltos en la numeracion de facturas de cada sucursal.
      * Las facturas que nunca se enviaron, y las enviadas con otros
      * datos que el gateway todavia no confirmo, se dejan en
      * "VTAEMPRSN" con el layout de "VTAEMPREQ" y los datos del
      * diario, para que REENVIAVTA las mande sin re-tipearlas. Las
      * confirmadas con otros datos, las que no estan en el diario y
      * los saltos de numeracion no se pueden reenviar: quedan solo en
      * el reporte para que las resuelva la sucursal.
      *
      * Los dos lados se cargan a archivos de trabajo indexados por
      * sucursal + factura ("CONCILPOSDWRK" y "CONCILPOSRWRK"), que se
      * recrean en cada corrida (mismo esquema que "REENVWRK"), y se
      * aparean recorriendolos en secuencia de clave. La factura se
      * normaliza a 12 digitos con ceros a la izquierda cuando es
      * numerica, para que "12345" de la caja y "000012345" del envio
      * sean la misma factura.
      *
      * Recibe como argumento optativo la fecha de cierre (AAAAMMDD)
      * a procesar; sin argumento, la fecha del dia.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DIARIOPOS ASSIGN TO "DIARIOPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIOPOS.
           SELECT F-VTAEMPREQ ASSIGN TO "VTAEMPREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VTAEMPREQ.
           SELECT F-DIAWRK ASSIGN TO "CONCILPOSDWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DWRK-CLAVE
               FILE STATUS IS WS-FS-DIAWRK.
           SELECT F-REQWRK ASSIGN TO "CONCILPOSRWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RWRK-CLAVE
               FILE STATUS IS WS-FS-REQWRK.
           SELECT F-CONCILPOSRPT ASSIGN TO "CONCILPOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONCILPOSRPT.
           SELECT F-VTAEMPRSN ASSIGN TO "VTAEMPRSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VTAEMPRSN.
       DATA DIVISION.
       FILE SECTION.
       FD  F-DIARIOPOS.
       01  REG-DIARIOPOS         PIC X(80).
       FD  F-VTAEMPREQ.
       01  REG-VTAEMPREQ         PIC X(160).
      *Una factura del diario por clave (un renglon repetido en el
      *diario se cuenta y se informa, pero vale el primero).
       FD  F-DIAWRK.
       01  REG-DIAWRK.
           03  DWRK-CLAVE.
               05  DWRK-SUC       PIC X(3).
               05  DWRK-FACTURA   PIC X(12).
           03  DWRK-FACTURA-ORIG  PIC X(12).
           03  DWRK-LEGAJO        PIC X(10).
           03  DWRK-IMPORTE       PIC X(15).
           03  DWRK-FAC-NUM       PIC 9(12).
           03  DWRK-NUMERICA      PIC X.
      *Ultimo resultado del dia de cada VTAEMPFAC por sucursal +
      *factura ("VTAEMPREQ" es append-only: el renglon mas nuevo pisa
      *al anterior, como en REENVIAVTA).
       FD  F-REQWRK.
       01  REG-REQWRK.
           03  RWRK-CLAVE.
               05  RWRK-SUC       PIC X(3).
               05  RWRK-FACTURA   PIC X(12).
           03  RWRK-IDTRANS       PIC X(36).
           03  RWRK-FACTURA-ORIG  PIC X(12).
           03  RWRK-LEGAJO        PIC X(10).
           03  RWRK-IMPORTE       PIC X(15).
           03  RWRK-RESULT        PIC X(3).
       FD  F-CONCILPOSRPT.
       01  REG-CONCILPOSRPT      PIC X(132).
      *Mismo layout que "VTAEMPREQ", para que REENVIAVTA lo lea con
      *el mismo UNSTRING.
       FD  F-VTAEMPRSN.
       01  REG-VTAEMPRSN         PIC X(160).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-DIARIOPOS       PIC XX VALUE "00".
       77  WS-FS-VTAEMPREQ       PIC XX VALUE "00".
       77  WS-FS-DIAWRK          PIC XX VALUE "00".
       77  WS-FS-REQWRK          PIC XX VALUE "00".
       77  WS-FS-CONCILPOSRPT    PIC XX VALUE "00".
       77  WS-FS-VTAEMPRSN       PIC XX VALUE "00".
       77  WS-DIA-EOF-SW         PIC X  VALUE "N".
           88  WS-FIN-DIARIOPOS      VALUE "S".
       77  WS-REQ-EOF-SW         PIC X  VALUE "N".
           88  WS-FIN-VTAEMPREQ      VALUE "S".
       77  WS-DWRK-EOF-SW        PIC X  VALUE "N".
           88  WS-FIN-DIAWRK         VALUE "S".
       77  WS-RWRK-EOF-SW        PIC X  VALUE "N".
           88  WS-FIN-REQWRK         VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-CMDLINE            PIC X(100) VALUE SPACES.
       77  WS-HORA               PIC 9(8) VALUE ZERO.
      *Campos de cada renglon de "DIARIOPOS".
       01  WS-DIA-CAMPOS.
           03  WS-DIA-SUC         PIC X(3).
           03  WS-DIA-FACTURA     PIC X(12).
           03  WS-DIA-LEGAJO      PIC X(10).
           03  WS-DIA-IMPORTE     PIC X(15).
      *Campos de cada renglon de "VTAEMPREQ" (ver GRABA-VTAEMP):
      *SERVICIO|IDTRANSACCION|SUC|FACTURA|LEGAJO|IMPORTE|COD|FECHA|
      *HORA.
       01  WS-REQ-CAMPOS.
           03  WS-REQ-SERVICIO    PIC X(20).
           03  WS-REQ-IDTRANS     PIC X(36).
           03  WS-REQ-SUC         PIC X(3).
           03  WS-REQ-FACTURA     PIC X(12).
           03  WS-REQ-LEGAJO      PIC X(10).
           03  WS-REQ-IMPORTE     PIC X(15).
           03  WS-REQ-RESULT      PIC X(3).
           03  WS-REQ-FECHA       PIC X(8).
           03  WS-REQ-HORA        PIC X(8).
      *Normalizacion del numero de factura: si es numerico se lo
      *alinea a la derecha con ceros adelante.
       77  WS-FAC-TXT            PIC X(12) VALUE SPACES.
       77  WS-FAC-LARGO          PIC 9(2) VALUE ZERO.
       77  WS-FAC-DER            PIC X(12) JUSTIFIED RIGHT
                                 VALUE SPACES.
       01  WS-FAC-NORM           PIC X(12) VALUE SPACES.
       01  WS-FAC-NUM REDEFINES WS-FAC-NORM
                                 PIC 9(12).
       77  WS-FAC-NUMERICA-SW    PIC X VALUE "N".
           88  WS-FAC-ES-NUMERICA    VALUE "S".
      *Conversion de importes de texto ("+0001500.50", "1500,5",
      *"-12.00") a numero, para comparar sin depender del formato.
       77  WS-IMP-TXT            PIC X(15) VALUE SPACES.
       77  WS-IMP-NUM            PIC S9(9)V99 VALUE ZERO.
       77  WS-IMP-CH             PIC 9(2) VALUE ZERO.
       77  WS-IMP-DEC            PIC 9(1) VALUE ZERO.
       77  WS-IMP-DIGITO         PIC 9 VALUE ZERO.
       77  WS-IMP-NEG-SW         PIC X VALUE "N".
           88  WS-IMP-NEGATIVO       VALUE "S".
       77  WS-IMP-DIARIO         PIC S9(9)V99 VALUE ZERO.
       77  WS-IMP-ENVIADO        PIC S9(9)V99 VALUE ZERO.
       77  WS-ED-IMP-DIA         PIC -(8)9.99 VALUE ZERO.
       77  WS-ED-IMP-ENV         PIC -(8)9.99 VALUE ZERO.
       77  WS-RSN-IMPORTE        PIC +9(7).99 VALUE ZERO.
      *Control de numeracion: ultima factura numerica vista de la
      *sucursal en curso.
       77  WS-NUM-SUC            PIC X(3) VALUE SPACES.
       77  WS-NUM-ANT            PIC 9(12) VALUE ZERO.
       77  WS-NUM-HAY-ANT-SW     PIC X VALUE "N".
           88  WS-NUM-HAY-ANT        VALUE "S".
       77  WS-NUM-DESDE          PIC 9(12) VALUE ZERO.
       77  WS-NUM-HASTA          PIC 9(12) VALUE ZERO.
       77  WS-NUM-FALTAN         PIC 9(12) VALUE ZERO.
       77  WS-ED-FALTAN          PIC Z(11)9 VALUE ZERO.
      *Datos del renglon de reenvio en armado.
       77  WS-RSN-IDTRANS        PIC X(36) VALUE SPACES.
       77  WS-RSN-RENGLON        PIC X(160) VALUE SPACES.
       77  WS-DIFIERE-SW         PIC X VALUE "N".
           88  WS-DIFIERE            VALUE "S".
       77  WS-RPT-LINEA          PIC X(132) VALUE SPACES.
       77  WS-RPT-MOTIVO         PIC X(24) VALUE SPACES.
      *Totales.
       77  WS-TOT-DIARIO         PIC 9(6) VALUE ZERO.
       77  WS-TOT-DIA-EMP        PIC 9(6) VALUE ZERO.
       77  WS-TOT-DIA-REPET      PIC 9(6) VALUE ZERO.
       77  WS-TOT-ENVIADAS       PIC 9(6) VALUE ZERO.
       77  WS-TOT-COINCIDEN      PIC 9(6) VALUE ZERO.
       77  WS-TOT-NUNCA          PIC 9(6) VALUE ZERO.
       77  WS-TOT-DIFIEREN       PIC 9(6) VALUE ZERO.
       77  WS-TOT-SIN-DIARIO     PIC 9(6) VALUE ZERO.
       77  WS-TOT-SALTOS         PIC 9(6) VALUE ZERO.
       77  WS-TOT-FALTANTES      PIC 9(12) VALUE ZERO.
       77  WS-TOT-REENVIO        PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
      *Fecha de cierre como argumento optativo (AAAAMMDD): CIERRESEQ
      *la pasa al recuperar una fecha que no se cerro a su tiempo.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           IF WS-CMDLINE(1:8) IS NUMERIC
             MOVE WS-CMDLINE(1:8) TO WS-HOY
           END-IF.
           ACCEPT WS-HORA FROM TIME.
           MOVE "-----INICIO CONCILIACION DIARIO POS-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           PERFORM ABRE-TRABAJO THRU F-ABRE-TRABAJO.
           PERFORM CARGA-DIARIO THRU F-CARGA-DIARIO.
           PERFORM CARGA-ENVIOS THRU F-CARGA-ENVIOS.
           OPEN OUTPUT F-CONCILPOSRPT.
           OPEN OUTPUT F-VTAEMPRSN.
           PERFORM ESCRIBE-ENCABEZADO THRU F-ESCRIBE-ENCABEZADO.
           PERFORM POSICIONA-TRABAJO THRU F-POSICIONA-TRABAJO.
           PERFORM LEE-DWRK THRU F-LEE-DWRK.
           PERFORM LEE-RWRK THRU F-LEE-RWRK.
           PERFORM APAREA THRU F-APAREA
                   UNTIL WS-FIN-DIAWRK AND WS-FIN-REQWRK.
           PERFORM ESCRIBE-RESUMEN THRU F-ESCRIBE-RESUMEN.
           CLOSE F-DIAWRK F-REQWRK F-CONCILPOSRPT F-VTAEMPRSN.
           MOVE "-----FIN CONCILIACION DIARIO POS-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *Los archivos de trabajo se recrean vacios en cada corrida y se
      *reabren en I-O. Sin ellos no hay conciliacion posible: se
      *corta con codigo de error (un "todo bien" sin haber comparado
      *nada esconderia justo las ventas que se buscan).
       ABRE-TRABAJO.
           OPEN OUTPUT F-DIAWRK.
           CLOSE F-DIAWRK.
           OPEN I-O F-DIAWRK.
           OPEN OUTPUT F-REQWRK.
           CLOSE F-REQWRK.
           OPEN I-O F-REQWRK.
           IF WS-FS-DIAWRK NOT = "00" OR WS-FS-REQWRK NOT = "00"
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "CONCILPOS: NO PUDO CREAR TRABAJO FS="
                      DELIMITED BY SIZE,
                    WS-FS-DIAWRK DELIMITED BY SIZE,
                    "/" DELIMITED BY SIZE,
                    WS-FS-REQWRK DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "CONCILPOS: NO PUDO CREAR ARCHIVOS DE TRABAJO FS="
                     WS-FS-DIAWRK "/" WS-FS-REQWRK
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
       F-ABRE-TRABAJO.
           EXIT.

      *Sin diario no hay nada que conciliar del lado de las cajas: el
      *reporte sale igual, con todo lo enviado como "sin diario", que
      *es la foto real (y obliga a preguntar por que no llego).
       CARGA-DIARIO.
           OPEN INPUT F-DIARIOPOS.
           IF WS-FS-DIARIOPOS NOT = "00"
             MOVE "CONCILPOS: SIN DIARIOPOS" TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-CARGA-DIARIO
           END-IF.
           PERFORM LEE-DIARIO THRU F-LEE-DIARIO
                   UNTIL WS-FIN-DIARIOPOS.
           CLOSE F-DIARIOPOS.
       F-CARGA-DIARIO.
           EXIT.

       LEE-DIARIO.
           READ F-DIARIOPOS INTO REG-DIARIOPOS
             AT END
               SET WS-FIN-DIARIOPOS TO TRUE
             NOT AT END
               PERFORM GRABA-DWRK THRU F-GRABA-DWRK
           END-READ.
       F-LEE-DIARIO.
           EXIT.

       GRABA-DWRK.
           IF REG-DIARIOPOS = SPACES OR REG-DIARIOPOS(1:1) = "*"
             GO TO F-GRABA-DWRK
           END-IF.
           MOVE SPACES TO WS-DIA-CAMPOS.
           UNSTRING REG-DIARIOPOS DELIMITED BY "|"
             INTO WS-DIA-SUC, WS-DIA-FACTURA, WS-DIA-LEGAJO,
                  WS-DIA-IMPORTE
           END-UNSTRING.
           IF WS-DIA-SUC = SPACES OR WS-DIA-FACTURA = SPACES
             GO TO F-GRABA-DWRK
           END-IF.
           ADD 1 TO WS-TOT-DIARIO.
           MOVE WS-DIA-FACTURA TO WS-FAC-TXT.
           PERFORM NORMALIZA-FACTURA THRU F-NORMALIZA-FACTURA.
           MOVE WS-DIA-SUC     TO DWRK-SUC.
           MOVE WS-FAC-NORM    TO DWRK-FACTURA.
           MOVE WS-DIA-FACTURA TO DWRK-FACTURA-ORIG.
           MOVE WS-DIA-LEGAJO  TO DWRK-LEGAJO.
           MOVE WS-DIA-IMPORTE TO DWRK-IMPORTE.
           IF WS-FAC-ES-NUMERICA
             MOVE WS-FAC-NUM TO DWRK-FAC-NUM
             MOVE "S" TO DWRK-NUMERICA
           ELSE
             MOVE ZERO TO DWRK-FAC-NUM
             MOVE "N" TO DWRK-NUMERICA
           END-IF.
           WRITE REG-DIAWRK
             INVALID KEY
               ADD 1 TO WS-TOT-DIA-REPET
               MOVE SPACES TO WS-RPT-LINEA
               STRING "FACTURA REPETIDA EN DIARIO  SUC: "
                        DELIMITED BY SIZE,
                      WS-DIA-SUC DELIMITED BY SIZE,
                      "  FACTURA: " DELIMITED BY SIZE,
                      WS-DIA-FACTURA DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
               MOVE WS-RPT-LINEA TO W-MENSAJE-LOG
               CALL "logger" USING W-MENSAJE-LOG
             NOT INVALID KEY
               IF WS-DIA-LEGAJO NOT = SPACES
                 ADD 1 TO WS-TOT-DIA-EMP
               END-IF
           END-WRITE.
       F-GRABA-DWRK.
           EXIT.

      *Solo las ventas (VTAEMPFAC) del dia: las devoluciones no estan
      *en el diario como facturas de venta. Cada renglon pisa al
      *anterior de la misma sucursal + factura.
       CARGA-ENVIOS.
           OPEN INPUT F-VTAEMPREQ.
           IF WS-FS-VTAEMPREQ NOT = "00"
             GO TO F-CARGA-ENVIOS
           END-IF.
           PERFORM LEE-ENVIO THRU F-LEE-ENVIO
                   UNTIL WS-FIN-VTAEMPREQ.
           CLOSE F-VTAEMPREQ.
       F-CARGA-ENVIOS.
           EXIT.

       LEE-ENVIO.
           READ F-VTAEMPREQ INTO REG-VTAEMPREQ
             AT END
               SET WS-FIN-VTAEMPREQ TO TRUE
             NOT AT END
               PERFORM GRABA-RWRK THRU F-GRABA-RWRK
           END-READ.
       F-LEE-ENVIO.
           EXIT.

       GRABA-RWRK.
           MOVE SPACES TO WS-REQ-CAMPOS.
           UNSTRING REG-VTAEMPREQ DELIMITED BY "|"
             INTO WS-REQ-SERVICIO, WS-REQ-IDTRANS, WS-REQ-SUC,
                  WS-REQ-FACTURA, WS-REQ-LEGAJO, WS-REQ-IMPORTE,
                  WS-REQ-RESULT, WS-REQ-FECHA, WS-REQ-HORA
           END-UNSTRING.
           IF WS-REQ-FECHA(1:8) NOT = WS-HOY OR
              WS-REQ-SERVICIO(1:9) NOT = "VTAEMPFAC" OR
              WS-REQ-SUC = SPACES OR WS-REQ-FACTURA = SPACES
             GO TO F-GRABA-RWRK
           END-IF.
           MOVE WS-REQ-FACTURA TO WS-FAC-TXT.
           PERFORM NORMALIZA-FACTURA THRU F-NORMALIZA-FACTURA.
           MOVE WS-REQ-SUC TO RWRK-SUC.
           MOVE WS-FAC-NORM TO RWRK-FACTURA.
           READ F-REQWRK
             INVALID KEY
               PERFORM MUEVE-RWRK THRU F-MUEVE-RWRK
               WRITE REG-REQWRK
             NOT INVALID KEY
               PERFORM MUEVE-RWRK THRU F-MUEVE-RWRK
               REWRITE REG-REQWRK
           END-READ.
       F-GRABA-RWRK.
           EXIT.

       MUEVE-RWRK.
           MOVE WS-REQ-SUC     TO RWRK-SUC.
           MOVE WS-FAC-NORM    TO RWRK-FACTURA.
           MOVE WS-REQ-IDTRANS TO RWRK-IDTRANS.
           MOVE WS-REQ-FACTURA TO RWRK-FACTURA-ORIG.
           MOVE WS-REQ-LEGAJO  TO RWRK-LEGAJO.
           MOVE WS-REQ-IMPORTE TO RWRK-IMPORTE.
           MOVE WS-REQ-RESULT  TO RWRK-RESULT.
       F-MUEVE-RWRK.
           EXIT.

      *WS-FAC-TXT -> WS-FAC-NORM: alineada a la derecha con ceros si
      *es numerica (WS-FAC-ES-NUMERICA), tal cual si no.
       NORMALIZA-FACTURA.
           MOVE "N" TO WS-FAC-NUMERICA-SW.
           MOVE WS-FAC-TXT TO WS-FAC-NORM.
           MOVE ZERO TO WS-FAC-LARGO.
           INSPECT WS-FAC-TXT TALLYING WS-FAC-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-FAC-LARGO = 0
             GO TO F-NORMALIZA-FACTURA
           END-IF.
           MOVE WS-FAC-TXT(1:WS-FAC-LARGO) TO WS-FAC-DER.
           INSPECT WS-FAC-DER REPLACING LEADING SPACE BY ZERO.
           IF WS-FAC-DER IS NUMERIC
             MOVE WS-FAC-DER TO WS-FAC-NORM
             SET WS-FAC-ES-NUMERICA TO TRUE
           END-IF.
       F-NORMALIZA-FACTURA.
           EXIT.

      *WS-IMP-TXT -> WS-IMP-NUM. Admite signo adelante, punto o coma
      *decimal y hasta dos decimales; cualquier otro caracter se
      *ignora.
       CONVIERTE-IMPORTE.
           MOVE ZERO TO WS-IMP-NUM WS-IMP-DEC.
           MOVE "N" TO WS-IMP-NEG-SW.
           PERFORM VARYING WS-IMP-CH FROM 1 BY 1
                   UNTIL WS-IMP-CH > 15
             EVALUATE TRUE
               WHEN WS-IMP-TXT(WS-IMP-CH:1) = "-"
                 SET WS-IMP-NEGATIVO TO TRUE
               WHEN WS-IMP-TXT(WS-IMP-CH:1) = "." OR
                    WS-IMP-TXT(WS-IMP-CH:1) = ","
                 MOVE 1 TO WS-IMP-DEC
               WHEN WS-IMP-TXT(WS-IMP-CH:1) >= "0" AND
                    WS-IMP-TXT(WS-IMP-CH:1) <= "9"
                 MOVE WS-IMP-TXT(WS-IMP-CH:1) TO WS-IMP-DIGITO
                 EVALUATE WS-IMP-DEC
                   WHEN 0
                     COMPUTE WS-IMP-NUM =
                         WS-IMP-NUM * 10 + WS-IMP-DIGITO
                   WHEN 1
                     COMPUTE WS-IMP-NUM =
                         WS-IMP-NUM + WS-IMP-DIGITO / 10
                     MOVE 2 TO WS-IMP-DEC
                   WHEN 2
                     COMPUTE WS-IMP-NUM =
                         WS-IMP-NUM + WS-IMP-DIGITO / 100
                     MOVE 3 TO WS-IMP-DEC
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
           IF WS-IMP-NEGATIVO
             COMPUTE WS-IMP-NUM = 0 - WS-IMP-NUM
           END-IF.
       F-CONVIERTE-IMPORTE.
           EXIT.

       POSICIONA-TRABAJO.
           MOVE LOW-VALUES TO DWRK-CLAVE.
           START F-DIAWRK KEY NOT < DWRK-CLAVE
             INVALID KEY
               SET WS-FIN-DIAWRK TO TRUE
           END-START.
           MOVE LOW-VALUES TO RWRK-CLAVE.
           START F-REQWRK KEY NOT < RWRK-CLAVE
             INVALID KEY
               SET WS-FIN-REQWRK TO TRUE
           END-START.
       F-POSICIONA-TRABAJO.
           EXIT.

      *Lee la proxima factura del diario en secuencia de clave y, de
      *paso, controla la numeracion de la sucursal.
       LEE-DWRK.
           IF WS-FIN-DIAWRK
             MOVE HIGH-VALUES TO DWRK-CLAVE
             GO TO F-LEE-DWRK
           END-IF.
           READ F-DIAWRK NEXT RECORD
             AT END
               SET WS-FIN-DIAWRK TO TRUE
               MOVE HIGH-VALUES TO DWRK-CLAVE
             NOT AT END
               PERFORM CONTROLA-NUMERACION
                       THRU F-CONTROLA-NUMERACION
           END-READ.
       F-LEE-DWRK.
           EXIT.

       LEE-RWRK.
           IF WS-FIN-REQWRK
             MOVE HIGH-VALUES TO RWRK-CLAVE
             GO TO F-LEE-RWRK
           END-IF.
           READ F-REQWRK NEXT RECORD
             AT END
               SET WS-FIN-REQWRK TO TRUE
               MOVE HIGH-VALUES TO RWRK-CLAVE
           END-READ.
       F-LEE-RWRK.
           EXIT.

      *Las facturas de cada sucursal llegan en orden: entre una
      *factura numerica y la siguiente de la misma sucursal no puede
      *faltar ningun numero. El salto se informa como rango.
       CONTROLA-NUMERACION.
           IF DWRK-SUC NOT = WS-NUM-SUC
             MOVE DWRK-SUC TO WS-NUM-SUC
             MOVE "N" TO WS-NUM-HAY-ANT-SW
           END-IF.
           IF DWRK-NUMERICA NOT = "S"
             GO TO F-CONTROLA-NUMERACION
           END-IF.
           IF WS-NUM-HAY-ANT AND DWRK-FAC-NUM > WS-NUM-ANT + 1
             COMPUTE WS-NUM-DESDE = WS-NUM-ANT + 1
             COMPUTE WS-NUM-HASTA = DWRK-FAC-NUM - 1
             COMPUTE WS-NUM-FALTAN = WS-NUM-HASTA - WS-NUM-DESDE + 1
             ADD 1 TO WS-TOT-SALTOS
             ADD WS-NUM-FALTAN TO WS-TOT-FALTANTES
             MOVE WS-NUM-FALTAN TO WS-ED-FALTAN
             MOVE SPACES TO WS-RPT-LINEA
             STRING "SALTO DE NUMERACION        SUC: "
                      DELIMITED BY SIZE,
                    DWRK-SUC DELIMITED BY SIZE,
                    "  FALTAN DESDE: " DELIMITED BY SIZE,
                    WS-NUM-DESDE DELIMITED BY SIZE,
                    "  HASTA: " DELIMITED BY SIZE,
                    WS-NUM-HASTA DELIMITED BY SIZE,
                    "  CANTIDAD: " DELIMITED BY SIZE,
                    WS-ED-FALTAN DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
             MOVE WS-RPT-LINEA TO REG-CONCILPOSRPT
             WRITE REG-CONCILPOSRPT
           END-IF.
           MOVE DWRK-FAC-NUM TO WS-NUM-ANT.
           SET WS-NUM-HAY-ANT TO TRUE.
       F-CONTROLA-NUMERACION.
           EXIT.

      *Apareo por sucursal + factura. Las facturas del diario sin
      *legajo no son ventas de empleado: solo cuentan para la
      *numeracion, salvo que se hayan enviado como tales (en ese caso
      *difieren en el legajo).
       APAREA.
           EVALUATE TRUE
             WHEN DWRK-CLAVE < RWRK-CLAVE
               IF DWRK-LEGAJO NOT = SPACES
                 PERFORM NUNCA-ENVIADA THRU F-NUNCA-ENVIADA
               END-IF
               PERFORM LEE-DWRK THRU F-LEE-DWRK
             WHEN DWRK-CLAVE > RWRK-CLAVE
               PERFORM SIN-DIARIO THRU F-SIN-DIARIO
               PERFORM LEE-RWRK THRU F-LEE-RWRK
             WHEN OTHER
               PERFORM COMPARA-ENVIO THRU F-COMPARA-ENVIO
               PERFORM LEE-DWRK THRU F-LEE-DWRK
               PERFORM LEE-RWRK THRU F-LEE-RWRK
           END-EVALUATE.
       F-APAREA.
           EXIT.

      *Venta de empleado del diario que no paso nunca por PARSERJS2:
      *se reenvia con una idtransaccion nueva armada con la sucursal,
      *la factura y la fecha (siempre la misma para la misma factura,
      *asi una segunda corrida del dia no la duplica).
       NUNCA-ENVIADA.
           ADD 1 TO WS-TOT-NUNCA.
           MOVE "NUNCA ENVIADA" TO WS-RPT-MOTIVO.
           PERFORM ESCRIBE-DETALLE THRU F-ESCRIBE-DETALLE.
           MOVE SPACES TO WS-RSN-IDTRANS.
           STRING "POS-" DELIMITED BY SIZE,
                  DWRK-SUC DELIMITED BY SIZE,
                  "-" DELIMITED BY SIZE,
                  DWRK-FACTURA DELIMITED BY SPACE,
                  "-" DELIMITED BY SIZE,
                  WS-HOY DELIMITED BY SIZE
             INTO WS-RSN-IDTRANS
           END-STRING.
           PERFORM GRABA-REENVIO THRU F-GRABA-REENVIO.
       F-NUNCA-ENVIADA.
           EXIT.

       SIN-DIARIO.
           ADD 1 TO WS-TOT-ENVIADAS.
           ADD 1 TO WS-TOT-SIN-DIARIO.
           MOVE SPACES TO WS-RPT-LINEA.
           MOVE RWRK-IMPORTE TO WS-IMP-TXT.
           PERFORM CONVIERTE-IMPORTE THRU F-CONVIERTE-IMPORTE.
           MOVE WS-IMP-NUM TO WS-ED-IMP-ENV.
           STRING "ENVIADA SIN DIARIO         SUC: " DELIMITED BY SIZE,
                  RWRK-SUC DELIMITED BY SIZE,
                  "  FACTURA: " DELIMITED BY SIZE,
                  RWRK-FACTURA DELIMITED BY SIZE,
                  "  LEGAJO: " DELIMITED BY SIZE,
                  RWRK-LEGAJO DELIMITED BY SIZE,
                  "  IMPORTE: " DELIMITED BY SIZE,
                  WS-ED-IMP-ENV DELIMITED BY SIZE,
                  "  COD: " DELIMITED BY SIZE,
                  RWRK-RESULT DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-CONCILPOSRPT.
           WRITE REG-CONCILPOSRPT.
       F-SIN-DIARIO.
           EXIT.

      *Misma factura en ambos lados: se comparan importe (como numero)
      *y legajo. Si difieren y el gateway todavia no la confirmo
      *(ni esta diferida en "VTAPENDQ"), se reenvia con los datos del
      *diario y la misma idtransaccion, como hace REENVIAVTA; una
      *confirmada con otros datos ya no se puede pisar desde aca.
       COMPARA-ENVIO.
           ADD 1 TO WS-TOT-ENVIADAS.
           MOVE "N" TO WS-DIFIERE-SW.
           MOVE DWRK-IMPORTE TO WS-IMP-TXT.
           PERFORM CONVIERTE-IMPORTE THRU F-CONVIERTE-IMPORTE.
           MOVE WS-IMP-NUM TO WS-IMP-DIARIO.
           MOVE RWRK-IMPORTE TO WS-IMP-TXT.
           PERFORM CONVIERTE-IMPORTE THRU F-CONVIERTE-IMPORTE.
           MOVE WS-IMP-NUM TO WS-IMP-ENVIADO.
           IF WS-IMP-DIARIO NOT = WS-IMP-ENVIADO
             SET WS-DIFIERE TO TRUE
             MOVE "IMPORTE DISTINTO" TO WS-RPT-MOTIVO
           END-IF.
           IF DWRK-LEGAJO NOT = RWRK-LEGAJO
             IF WS-DIFIERE
               MOVE "IMPORTE Y LEGAJO DISTINTO" TO WS-RPT-MOTIVO
             ELSE
               SET WS-DIFIERE TO TRUE
               MOVE "LEGAJO DISTINTO" TO WS-RPT-MOTIVO
             END-IF
           END-IF.
           IF NOT WS-DIFIERE
             ADD 1 TO WS-TOT-COINCIDEN
             GO TO F-COMPARA-ENVIO
           END-IF.
           ADD 1 TO WS-TOT-DIFIEREN.
           PERFORM ESCRIBE-DETALLE THRU F-ESCRIBE-DETALLE.
           IF RWRK-RESULT = "200" OR RWRK-RESULT = "202" OR
              DWRK-LEGAJO = SPACES
             GO TO F-COMPARA-ENVIO
           END-IF.
           MOVE RWRK-IDTRANS TO WS-RSN-IDTRANS.
           PERFORM GRABA-REENVIO THRU F-GRABA-REENVIO.
       F-COMPARA-ENVIO.
           EXIT.

      *Renglon de detalle con los datos de ambos lados (el lado
      *enviado en blanco si la factura nunca se envio).
       ESCRIBE-DETALLE.
           MOVE DWRK-IMPORTE TO WS-IMP-TXT.
           PERFORM CONVIERTE-IMPORTE THRU F-CONVIERTE-IMPORTE.
           MOVE WS-IMP-NUM TO WS-ED-IMP-DIA.
           MOVE SPACES TO WS-RPT-LINEA.
           IF DWRK-CLAVE = RWRK-CLAVE
             MOVE WS-IMP-ENVIADO TO WS-ED-IMP-ENV
             STRING WS-RPT-MOTIVO DELIMITED BY SIZE,
                    "   SUC: " DELIMITED BY SIZE,
                    DWRK-SUC DELIMITED BY SIZE,
                    "  FACTURA: " DELIMITED BY SIZE,
                    DWRK-FACTURA DELIMITED BY SIZE,
                    "  DIARIO: " DELIMITED BY SIZE,
                    DWRK-LEGAJO DELIMITED BY SIZE,
                    WS-ED-IMP-DIA DELIMITED BY SIZE,
                    "  ENVIADO: " DELIMITED BY SIZE,
                    RWRK-LEGAJO DELIMITED BY SIZE,
                    WS-ED-IMP-ENV DELIMITED BY SIZE,
                    "  COD: " DELIMITED BY SIZE,
                    RWRK-RESULT DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
           ELSE
             STRING WS-RPT-MOTIVO DELIMITED BY SIZE,
                    "   SUC: " DELIMITED BY SIZE,
                    DWRK-SUC DELIMITED BY SIZE,
                    "  FACTURA: " DELIMITED BY SIZE,
                    DWRK-FACTURA DELIMITED BY SIZE,
                    "  DIARIO: " DELIMITED BY SIZE,
                    DWRK-LEGAJO DELIMITED BY SIZE,
                    WS-ED-IMP-DIA DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
           END-IF.
           MOVE WS-RPT-LINEA TO REG-CONCILPOSRPT.
           WRITE REG-CONCILPOSRPT.
       F-ESCRIBE-DETALLE.
           EXIT.

      *Renglon de "VTAEMPRSN" con el layout de "VTAEMPREQ" y los datos
      *del diario: SERVICIO|IDTRANSACCION|SUC|FACTURA|LEGAJO|IMPORTE|
      *COD|FECHA|HORA. El codigo va en "RSN" (no es una respuesta del
      *gateway), la factura tal como la numera la caja (la normalizada
      *es solo para emparejar) y el importe normalizado a +9(7).99,
      *el formato que lee REENVIAVTA.
       GRABA-REENVIO.
           MOVE DWRK-IMPORTE TO WS-IMP-TXT.
           PERFORM CONVIERTE-IMPORTE THRU F-CONVIERTE-IMPORTE.
           MOVE WS-IMP-NUM TO WS-RSN-IMPORTE.
           MOVE SPACES TO WS-RSN-RENGLON.
           STRING "VTAEMPFAC"    DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
                  WS-RSN-IDTRANS DELIMITED BY SPACE,
                  "|"            DELIMITED BY SIZE,
                  DWRK-SUC       DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
                  DWRK-FACTURA-ORIG DELIMITED BY SPACE,
                  "|"            DELIMITED BY SIZE,
                  DWRK-LEGAJO    DELIMITED BY SPACE,
                  "|"            DELIMITED BY SIZE,
                  WS-RSN-IMPORTE DELIMITED BY SIZE,
                  "|RSN|"        DELIMITED BY SIZE,
                  WS-HOY         DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
                  WS-HORA        DELIMITED BY SIZE
             INTO WS-RSN-RENGLON
           END-STRING.
           MOVE WS-RSN-RENGLON TO REG-VTAEMPRSN.
           WRITE REG-VTAEMPRSN.
           ADD 1 TO WS-TOT-REENVIO.
       F-GRABA-REENVIO.
           EXIT.

       ESCRIBE-ENCABEZADO.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING
               "CONCILIACION VENTAS DE EMPLEADO  DIARIO POS VS ENVIOS"
                 DELIMITED BY SIZE,
               "  FECHA: " DELIMITED BY SIZE,
               WS-HOY DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-CONCILPOSRPT.
           WRITE REG-CONCILPOSRPT.
           MOVE SPACES TO REG-CONCILPOSRPT.
           WRITE REG-CONCILPOSRPT.
       F-ESCRIBE-ENCABEZADO.
           EXIT.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO REG-CONCILPOSRPT.
           WRITE REG-CONCILPOSRPT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "FACTURAS EN DIARIO: " DELIMITED BY SIZE,
                  WS-TOT-DIARIO DELIMITED BY SIZE,
                  "  DE EMPLEADO: " DELIMITED BY SIZE,
                  WS-TOT-DIA-EMP DELIMITED BY SIZE,
                  "  REPETIDAS: " DELIMITED BY SIZE,
                  WS-TOT-DIA-REPET DELIMITED BY SIZE,
                  "  ENVIADAS: " DELIMITED BY SIZE,
                  WS-TOT-ENVIADAS DELIMITED BY SIZE,
                  "  COINCIDEN: " DELIMITED BY SIZE,
                  WS-TOT-COINCIDEN DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-CONCILPOSRPT.
           WRITE REG-CONCILPOSRPT.
           MOVE WS-TOT-FALTANTES TO WS-ED-FALTAN.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "NUNCA ENVIADAS: " DELIMITED BY SIZE,
                  WS-TOT-NUNCA DELIMITED BY SIZE,
                  "  CON DIFERENCIAS: " DELIMITED BY SIZE,
                  WS-TOT-DIFIEREN DELIMITED BY SIZE,
                  "  SIN DIARIO: " DELIMITED BY SIZE,
                  WS-TOT-SIN-DIARIO DELIMITED BY SIZE,
                  "  SALTOS: " DELIMITED BY SIZE,
                  WS-TOT-SALTOS DELIMITED BY SIZE,
                  "  FACTURAS FALTANTES: " DELIMITED BY SIZE,
                  WS-ED-FALTAN DELIMITED BY SIZE,
                  "  A REENVIAR: " DELIMITED BY SIZE,
                  WS-TOT-REENVIO DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-CONCILPOSRPT.
           WRITE REG-CONCILPOSRPT.
           DISPLAY "CONCILPOS - NUNCA ENVIADAS: " WS-TOT-NUNCA
                   "  CON DIFERENCIAS: " WS-TOT-DIFIEREN
                   "  SIN DIARIO: " WS-TOT-SIN-DIARIO
                   "  SALTOS: " WS-TOT-SALTOS
                   "  A REENVIAR: " WS-TOT-REENVIO.
       F-ESCRIBE-RESUMEN.
           EXIT.
