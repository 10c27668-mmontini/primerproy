       IDENTIFICATION DIVISION.
       PROGRAM-ID. VTAEMPANOM.
       AUTHOR. LOCOMOTORA.
       INSTALLATION. OCTUBRE-DE-2026.
       DATE-WRITTEN. OCTUBRE-DE-2026.
      *================================================================
      * Anomalias de compras de empleado del periodo. VTAEMPLED y
      * VTAEMPSAL dicen cuanto compro cada legajo contra el tope de
      * "VTAEMPCFG", pero nadie miraba COMO se llego a ese neto. Este
      * programa recorre el libro indexado "VTAEMPLED" y busca, por
      * legajo y dentro del periodo (AAAAMM), cuatro patrones:
      *
      *   1. Devoluciones (tipo "D") seguidas de una recompra (tipo
      *      "V") dentro de "DIASRECOMPRA" dias. Se informa si hay al
      *      menos "DEVRECOMPRA" casos en el periodo.
      *   2. Compras que dejan el acumulado neto del periodo entre el
      *      "PCTTOPE" por ciento del tope y el tope mismo. Se informa
      *      si hay al menos "CERCATOPE" compras asi. Sin tope
      *      configurado la regla no se aplica.
      *   3. Compras del mismo dia en "SUCDIA" sucursales distintas o
      *      mas.
      *   4. Devoluciones de facturas que no son del periodo (la venta
      *      original esta en un periodo anterior del libro, o no
      *      esta). Se informa si hay al menos "DEVANTERIOR" casos.
      *
      * Los umbrales van en "VTAEMPCFG", junto al "LIMITE" que ya usan
      * VTAEMPLED y VTAEMPSAL (misma convencion CLAVE|VALOR, valores
      * de tres digitos: "DEVRECOMPRA|003"). Un umbral en cero apaga
      * su regla; sin la clave rige el valor por omision (3 casos en
      * 7 dias, 2 compras desde el 90%, 3 sucursales, 1 caso).
      *
      * Emite "VTAEMPANOMRPT": por cada legajo con alguna regla
      * cumplida, las facturas que la dispararon; al final el resumen
      * por sucursal (legajos y facturas marcadas por regla). Es para
      * que RRHH y auditoria interna lo revisen antes de que
      * liquidacion de sueldos cierre los descuentos, por eso
      * CIERRESEQ lo corre el ultimo dia habil del mes junto con el
      * resumen de VTAEMPLED.
      *
      * Argumento optativo: fecha de cierre AAAAMMDD (la que pasa
      * CIERRESEQ) o periodo AAAAMM; sin argumento, el periodo de hoy.
      * Solo lee el libro: se puede correr cuantas veces haga falta.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LEDGER ASSIGN TO "VTAEMPLED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-CLAVE
               FILE STATUS IS WS-FS-LEDGER.
           SELECT F-VTAEMPCFG ASSIGN TO "VTAEMPCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VTAEMPCFG.
           SELECT F-RPT ASSIGN TO "VTAEMPANOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
      *Mismo layout que el FD de vtaempled.cbl, que es quien escribe
      *el archivo.
       FD  F-LEDGER.
       01  REG-LEDGER.
           03  LED-CLAVE.
               05  LED-LEGAJO     PIC X(10).
               05  LED-PERIODO    PIC X(6).
               05  LED-SUC        PIC X(3).
               05  LED-FACTURA    PIC X(12).
               05  LED-TIPO       PIC X.
           03  LED-SERVICIO       PIC X(20).
           03  LED-IDTRANS        PIC X(36).
           03  LED-IMPORTE        PIC S9(13)V99.
           03  LED-FECHA          PIC X(8).
           03  LED-HORA           PIC X(8).
       FD  F-VTAEMPCFG.
       01  REG-VTAEMPCFG         PIC X(80).
       FD  F-RPT.
       01  REG-RPT               PIC X(132).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-LEDGER          PIC XX VALUE "00".
       77  WS-FS-VTAEMPCFG       PIC XX VALUE "00".
       77  WS-FS-RPT             PIC XX VALUE "00".
       77  WS-LED-EOF-SW         PIC X  VALUE "N".
           88  WS-FIN-LEDGER         VALUE "S".
       01  WS-HOY.
           03  WS-HOY-ANIO       PIC 9(4).
           03  WS-HOY-MES        PIC 9(2).
           03  WS-HOY-DIA        PIC 9(2).
       01  WS-HOY-N REDEFINES WS-HOY
                                 PIC 9(8).
       77  WS-PERIODO            PIC X(6) VALUE SPACES.
       77  WS-CMDLINE            PIC X(100) VALUE SPACES.
       77  WS-ARG-FECHA          PIC X(8) VALUE SPACES.
      *Conversion del importe texto del "LIMITE" (misma rutina que
      *vtaempled.cbl).
       77  WS-IMP-TXT            PIC X(15) VALUE SPACES.
       77  WS-IMP-NUM            PIC S9(13)V99 VALUE ZERO.
       77  WS-IMP-CH             PIC 9(3) VALUE ZERO.
       77  WS-IMP-DEC            PIC 9(1) VALUE ZERO.
       77  WS-IMP-DIGITO         PIC 9 VALUE ZERO.
       77  WS-LIMITE             PIC 9(13)V99 VALUE ZERO.
       77  WS-CFG-CLAVE          PIC X(20) VALUE SPACES.
       77  WS-CFG-VALOR          PIC X(58) VALUE SPACES.
      *Umbrales de las reglas (ver encabezado). Cero apaga la regla.
       77  WS-UMB-DEVREC         PIC 9(3) VALUE 3.
       77  WS-UMB-DIASREC        PIC 9(3) VALUE 7.
       77  WS-UMB-PCTTOPE        PIC 9(3) VALUE 90.
       77  WS-UMB-CERCATOPE      PIC 9(3) VALUE 2.
       77  WS-UMB-SUCDIA         PIC 9(3) VALUE 3.
       77  WS-UMB-DEVANT         PIC 9(3) VALUE 1.
       77  WS-UMBRAL-IMP         PIC S9(13)V99 VALUE ZERO.
      *Movimientos del periodo del legajo en proceso, ordenados por
      *fecha y hora antes de aplicar las reglas (el libro los trae en
      *orden de sucursal y factura). La marca de cada regla dice si
      *el movimiento la disparo; la referencia es el dato que la
      *explica en el informe.
       77  WS-MOV-MAX            PIC 9(3) VALUE 300.
       77  WS-MOV-CANT           PIC 9(3) VALUE ZERO.
       77  WS-MOV-EXCEDE-SW      PIC X VALUE "N".
           88  WS-MOV-EXCEDIDO       VALUE "S".
       01  WS-MOV-TABLA.
           03  WS-MOV-ENT OCCURS 300 TIMES.
               05  WS-MOV-ORDEN.
                   07  WS-MOV-FECHA   PIC X(8).
                   07  WS-MOV-HORA    PIC X(8).
               05  WS-MOV-SUC         PIC X(3).
               05  WS-MOV-FACTURA     PIC X(12).
               05  WS-MOV-TIPO        PIC X.
               05  WS-MOV-IMPORTE     PIC S9(13)V99.
               05  WS-MOV-ACUM        PIC S9(13)V99.
               05  WS-MOV-MARCA       PIC X OCCURS 4 TIMES.
               05  WS-MOV-REF         PIC X(40) OCCURS 4 TIMES.
       01  WS-MOV-AUX.
           03  WS-AUX-ORDEN       PIC X(16).
           03  FILLER             PIC X(210).
      *Ventas de periodos anteriores del mismo legajo, para saber de
      *que periodo es la factura de una devolucion (regla 4). Si un
      *legajo tiene mas ventas anteriores que la tabla, se pisan las
      *mas viejas: el libro las trae en orden de periodo.
       77  WS-ANT-MAX            PIC 9(3) VALUE 500.
       77  WS-ANT-CANT           PIC 9(3) VALUE ZERO.
       77  WS-ANT-PROX           PIC 9(3) VALUE ZERO.
       01  WS-ANT-TABLA.
           03  WS-ANT-ENT OCCURS 500 TIMES.
               05  WS-ANT-PERIODO     PIC X(6).
               05  WS-ANT-SUC         PIC X(3).
               05  WS-ANT-FACTURA     PIC X(12).
      *Sucursales distintas con compras por dia del mes (regla 3).
       01  WS-DIA-TABLA.
           03  WS-DIA-ENT OCCURS 31 TIMES.
               05  WS-DIA-CANT        PIC 9(2).
               05  WS-DIA-SUC         PIC X(3) OCCURS 20 TIMES.
      *Resumen por sucursal, en orden de codigo. Cuenta legajos
      *marcados, facturas marcadas por regla, facturas marcadas por
      *cualquier regla y su importe (en valor absoluto).
       77  WS-SUC-MAX            PIC 9(3) VALUE 200.
       77  WS-SUC-CANT           PIC 9(3) VALUE ZERO.
       77  WS-SUC-EXCEDIDAS      PIC 9(6) VALUE ZERO.
       01  WS-SUC-TABLA.
           03  WS-SUC-ENT OCCURS 200 TIMES.
               05  WS-SUC-COD         PIC X(3).
               05  WS-SUC-ULT-LEG     PIC X(10).
               05  WS-SUC-LEGAJOS     PIC 9(6).
               05  WS-SUC-REGLA       PIC 9(6) OCCURS 4 TIMES.
               05  WS-SUC-FACTURAS    PIC 9(6).
               05  WS-SUC-IMPORTE     PIC S9(13)V99.
       01  WS-SUC-AUX             PIC X(64).
       01  WS-SUC-TOTALES.
           03  WS-TOT-SUC-REGLA    PIC 9(6) OCCURS 4 TIMES.
           03  WS-TOT-SUC-FACTURAS PIC 9(6).
           03  WS-TOT-SUC-IMPORTE  PIC S9(13)V99.
       77  WS-SUC-BUSCADA        PIC X(3) VALUE SPACES.
       77  WS-SUC-POS            PIC 9(3) VALUE ZERO.
      *Legajo en proceso y resultado de cada regla.
       77  WS-LEG-ACTUAL         PIC X(10) VALUE SPACES.
       77  WS-LEG-NETO           PIC S9(13)V99 VALUE ZERO.
       01  WS-REGLA-CASOS.
           03  WS-REGLA-CANT      PIC 9(3) OCCURS 4 TIMES.
       01  WS-REGLA-SW-TABLA.
           03  WS-REGLA-SW        PIC X OCCURS 4 TIMES.
       77  WS-LEG-MARCADO-SW     PIC X VALUE "N".
           88  WS-LEG-MARCADO        VALUE "S".
       77  WS-MARCA-SW           PIC X VALUE "N".
           88  WS-MOV-MARCADO        VALUE "S".
       77  WS-ENCONTRO-SW        PIC X VALUE "N".
           88  WS-ENCONTRO           VALUE "S".
       77  WS-SIGUE-SW           PIC X VALUE "N".
           88  WS-SIGUE              VALUE "S".
       77  WS-I                  PIC 9(3) VALUE ZERO.
       77  WS-J                  PIC 9(3) VALUE ZERO.
       77  WS-K                  PIC 9(3) VALUE ZERO.
       77  WS-R                  PIC 9(1) VALUE ZERO.
       77  WS-DIA                PIC 9(2) VALUE ZERO.
       77  WS-DIA-I              PIC 9(2) VALUE ZERO.
       77  WS-DIA-J              PIC 9(2) VALUE ZERO.
       77  WS-DIFDIAS            PIC 9(2) VALUE ZERO.
       77  WS-TOT-LEGAJOS        PIC 9(6) VALUE ZERO.
       77  WS-TOT-MARCADOS       PIC 9(6) VALUE ZERO.
       77  WS-TOT-EXCEDIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOT-LEG-SUC        PIC 9(6) VALUE ZERO.
       77  WS-LEG-CONTADO-SW     PIC X VALUE "N".
           88  WS-LEG-CONTADO        VALUE "S".
       77  WS-ED-IMP             PIC -(12)9.99 VALUE ZERO.
       77  WS-ED-CANT            PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-UMB             PIC ZZ9 VALUE ZERO.
       77  WS-ED-UMB2            PIC ZZ9 VALUE ZERO.
       77  WS-RPT-LINEA          PIC X(132) VALUE SPACES.
      *Renglon de detalle de una factura marcada.
       01  WS-DET-LINEA.
           03  FILLER             PIC X(6) VALUE SPACES.
           03  WS-DET-TIPO        PIC X(12).
           03  FILLER             PIC X(5) VALUE "SUC: ".
           03  WS-DET-SUC         PIC X(3).
           03  FILLER             PIC X(11) VALUE "  FACTURA: ".
           03  WS-DET-FACTURA     PIC X(12).
           03  FILLER             PIC X(2) VALUE SPACES.
           03  WS-DET-FECHA       PIC X(8).
           03  FILLER             PIC X VALUE SPACE.
           03  WS-DET-HORA        PIC X(8).
           03  FILLER             PIC X VALUE SPACE.
           03  WS-DET-IMPORTE     PIC -(12)9.99.
           03  FILLER             PIC X(2) VALUE SPACES.
           03  WS-DET-REF         PIC X(44).
      *Renglon del resumen por sucursal.
       01  WS-SUM-LINEA.
           03  FILLER             PIC X(2) VALUE SPACES.
           03  WS-SUM-SUC         PIC X(6).
           03  WS-SUM-LEGAJOS     PIC ZZZZZ9.
           03  FILLER             PIC X(3) VALUE SPACES.
           03  WS-SUM-REGLA-ENT OCCURS 4 TIMES.
               05  FILLER         PIC X(2) VALUE SPACES.
               05  WS-SUM-REGLA   PIC ZZZZZ9.
           03  FILLER             PIC X(4) VALUE SPACES.
           03  WS-SUM-FACTURAS    PIC ZZZZZ9.
           03  FILLER             PIC X(2) VALUE SPACES.
           03  WS-SUM-IMPORTE     PIC -(12)9.99.
           03  FILLER             PIC X(55) VALUE SPACES.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY-N FROM DATE YYYYMMDD.
           MOVE WS-HOY(1:6) TO WS-PERIODO.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
             INTO WS-ARG-FECHA
           END-UNSTRING.
           IF WS-ARG-FECHA IS NUMERIC
             MOVE WS-ARG-FECHA(1:6) TO WS-PERIODO
           ELSE
             IF WS-ARG-FECHA(1:6) IS NUMERIC AND
                WS-ARG-FECHA(7:2) = SPACES
               MOVE WS-ARG-FECHA(1:6) TO WS-PERIODO
             END-IF
           END-IF.
           MOVE "-----INICIO ANOMALIAS VENTAS EMPLEADO-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           PERFORM CARGA-CFG-VTAEMP THRU F-CARGA-CFG-VTAEMP.
           PERFORM ABRIR-ARCHIVOS THRU F-ABRIR-ARCHIVOS.
           PERFORM ESCRIBE-ENCABEZADO THRU F-ESCRIBE-ENCABEZADO.
           PERFORM LIMPIA-LEGAJO THRU F-LIMPIA-LEGAJO.
           MOVE SPACES TO WS-LEG-ACTUAL.
           MOVE LOW-VALUES TO LED-CLAVE.
           START F-LEDGER KEY NOT < LED-CLAVE
             INVALID KEY
               SET WS-FIN-LEDGER TO TRUE
           END-START.
           PERFORM LEE-LEDGER THRU F-LEE-LEDGER
                   UNTIL WS-FIN-LEDGER.
           IF WS-LEG-ACTUAL NOT = SPACES
             PERFORM ANALIZA-LEGAJO THRU F-ANALIZA-LEGAJO
           END-IF.
           CLOSE F-LEDGER.
           PERFORM ESCRIBE-RESUMEN-SUC THRU F-ESCRIBE-RESUMEN-SUC.
           CLOSE F-RPT.
           DISPLAY "VTAEMPANOM - PERIODO: " WS-PERIODO
                   "  LEGAJOS ANALIZADOS: " WS-TOT-LEGAJOS
                   "  LEGAJOS MARCADOS: " WS-TOT-MARCADOS.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "VTAEMPANOM: PERIODO " DELIMITED BY SIZE,
                  WS-PERIODO DELIMITED BY SIZE,
                  " LEGAJOS MARCADOS " DELIMITED BY SIZE,
                  WS-TOT-MARCADOS DELIMITED BY SIZE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
           MOVE "-----FIN ANOMALIAS VENTAS EMPLEADO-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *Tope mensual y umbrales de "VTAEMPCFG". Las claves ajenas a
      *este programa (las hay) se ignoran; un valor que no son tres
      *digitos se informa en el log y deja el valor por omision.
       CARGA-CFG-VTAEMP.
           OPEN INPUT F-VTAEMPCFG.
           IF WS-FS-VTAEMPCFG = "00"
             PERFORM UNTIL WS-FS-VTAEMPCFG = "10"
               READ F-VTAEMPCFG
                 AT END
                   MOVE "10" TO WS-FS-VTAEMPCFG
                 NOT AT END
                   IF REG-VTAEMPCFG NOT = SPACES AND
                      REG-VTAEMPCFG(1:1) NOT = "*"
                     MOVE SPACES TO WS-CFG-CLAVE WS-CFG-VALOR
                     UNSTRING REG-VTAEMPCFG DELIMITED BY "|"
                       INTO WS-CFG-CLAVE, WS-CFG-VALOR
                     END-UNSTRING
                     PERFORM TOMA-CLAVE-CFG THRU F-TOMA-CLAVE-CFG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE F-VTAEMPCFG
           END-IF.
       F-CARGA-CFG-VTAEMP.
           EXIT.

       TOMA-CLAVE-CFG.
           IF WS-CFG-CLAVE = "LIMITE"
             MOVE WS-CFG-VALOR(1:15) TO WS-IMP-TXT
             PERFORM CONVIERTE-IMPORTE THRU F-CONVIERTE-IMPORTE
             MOVE WS-IMP-NUM TO WS-LIMITE
             GO TO F-TOMA-CLAVE-CFG
           END-IF.
           IF WS-CFG-CLAVE NOT = "DEVRECOMPRA" AND
              WS-CFG-CLAVE NOT = "DIASRECOMPRA" AND
              WS-CFG-CLAVE NOT = "PCTTOPE" AND
              WS-CFG-CLAVE NOT = "CERCATOPE" AND
              WS-CFG-CLAVE NOT = "SUCDIA" AND
              WS-CFG-CLAVE NOT = "DEVANTERIOR"
             GO TO F-TOMA-CLAVE-CFG
           END-IF.
           IF WS-CFG-VALOR(1:3) IS NOT NUMERIC
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "VTAEMPANOM: VALOR INVALIDO EN VTAEMPCFG "
                      DELIMITED BY SIZE,
                    WS-CFG-CLAVE DELIMITED BY SPACE,
                    "|" DELIMITED BY SIZE,
                    WS-CFG-VALOR DELIMITED BY SPACE,
                    " (SE USA EL VALOR POR OMISION)"
                      DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-TOMA-CLAVE-CFG
           END-IF.
           EVALUATE WS-CFG-CLAVE
             WHEN "DEVRECOMPRA"
               MOVE WS-CFG-VALOR(1:3) TO WS-UMB-DEVREC
             WHEN "DIASRECOMPRA"
               MOVE WS-CFG-VALOR(1:3) TO WS-UMB-DIASREC
             WHEN "PCTTOPE"
               MOVE WS-CFG-VALOR(1:3) TO WS-UMB-PCTTOPE
             WHEN "CERCATOPE"
               MOVE WS-CFG-VALOR(1:3) TO WS-UMB-CERCATOPE
             WHEN "SUCDIA"
               MOVE WS-CFG-VALOR(1:3) TO WS-UMB-SUCDIA
             WHEN "DEVANTERIOR"
               MOVE WS-CFG-VALOR(1:3) TO WS-UMB-DEVANT
           END-EVALUATE.
       F-TOMA-CLAVE-CFG.
           EXIT.

       ABRIR-ARCHIVOS.
      *Sin libro no hay nada que analizar, y un libro que no abre es
      *un problema que el operador tiene que ver: se corta con codigo
      *de error, como VTAEMPLED.
           OPEN INPUT F-LEDGER.
           IF WS-FS-LEDGER NOT = "00"
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "VTAEMPANOM: NO PUDO ABRIR VTAEMPLED FS="
                      DELIMITED BY SIZE,
                    WS-FS-LEDGER DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "VTAEMPANOM: NO PUDO ABRIR VTAEMPLED FS="
                     WS-FS-LEDGER
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT F-RPT.
       F-ABRIR-ARCHIVOS.
           EXIT.

       ESCRIBE-ENCABEZADO.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "ANOMALIAS EN COMPRAS DE EMPLEADO  PERIODO: "
                    DELIMITED BY SIZE,
                  WS-PERIODO DELIMITED BY SIZE,
                  "  EMITIDO: " DELIMITED BY SIZE,
                  WS-HOY DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           MOVE SPACES TO WS-RPT-LINEA.
           IF WS-LIMITE > 0
             MOVE WS-LIMITE TO WS-ED-IMP
             STRING "TOPE MENSUAL: " DELIMITED BY SIZE,
                    WS-ED-IMP DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
           ELSE
             MOVE "SIN TOPE MENSUAL CONFIGURADO (REGLA 2 NO APLICA)"
               TO WS-RPT-LINEA
           END-IF.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "UMBRALES:  DEVRECOMPRA " DELIMITED BY SIZE,
                  WS-UMB-DEVREC DELIMITED BY SIZE,
                  "  DIASRECOMPRA " DELIMITED BY SIZE,
                  WS-UMB-DIASREC DELIMITED BY SIZE,
                  "  PCTTOPE " DELIMITED BY SIZE,
                  WS-UMB-PCTTOPE DELIMITED BY SIZE,
                  "  CERCATOPE " DELIMITED BY SIZE,
                  WS-UMB-CERCATOPE DELIMITED BY SIZE,
                  "  SUCDIA " DELIMITED BY SIZE,
                  WS-UMB-SUCDIA DELIMITED BY SIZE,
                  "  DEVANTERIOR " DELIMITED BY SIZE,
                  WS-UMB-DEVANT DELIMITED BY SIZE,
                  "  (000 = REGLA APAGADA)" DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           MOVE SPACES TO REG-RPT.
           WRITE REG-RPT.
       F-ESCRIBE-ENCABEZADO.
           EXIT.

      *El libro viene en orden de legajo + periodo: los renglones de
      *un legajo son contiguos y sus periodos anteriores llegan antes
      *que el periodo analizado. Los periodos posteriores (corrida de
      *un periodo pasado) se ignoran.
       LEE-LEDGER.
           READ F-LEDGER NEXT RECORD
             AT END
               SET WS-FIN-LEDGER TO TRUE
               GO TO F-LEE-LEDGER
           END-READ.
           IF LED-LEGAJO NOT = WS-LEG-ACTUAL
             IF WS-LEG-ACTUAL NOT = SPACES
               PERFORM ANALIZA-LEGAJO THRU F-ANALIZA-LEGAJO
             END-IF
             PERFORM LIMPIA-LEGAJO THRU F-LIMPIA-LEGAJO
             MOVE LED-LEGAJO TO WS-LEG-ACTUAL
           END-IF.
           IF LED-PERIODO < WS-PERIODO
             IF LED-TIPO = "V"
               PERFORM GUARDA-ANTERIOR THRU F-GUARDA-ANTERIOR
             END-IF
             GO TO F-LEE-LEDGER
           END-IF.
           IF LED-PERIODO = WS-PERIODO
             PERFORM GUARDA-MOVIMIENTO THRU F-GUARDA-MOVIMIENTO
           END-IF.
       F-LEE-LEDGER.
           EXIT.

       LIMPIA-LEGAJO.
           MOVE ZERO TO WS-MOV-CANT WS-ANT-CANT WS-ANT-PROX.
           MOVE ZERO TO WS-LEG-NETO.
           MOVE "N" TO WS-MOV-EXCEDE-SW.
       F-LIMPIA-LEGAJO.
           EXIT.

       GUARDA-ANTERIOR.
           ADD 1 TO WS-ANT-PROX.
           IF WS-ANT-PROX > WS-ANT-MAX
             MOVE 1 TO WS-ANT-PROX
           END-IF.
           IF WS-ANT-CANT < WS-ANT-MAX
             ADD 1 TO WS-ANT-CANT
           END-IF.
           MOVE LED-PERIODO TO WS-ANT-PERIODO(WS-ANT-PROX).
           MOVE LED-SUC     TO WS-ANT-SUC(WS-ANT-PROX).
           MOVE LED-FACTURA TO WS-ANT-FACTURA(WS-ANT-PROX).
       F-GUARDA-ANTERIOR.
           EXIT.

       GUARDA-MOVIMIENTO.
           IF WS-MOV-CANT NOT < WS-MOV-MAX
             SET WS-MOV-EXCEDIDO TO TRUE
             GO TO F-GUARDA-MOVIMIENTO
           END-IF.
           ADD 1 TO WS-MOV-CANT.
           MOVE LED-FECHA   TO WS-MOV-FECHA(WS-MOV-CANT).
           MOVE LED-HORA    TO WS-MOV-HORA(WS-MOV-CANT).
           MOVE LED-SUC     TO WS-MOV-SUC(WS-MOV-CANT).
           MOVE LED-FACTURA TO WS-MOV-FACTURA(WS-MOV-CANT).
           MOVE LED-TIPO    TO WS-MOV-TIPO(WS-MOV-CANT).
           MOVE LED-IMPORTE TO WS-MOV-IMPORTE(WS-MOV-CANT).
           MOVE ZERO        TO WS-MOV-ACUM(WS-MOV-CANT).
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
             MOVE "N" TO WS-MOV-MARCA(WS-MOV-CANT, WS-R)
             MOVE SPACES TO WS-MOV-REF(WS-MOV-CANT, WS-R)
           END-PERFORM.
           ADD LED-IMPORTE TO WS-LEG-NETO.
       F-GUARDA-MOVIMIENTO.
           EXIT.

      *Aplica las cuatro reglas al legajo recien leido y, si alguna
      *se cumple (o si el legajo desbordo la tabla), lo informa.
       ANALIZA-LEGAJO.
           IF WS-MOV-CANT = 0
             GO TO F-ANALIZA-LEGAJO
           END-IF.
           ADD 1 TO WS-TOT-LEGAJOS.
           PERFORM ORDENA-MOVIMIENTOS THRU F-ORDENA-MOVIMIENTOS.
           MOVE ZERO TO WS-REGLA-CASOS.
           MOVE "NNNN" TO WS-REGLA-SW-TABLA.
           PERFORM REGLA-RECOMPRA THRU F-REGLA-RECOMPRA.
           PERFORM REGLA-TOPE THRU F-REGLA-TOPE.
           PERFORM REGLA-SUCURSALES THRU F-REGLA-SUCURSALES.
           PERFORM REGLA-DEV-ANTERIOR THRU F-REGLA-DEV-ANTERIOR.
           IF WS-MOV-EXCEDIDO
             ADD 1 TO WS-TOT-EXCEDIDOS
           END-IF.
           IF WS-REGLA-SW-TABLA = "NNNN" AND NOT WS-MOV-EXCEDIDO
             GO TO F-ANALIZA-LEGAJO
           END-IF.
           ADD 1 TO WS-TOT-MARCADOS.
           PERFORM ESCRIBE-LEGAJO THRU F-ESCRIBE-LEGAJO.
           PERFORM ACUMULA-SUCURSALES THRU F-ACUMULA-SUCURSALES.
       F-ANALIZA-LEGAJO.
           EXIT.

      *Insercion directa por fecha + hora: son pocos movimientos por
      *legajo y la mayoria ya vienen casi en orden.
       ORDENA-MOVIMIENTOS.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-MOV-CANT
             MOVE WS-MOV-ENT(WS-I) TO WS-MOV-AUX
             MOVE WS-I TO WS-J
             SET WS-SIGUE TO TRUE
             PERFORM UNTIL NOT WS-SIGUE
               IF WS-J > 1
                 COMPUTE WS-K = WS-J - 1
                 IF WS-MOV-ORDEN(WS-K) > WS-AUX-ORDEN
                   MOVE WS-MOV-ENT(WS-K) TO WS-MOV-ENT(WS-J)
                   MOVE WS-K TO WS-J
                 ELSE
                   MOVE "N" TO WS-SIGUE-SW
                 END-IF
               ELSE
                 MOVE "N" TO WS-SIGUE-SW
               END-IF
             END-PERFORM
             MOVE WS-MOV-AUX TO WS-MOV-ENT(WS-J)
           END-PERFORM.
       F-ORDENA-MOVIMIENTOS.
           EXIT.

      *Regla 1: cada devolucion con una compra posterior del mismo
      *legajo dentro de DIASRECOMPRA dias (cualquier sucursal) es un
      *caso; se marcan la devolucion y la primera recompra.
       REGLA-RECOMPRA.
           IF WS-UMB-DEVREC = 0
             GO TO F-REGLA-RECOMPRA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MOV-CANT
             IF WS-MOV-TIPO(WS-I) = "D"
               MOVE WS-MOV-FECHA(WS-I)(7:2) TO WS-DIA-I
               MOVE "N" TO WS-ENCONTRO-SW
               COMPUTE WS-J = WS-I + 1
               PERFORM UNTIL WS-J > WS-MOV-CANT OR WS-ENCONTRO
                 IF WS-MOV-TIPO(WS-J) = "V" AND
                    WS-MOV-ORDEN(WS-J) > WS-MOV-ORDEN(WS-I)
                   MOVE WS-MOV-FECHA(WS-J)(7:2) TO WS-DIA-J
                   COMPUTE WS-DIFDIAS = WS-DIA-J - WS-DIA-I
                   IF WS-DIFDIAS NOT > WS-UMB-DIASREC
                     SET WS-ENCONTRO TO TRUE
                   END-IF
                 END-IF
                 IF NOT WS-ENCONTRO
                   ADD 1 TO WS-J
                 END-IF
               END-PERFORM
               IF WS-ENCONTRO
                 ADD 1 TO WS-REGLA-CANT(1)
                 MOVE "S" TO WS-MOV-MARCA(WS-I, 1)
                 MOVE "S" TO WS-MOV-MARCA(WS-J, 1)
                 STRING "RECOMPRA: SUC " DELIMITED BY SIZE,
                        WS-MOV-SUC(WS-J) DELIMITED BY SIZE,
                        " FACT " DELIMITED BY SIZE,
                        WS-MOV-FACTURA(WS-J) DELIMITED BY SPACE
                   INTO WS-MOV-REF(WS-I, 1)
                 END-STRING
                 IF WS-MOV-REF(WS-J, 1) = SPACES
                   STRING "TRAS DEVOLUCION: SUC " DELIMITED BY SIZE,
                          WS-MOV-SUC(WS-I) DELIMITED BY SIZE,
                          " FACT " DELIMITED BY SIZE,
                          WS-MOV-FACTURA(WS-I) DELIMITED BY SPACE
                     INTO WS-MOV-REF(WS-J, 1)
                   END-STRING
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           MOVE 1 TO WS-R.
           IF WS-REGLA-CANT(1) < WS-UMB-DEVREC
             PERFORM DESMARCA-REGLA THRU F-DESMARCA-REGLA
           ELSE
             MOVE "S" TO WS-REGLA-SW(1)
           END-IF.
       F-REGLA-RECOMPRA.
           EXIT.

      *Regla 2: recorre el periodo en orden acumulando el neto; cada
      *compra que deja el acumulado entre PCTTOPE% del tope y el tope
      *es un caso.
       REGLA-TOPE.
           IF WS-UMB-CERCATOPE = 0 OR WS-LIMITE = 0
             GO TO F-REGLA-TOPE
           END-IF.
           COMPUTE WS-UMBRAL-IMP ROUNDED =
                   WS-LIMITE * WS-UMB-PCTTOPE / 100.
           MOVE ZERO TO WS-IMP-NUM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MOV-CANT
             ADD WS-MOV-IMPORTE(WS-I) TO WS-IMP-NUM
             MOVE WS-IMP-NUM TO WS-MOV-ACUM(WS-I)
             IF WS-MOV-TIPO(WS-I) = "V" AND
                WS-IMP-NUM NOT < WS-UMBRAL-IMP AND
                WS-IMP-NUM NOT > WS-LIMITE
               ADD 1 TO WS-REGLA-CANT(2)
               MOVE "S" TO WS-MOV-MARCA(WS-I, 2)
               MOVE WS-IMP-NUM TO WS-ED-IMP
               STRING "ACUMULADO: " DELIMITED BY SIZE,
                      WS-ED-IMP DELIMITED BY SIZE
                 INTO WS-MOV-REF(WS-I, 2)
               END-STRING
             END-IF
           END-PERFORM.
           MOVE 2 TO WS-R.
           IF WS-REGLA-CANT(2) < WS-UMB-CERCATOPE
             PERFORM DESMARCA-REGLA THRU F-DESMARCA-REGLA
           ELSE
             MOVE "S" TO WS-REGLA-SW(2)
           END-IF.
       F-REGLA-TOPE.
           EXIT.

      *Regla 3: por cada dia del periodo, sucursales distintas donde
      *el legajo compro; un dia con SUCDIA sucursales o mas es un
      *caso y se marcan todas sus compras. Mas de 20 sucursales en un
      *dia ya supera cualquier umbral razonable: no se cuentan.
       REGLA-SUCURSALES.
           IF WS-UMB-SUCDIA = 0
             GO TO F-REGLA-SUCURSALES
           END-IF.
           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
             MOVE ZERO TO WS-DIA-CANT(WS-DIA)
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MOV-CANT
             IF WS-MOV-TIPO(WS-I) = "V" AND
                WS-MOV-FECHA(WS-I)(7:2) IS NUMERIC
               MOVE WS-MOV-FECHA(WS-I)(7:2) TO WS-DIA
               IF WS-DIA > 0 AND WS-DIA < 32
                 PERFORM AGREGA-SUC-DIA THRU F-AGREGA-SUC-DIA
               END-IF
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
             IF WS-DIA-CANT(WS-DIA) NOT < WS-UMB-SUCDIA
               ADD 1 TO WS-REGLA-CANT(3)
             END-IF
           END-PERFORM.
           IF WS-REGLA-CANT(3) = 0
             GO TO F-REGLA-SUCURSALES
           END-IF.
           MOVE "S" TO WS-REGLA-SW(3).
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MOV-CANT
             IF WS-MOV-TIPO(WS-I) = "V" AND
                WS-MOV-FECHA(WS-I)(7:2) IS NUMERIC
               MOVE WS-MOV-FECHA(WS-I)(7:2) TO WS-DIA
               IF WS-DIA > 0 AND WS-DIA < 32
                 IF WS-DIA-CANT(WS-DIA) NOT < WS-UMB-SUCDIA
                   MOVE "S" TO WS-MOV-MARCA(WS-I, 3)
                   MOVE WS-DIA-CANT(WS-DIA) TO WS-ED-UMB
                   STRING WS-ED-UMB DELIMITED BY SIZE,
                          " SUCURSALES EN EL DIA" DELIMITED BY SIZE
                     INTO WS-MOV-REF(WS-I, 3)
                   END-STRING
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       F-REGLA-SUCURSALES.
           EXIT.

       AGREGA-SUC-DIA.
           MOVE "N" TO WS-ENCONTRO-SW.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-DIA-CANT(WS-DIA) OR WS-ENCONTRO
             IF WS-DIA-SUC(WS-DIA, WS-K) = WS-MOV-SUC(WS-I)
               SET WS-ENCONTRO TO TRUE
             END-IF
           END-PERFORM.
           IF NOT WS-ENCONTRO AND WS-DIA-CANT(WS-DIA) < 20
             ADD 1 TO WS-DIA-CANT(WS-DIA)
             MOVE WS-MOV-SUC(WS-I)
               TO WS-DIA-SUC(WS-DIA, WS-DIA-CANT(WS-DIA))
           END-IF.
       F-AGREGA-SUC-DIA.
           EXIT.

      *Regla 4: devolucion cuya factura (sucursal + numero original)
      *no tiene venta en el periodo. Se busca en las ventas de
      *periodos anteriores del legajo para informar de cual es.
       REGLA-DEV-ANTERIOR.
           IF WS-UMB-DEVANT = 0
             GO TO F-REGLA-DEV-ANTERIOR
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MOV-CANT
             IF WS-MOV-TIPO(WS-I) = "D"
               MOVE "N" TO WS-ENCONTRO-SW
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MOV-CANT OR WS-ENCONTRO
                 IF WS-MOV-TIPO(WS-J) = "V" AND
                    WS-MOV-SUC(WS-J) = WS-MOV-SUC(WS-I) AND
                    WS-MOV-FACTURA(WS-J) = WS-MOV-FACTURA(WS-I)
                   SET WS-ENCONTRO TO TRUE
                 END-IF
               END-PERFORM
               IF NOT WS-ENCONTRO
                 ADD 1 TO WS-REGLA-CANT(4)
                 MOVE "S" TO WS-MOV-MARCA(WS-I, 4)
                 PERFORM BUSCA-ORIGEN THRU F-BUSCA-ORIGEN
               END-IF
             END-IF
           END-PERFORM.
           MOVE 4 TO WS-R.
           IF WS-REGLA-CANT(4) < WS-UMB-DEVANT
             PERFORM DESMARCA-REGLA THRU F-DESMARCA-REGLA
           ELSE
             MOVE "S" TO WS-REGLA-SW(4)
           END-IF.
       F-REGLA-DEV-ANTERIOR.
           EXIT.

       BUSCA-ORIGEN.
           MOVE "N" TO WS-ENCONTRO-SW.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-ANT-CANT OR WS-ENCONTRO
             IF WS-ANT-SUC(WS-K) = WS-MOV-SUC(WS-I) AND
                WS-ANT-FACTURA(WS-K) = WS-MOV-FACTURA(WS-I)
               SET WS-ENCONTRO TO TRUE
               STRING "VENTA DEL PERIODO " DELIMITED BY SIZE,
                      WS-ANT-PERIODO(WS-K) DELIMITED BY SIZE
                 INTO WS-MOV-REF(WS-I, 4)
               END-STRING
             END-IF
           END-PERFORM.
           IF NOT WS-ENCONTRO
             MOVE "VENTA ORIGINAL NO ESTA EN EL LIBRO"
               TO WS-MOV-REF(WS-I, 4)
           END-IF.
       F-BUSCA-ORIGEN.
           EXIT.

      *La regla WS-R no llego a su umbral: sus marcas no cuentan.
       DESMARCA-REGLA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MOV-CANT
             MOVE "N" TO WS-MOV-MARCA(WS-I, WS-R)
             MOVE SPACES TO WS-MOV-REF(WS-I, WS-R)
           END-PERFORM.
       F-DESMARCA-REGLA.
           EXIT.

       ESCRIBE-LEGAJO.
           MOVE WS-LEG-NETO TO WS-ED-IMP.
           MOVE WS-MOV-CANT TO WS-ED-CANT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "LEGAJO: " DELIMITED BY SIZE,
                  WS-LEG-ACTUAL DELIMITED BY SIZE,
                  "  MOVIMIENTOS: " DELIMITED BY SIZE,
                  WS-ED-CANT DELIMITED BY SIZE,
                  "  NETO DEL PERIODO: " DELIMITED BY SIZE,
                  WS-ED-IMP DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           IF WS-MOV-EXCEDIDO
             MOVE SPACES TO WS-RPT-LINEA
             MOVE WS-MOV-MAX TO WS-ED-UMB
             STRING "  ** MAS DE " DELIMITED BY SIZE,
                    WS-ED-UMB DELIMITED BY SIZE,
                    " MOVIMIENTOS EN EL PERIODO: SE ANALIZARON LOS"
                      DELIMITED BY SIZE,
                    " PRIMEROS EN ORDEN DE SUCURSAL Y FACTURA **"
                      DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
             MOVE WS-RPT-LINEA TO REG-RPT
             WRITE REG-RPT
           END-IF.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
             IF WS-REGLA-SW(WS-R) = "S"
               PERFORM ESCRIBE-REGLA THRU F-ESCRIBE-REGLA
             END-IF
           END-PERFORM.
           MOVE SPACES TO REG-RPT.
           WRITE REG-RPT.
       F-ESCRIBE-LEGAJO.
           EXIT.

       ESCRIBE-REGLA.
           MOVE SPACES TO WS-RPT-LINEA.
           MOVE WS-REGLA-CANT(WS-R) TO WS-ED-CANT.
           EVALUATE WS-R
             WHEN 1
               MOVE WS-UMB-DEVREC TO WS-ED-UMB
               MOVE WS-UMB-DIASREC TO WS-ED-UMB2
               STRING "  REGLA 1 - DEVOLUCIONES SEGUIDAS DE RECOMPRA"
                        DELIMITED BY SIZE,
                      "  CASOS: " DELIMITED BY SIZE,
                      WS-ED-CANT DELIMITED BY SIZE,
                      "  (UMBRAL " DELIMITED BY SIZE,
                      WS-ED-UMB DELIMITED BY SIZE,
                      ", HASTA " DELIMITED BY SIZE,
                      WS-ED-UMB2 DELIMITED BY SIZE,
                      " DIAS)" DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
             WHEN 2
               MOVE WS-UMB-CERCATOPE TO WS-ED-UMB
               MOVE WS-UMB-PCTTOPE TO WS-ED-UMB2
               STRING "  REGLA 2 - COMPRAS QUE DEJAN EL ACUMULADO "
                        DELIMITED BY SIZE,
                      "JUSTO BAJO EL TOPE  CASOS: " DELIMITED BY SIZE,
                      WS-ED-CANT DELIMITED BY SIZE,
                      "  (UMBRAL " DELIMITED BY SIZE,
                      WS-ED-UMB DELIMITED BY SIZE,
                      ", DESDE EL " DELIMITED BY SIZE,
                      WS-ED-UMB2 DELIMITED BY SIZE,
                      "% DEL TOPE)" DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
             WHEN 3
               MOVE WS-UMB-SUCDIA TO WS-ED-UMB
               STRING "  REGLA 3 - COMPRAS EN VARIAS SUCURSALES EL "
                        DELIMITED BY SIZE,
                      "MISMO DIA  DIAS: " DELIMITED BY SIZE,
                      WS-ED-CANT DELIMITED BY SIZE,
                      "  (UMBRAL " DELIMITED BY SIZE,
                      WS-ED-UMB DELIMITED BY SIZE,
                      " SUCURSALES)" DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
             WHEN 4
               MOVE WS-UMB-DEVANT TO WS-ED-UMB
               STRING "  REGLA 4 - DEVOLUCIONES DE FACTURAS DE OTRO "
                        DELIMITED BY SIZE,
                      "PERIODO  CASOS: " DELIMITED BY SIZE,
                      WS-ED-CANT DELIMITED BY SIZE,
                      "  (UMBRAL " DELIMITED BY SIZE,
                      WS-ED-UMB DELIMITED BY SIZE,
                      ")" DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
           END-EVALUATE.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MOV-CANT
             IF WS-MOV-MARCA(WS-I, WS-R) = "S"
               PERFORM ESCRIBE-DETALLE THRU F-ESCRIBE-DETALLE
             END-IF
           END-PERFORM.
       F-ESCRIBE-REGLA.
           EXIT.

       ESCRIBE-DETALLE.
           IF WS-MOV-TIPO(WS-I) = "D"
             MOVE "DEVOLUCION" TO WS-DET-TIPO
           ELSE
             MOVE "VENTA" TO WS-DET-TIPO
           END-IF.
           MOVE WS-MOV-SUC(WS-I)       TO WS-DET-SUC.
           MOVE WS-MOV-FACTURA(WS-I)   TO WS-DET-FACTURA.
           MOVE WS-MOV-FECHA(WS-I)     TO WS-DET-FECHA.
           MOVE WS-MOV-HORA(WS-I)      TO WS-DET-HORA.
           MOVE WS-MOV-IMPORTE(WS-I)   TO WS-DET-IMPORTE.
           MOVE WS-MOV-REF(WS-I, WS-R) TO WS-DET-REF.
           MOVE WS-DET-LINEA TO REG-RPT.
           WRITE REG-RPT.
       F-ESCRIBE-DETALLE.
           EXIT.

      *Suma al resumen por sucursal los movimientos marcados del
      *legajo: cada sucursal cuenta el legajo una sola vez.
       ACUMULA-SUCURSALES.
           MOVE "N" TO WS-LEG-CONTADO-SW.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MOV-CANT
             MOVE "N" TO WS-MARCA-SW
             PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
               IF WS-MOV-MARCA(WS-I, WS-R) = "S"
                 SET WS-MOV-MARCADO TO TRUE
               END-IF
             END-PERFORM
             IF WS-MOV-MARCADO
               IF NOT WS-LEG-CONTADO
                 ADD 1 TO WS-TOT-LEG-SUC
                 SET WS-LEG-CONTADO TO TRUE
               END-IF
               MOVE WS-MOV-SUC(WS-I) TO WS-SUC-BUSCADA
               PERFORM BUSCA-SUCURSAL THRU F-BUSCA-SUCURSAL
               IF WS-SUC-POS > 0
                 PERFORM SUMA-SUCURSAL THRU F-SUMA-SUCURSAL
               END-IF
             END-IF
           END-PERFORM.
       F-ACUMULA-SUCURSALES.
           EXIT.

       SUMA-SUCURSAL.
           IF WS-SUC-ULT-LEG(WS-SUC-POS) NOT = WS-LEG-ACTUAL
             ADD 1 TO WS-SUC-LEGAJOS(WS-SUC-POS)
             MOVE WS-LEG-ACTUAL TO WS-SUC-ULT-LEG(WS-SUC-POS)
           END-IF.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
             IF WS-MOV-MARCA(WS-I, WS-R) = "S"
               ADD 1 TO WS-SUC-REGLA(WS-SUC-POS, WS-R)
             END-IF
           END-PERFORM.
           ADD 1 TO WS-SUC-FACTURAS(WS-SUC-POS).
           IF WS-MOV-IMPORTE(WS-I) < 0
             SUBTRACT WS-MOV-IMPORTE(WS-I)
               FROM WS-SUC-IMPORTE(WS-SUC-POS)
           ELSE
             ADD WS-MOV-IMPORTE(WS-I) TO WS-SUC-IMPORTE(WS-SUC-POS)
           END-IF.
       F-SUMA-SUCURSAL.
           EXIT.

      *Busca WS-SUC-BUSCADA en la tabla de sucursales; si no esta la
      *inserta en su lugar (la tabla queda en orden de codigo). Deja
      *la posicion en WS-SUC-POS, o cero si la tabla esta llena.
       BUSCA-SUCURSAL.
           MOVE ZERO TO WS-SUC-POS.
           MOVE "N" TO WS-ENCONTRO-SW.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SUC-CANT OR WS-ENCONTRO
             IF WS-SUC-COD(WS-K) NOT < WS-SUC-BUSCADA
               SET WS-ENCONTRO TO TRUE
               MOVE WS-K TO WS-SUC-POS
             END-IF
           END-PERFORM.
           IF WS-ENCONTRO
             IF WS-SUC-COD(WS-SUC-POS) = WS-SUC-BUSCADA
               GO TO F-BUSCA-SUCURSAL
             END-IF
           ELSE
             COMPUTE WS-SUC-POS = WS-SUC-CANT + 1
           END-IF.
           IF WS-SUC-CANT NOT < WS-SUC-MAX
             ADD 1 TO WS-SUC-EXCEDIDAS
             MOVE ZERO TO WS-SUC-POS
             GO TO F-BUSCA-SUCURSAL
           END-IF.
           PERFORM VARYING WS-K FROM WS-SUC-CANT BY -1
                   UNTIL WS-K < WS-SUC-POS
             MOVE WS-SUC-ENT(WS-K) TO WS-SUC-AUX
             COMPUTE WS-J = WS-K + 1
             MOVE WS-SUC-AUX TO WS-SUC-ENT(WS-J)
           END-PERFORM.
           ADD 1 TO WS-SUC-CANT.
           MOVE WS-SUC-BUSCADA TO WS-SUC-COD(WS-SUC-POS).
           MOVE SPACES TO WS-SUC-ULT-LEG(WS-SUC-POS).
           MOVE ZERO TO WS-SUC-LEGAJOS(WS-SUC-POS)
                        WS-SUC-FACTURAS(WS-SUC-POS)
                        WS-SUC-IMPORTE(WS-SUC-POS).
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
             MOVE ZERO TO WS-SUC-REGLA(WS-SUC-POS, WS-R)
           END-PERFORM.
       F-BUSCA-SUCURSAL.
           EXIT.

       ESCRIBE-RESUMEN-SUC.
           IF WS-TOT-MARCADOS = 0
             MOVE "SIN ANOMALIAS EN EL PERIODO" TO REG-RPT
             WRITE REG-RPT
             MOVE SPACES TO REG-RPT
             WRITE REG-RPT
           END-IF.
           MOVE "RESUMEN POR SUCURSAL (FACTURAS MARCADAS)" TO REG-RPT.
           WRITE REG-RPT.
           MOVE SPACES TO WS-RPT-LINEA.
           MOVE "SUC" TO WS-RPT-LINEA(3:3).
           MOVE "LEGAJOS" TO WS-RPT-LINEA(8:7).
           MOVE "REGLA 1" TO WS-RPT-LINEA(19:7).
           MOVE "REGLA 2" TO WS-RPT-LINEA(27:7).
           MOVE "REGLA 3" TO WS-RPT-LINEA(35:7).
           MOVE "REGLA 4" TO WS-RPT-LINEA(43:7).
           MOVE "FACTURAS" TO WS-RPT-LINEA(52:8).
           MOVE "IMPORTE MARCADO" TO WS-RPT-LINEA(63:15).
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           MOVE ZERO TO WS-TOT-SUC-FACTURAS WS-TOT-SUC-IMPORTE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
             MOVE ZERO TO WS-TOT-SUC-REGLA(WS-R)
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-SUC-CANT
             MOVE WS-SUC-COD(WS-K)      TO WS-SUM-SUC
             MOVE WS-SUC-LEGAJOS(WS-K)  TO WS-SUM-LEGAJOS
             MOVE WS-SUC-FACTURAS(WS-K) TO WS-SUM-FACTURAS
             MOVE WS-SUC-IMPORTE(WS-K)  TO WS-SUM-IMPORTE
             ADD WS-SUC-FACTURAS(WS-K) TO WS-TOT-SUC-FACTURAS
             ADD WS-SUC-IMPORTE(WS-K)  TO WS-TOT-SUC-IMPORTE
             PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
               MOVE WS-SUC-REGLA(WS-K, WS-R) TO WS-SUM-REGLA(WS-R)
               ADD WS-SUC-REGLA(WS-K, WS-R) TO WS-TOT-SUC-REGLA(WS-R)
             END-PERFORM
             MOVE WS-SUM-LINEA TO REG-RPT
             WRITE REG-RPT
           END-PERFORM.
           MOVE "TOTAL" TO WS-SUM-SUC.
      *Un legajo con facturas marcadas en varias sucursales se cuenta
      *en cada una, pero una sola vez en el total.
           MOVE WS-TOT-LEG-SUC      TO WS-SUM-LEGAJOS.
           MOVE WS-TOT-SUC-FACTURAS TO WS-SUM-FACTURAS.
           MOVE WS-TOT-SUC-IMPORTE  TO WS-SUM-IMPORTE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
             MOVE WS-TOT-SUC-REGLA(WS-R) TO WS-SUM-REGLA(WS-R)
           END-PERFORM.
           MOVE WS-SUM-LINEA TO REG-RPT.
           WRITE REG-RPT.
           IF WS-SUC-EXCEDIDAS > 0
             MOVE SPACES TO WS-RPT-LINEA
             STRING "  ** FACTURAS MARCADAS DE SUCURSALES FUERA DE "
                      DELIMITED BY SIZE,
                    "LA TABLA (MAS DE 200): " DELIMITED BY SIZE,
                    WS-SUC-EXCEDIDAS DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
             MOVE WS-RPT-LINEA TO REG-RPT
             WRITE REG-RPT
           END-IF.
           MOVE SPACES TO REG-RPT.
           WRITE REG-RPT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "LEGAJOS CON MOVIMIENTOS EN EL PERIODO: "
                    DELIMITED BY SIZE,
                  WS-TOT-LEGAJOS DELIMITED BY SIZE,
                  "  LEGAJOS MARCADOS: " DELIMITED BY SIZE,
                  WS-TOT-MARCADOS DELIMITED BY SIZE,
                  "  CON MOVIMIENTOS SIN ANALIZAR: " DELIMITED BY SIZE,
                  WS-TOT-EXCEDIDOS DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
       F-ESCRIBE-RESUMEN-SUC.
           EXIT.

      *Convierte WS-IMP-TXT (digitos con punto decimal optativo y
      *hasta dos decimales) en WS-IMP-NUM, igual que en
      *vtaempled.cbl.
       CONVIERTE-IMPORTE.
           MOVE ZERO TO WS-IMP-NUM.
           MOVE ZERO TO WS-IMP-DEC.
           PERFORM VARYING WS-IMP-CH FROM 1 BY 1
                   UNTIL WS-IMP-CH > 15
                      OR WS-IMP-TXT(WS-IMP-CH:) = SPACES
             EVALUATE TRUE
               WHEN WS-IMP-TXT(WS-IMP-CH:1) = "."
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
       F-CONVIERTE-IMPORTE.
           EXIT.
