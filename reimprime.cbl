      * pedidos que se pierdan en silencio por tamano de tabla, y la
      * actualizacion es por clave en vez de recorrer una tabla por
      * cada renglon leido.
      *
      * Desvio a impresora alternativa: el padron "IMPRESORAS" (un
      * renglon por impresora, IP|SUCURSAL|UBICACION|IP-ALTERNATIVA|
      * ACTIVA con ACTIVA "S"/"N"; los renglones vacios o que
      * empiezan con "*" se saltean) dice a donde mandar un documento
      * cuando la impresora original no anda. Un pedido que ya fallo
      * contra su impresora la cantidad de veces de "DESVIO|n" en
      * "REIMPCFG" (2 si no esta), o cuya impresora figura inactiva
      * en el padron, se manda a la alternativa si esta tiene IP y no
      * figura inactiva. Antes de mandarlo se deja en "IMPRESTAT" un
      * renglon de desvio para el pedido original (resultado "DSV" y,
      * como noveno campo, la IP alternativa): a partir de ahi el
      * documento cuenta solo como pedido de la alternativa (el
      * renglon que graba PARSERJS2 con esa IP), no dos veces.
      *
      * Los fallos se acumulan de una noche a la otra en el indexado
      * "REIMPFAL" (clave ip+codigoDocumento, no se recrea): DEPURAEXT
      * corta "IMPRESTAT" cada noche, y sin esa cuenta un documento no
      * pasaria nunca de dos fallos (el del POS y el reenvio de la
      * noche) ni volveria a reenviarse despues del corte. Cada pedido
      * que sigue fallando queda ahi con sus fallos, su ultimo
      * resultado y el momento (fecha+hora) hasta el que ya estan
      * contados; los renglones de "IMPRESTAT" anteriores a ese
      * momento no se vuelven a contar (una segunda corrida del mismo
      * dia no duplica). Los pedidos de "REIMPFAL" que ya no estan en
      * "IMPRESTAT" se suman a los pendientes de la corrida. El
      * renglon se borra cuando el pedido confirma con 200 o se
      * desvia; un desvio que falla en la alternativa deja el
      * renglon de la alternativa.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-IMPRESTAT ASSIGN TO "IMPRESTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPRESTAT.
           SELECT F-IMPRESORAS ASSIGN TO "IMPRESORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPRESORAS.
           SELECT F-REIMPCFG ASSIGN TO "REIMPCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REIMPCFG.
           SELECT F-REIMPWRK ASSIGN TO "REIMPWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REIMP-CLAVE
               FILE STATUS IS WS-FS-REIMPWRK.
           SELECT F-REIMPFAL ASSIGN TO "REIMPFAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CLAVE
               FILE STATUS IS WS-FS-REIMPFAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-IMPRESTAT.
       01  REG-IMPRESTAT         PIC X(180).
       FD  F-IMPRESORAS.
       01  REG-IMPRESORAS        PIC X(120).
       FD  F-REIMPCFG.
       01  REG-REIMPCFG          PIC X(80).
      *Ultimo resultado conocido de cada pedido de impresion visto en
      *"IMPRESTAT" (un pedido puede aparecer varias veces: el original
      *y, si ya se reenvio antes, cada reenvio).
           03  REIMP-FORMATO      PIC X(10).
           03  REIMP-IDTRANS      PIC X(36).
           03  REIMP-RESULT       PIC X(3).
      *Intentos fallidos del pedido contra esa impresora (los de
      *noches anteriores, de "REIMPFAL", mas los del dia) y momento
      *hasta el que ya estaban contados en "REIMPFAL".
           03  REIMP-FALLOS       PIC 9(3).
           03  REIMP-HASTA.
               05  REIMP-HASTA-FECHA PIC 9(8).
               05  REIMP-HASTA-HORA  PIC 9(8).
      *Pedidos que siguen fallando, de una corrida a la otra.
       FD  F-REIMPFAL.
       01  REG-REIMPFAL.
           03  FAL-CLAVE.
               05  FAL-IP         PIC X(20).
               05  FAL-COD        PIC X(20).
           03  FAL-FORMATO        PIC X(10).
           03  FAL-IDTRANS        PIC X(36).
           03  FAL-RESULT         PIC X(3).
           03  FAL-FALLOS         PIC 9(3).
           03  FAL-HASTA.
               05  FAL-FECHA      PIC 9(8).
               05  FAL-HORA       PIC 9(8).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-IMPRESTAT       PIC XX VALUE "00".
       77  WS-FS-REIMPWRK        PIC XX VALUE "00".
       77  WS-FS-IMPRESORAS      PIC XX VALUE "00".
       77  WS-FS-REIMPCFG        PIC XX VALUE "00".
       77  WS-FS-REIMPFAL        PIC XX VALUE "00".
       77  WS-FAL-EOF-SW         PIC X  VALUE "N".
           88  WS-FIN-REIMPFAL       VALUE "S".
       77  WS-FAL-NUEVO-SW       PIC X  VALUE "N".
           88  WS-FAL-NUEVO          VALUE "S".
       77  WS-IMP-ABIERTO        PIC X  VALUE "N".
           88  WS-IMP-ESTA-ABIERTO  VALUE "S".
       77  WS-EOF-SW             PIC X  VALUE "N".
           03  WS-IMPR-RESULT     PIC X(3).
           03  WS-IMPR-FECHA      PIC X(8).
           03  WS-IMPR-HORA       PIC X(8).
           03  WS-IMPR-IPALT      PIC X(20).
      *Fecha+hora del renglon, para comparar con REIMP-HASTA.
       77  WS-IMPR-MOMENTO       PIC X(16) VALUE SPACES.
       77  WS-TOT-REENVIADOS     PIC 9(6) VALUE ZERO.
       77  WS-TOT-DESVIADOS      PIC 9(6) VALUE ZERO.
       77  WS-CFG-CLAVE          PIC X(20) VALUE SPACES.
       77  WS-CFG-VALOR          PIC X(58) VALUE SPACES.
      *Intentos fallidos contra la impresora original a partir de los
      *cuales se desvia a la alternativa ("DESVIO|n" en "REIMPCFG").
       77  WS-DESVIO-FALLOS      PIC 9(3) VALUE 2.
      *Padron de impresoras ("IMPRESORAS").
       01  WS-TBL-IMPRESORAS.
           03  WS-PRN-ENTRY OCCURS 500 TIMES.
               05  WS-PRN-IP         PIC X(20).
               05  WS-PRN-SUC        PIC X(3).
               05  WS-PRN-UBICACION  PIC X(30).
               05  WS-PRN-IPALT      PIC X(20).
               05  WS-PRN-ACTIVA     PIC X.
       77  WS-PRN-CANT           PIC 9(4) VALUE ZERO.
       77  WS-PRN-IND            PIC 9(4) VALUE ZERO.
       77  WS-PRN-ACT            PIC 9(4) VALUE ZERO.
       77  WS-PRN-BUSCA          PIC X(20) VALUE SPACES.
      *Destino del envio en curso y, si corresponde, la alternativa
      *de la impresora original.
       77  WS-IP-DESTINO         PIC X(20) VALUE SPACES.
       77  WS-IP-ALTERNATIVA     PIC X(20) VALUE SPACES.
       77  WS-ORIG-INACTIVA-SW   PIC X VALUE "N".
           88  WS-ORIG-INACTIVA      VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-HORA               PIC 9(8) VALUE ZERO.
       77  WS-DSV-RENGLON        PIC X(180) VALUE SPACES.
      *Parametros para volver a llamar a PARSERJS2, con el mismo
      *layout que su LK-DATOS/LK-DATOS-RESP (ver parserjs.cbl).
       01  WS-DATOS-CALL.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           PERFORM CARGA-CFG-REIMP THRU F-CARGA-CFG-REIMP.
           PERFORM CARGA-IMPRESORAS THRU F-CARGA-IMPRESORAS.
           PERFORM ABRIR-ARCHIVO THRU F-ABRIR-ARCHIVO.
           PERFORM CARGA-WRK THRU F-CARGA-WRK
                   UNTIL WS-FIN-IMPRESTAT.
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO.
           PERFORM AGREGA-ANTERIORES THRU F-AGREGA-ANTERIORES.
      *Todos los reenvios salen dentro de una misma sesion de
      *PARSERJS2: la configuracion se carga una vez y la conexion al
      *gateway queda abierta entre pedido y pedido.
           PERFORM ABRE-SESION THRU F-ABRE-SESION.
           PERFORM REENVIA-PENDIENTES THRU F-REENVIA-PENDIENTES.
           PERFORM CIERRA-SESION THRU F-CIERRA-SESION.
           CLOSE F-REIMPWRK F-REIMPFAL.
           DISPLAY "REIMPRIME: TOTAL REENVIADOS=" WS-TOT-REENVIADOS
                   "  DESVIADOS=" WS-TOT-DESVIADOS.
           STOP RUN.

      *Umbral de desvio de "REIMPCFG" ("DESVIO|n"). Si el archivo no
      *esta, o no trae la clave, quedan los 2 de siempre.
       CARGA-CFG-REIMP.
           OPEN INPUT F-REIMPCFG.
           IF WS-FS-REIMPCFG NOT = "00"
             GO TO F-CARGA-CFG-REIMP
           END-IF.
           PERFORM UNTIL WS-FS-REIMPCFG = "10"
             READ F-REIMPCFG
               AT END
                 MOVE "10" TO WS-FS-REIMPCFG
               NOT AT END
                 IF REG-REIMPCFG NOT = SPACES AND
                    REG-REIMPCFG(1:1) NOT = "*"
                   MOVE SPACES TO WS-CFG-CLAVE WS-CFG-VALOR
                   UNSTRING REG-REIMPCFG DELIMITED BY "|"
                     INTO WS-CFG-CLAVE, WS-CFG-VALOR
                   END-UNSTRING
                   IF WS-CFG-CLAVE = "DESVIO" AND
                      WS-CFG-VALOR(1:3) IS NUMERIC
                     MOVE WS-CFG-VALOR(1:3) TO WS-DESVIO-FALLOS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE F-REIMPCFG.
           IF WS-DESVIO-FALLOS = 0
             MOVE 2 TO WS-DESVIO-FALLOS
           END-IF.
       F-CARGA-CFG-REIMP.
           EXIT.

      *Padron de impresoras. Sin padron no hay desvio: se reenvia
      *siempre a la impresora original, como siempre.
       CARGA-IMPRESORAS.
           OPEN INPUT F-IMPRESORAS.
           IF WS-FS-IMPRESORAS NOT = "00"
             MOVE "REIMPRIME: SIN PADRON IMPRESORAS, SIN DESVIO"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-CARGA-IMPRESORAS
           END-IF.
           PERFORM UNTIL WS-FS-IMPRESORAS = "10"
             READ F-IMPRESORAS
               AT END
                 MOVE "10" TO WS-FS-IMPRESORAS
               NOT AT END
                 IF REG-IMPRESORAS NOT = SPACES AND
                    REG-IMPRESORAS(1:1) NOT = "*" AND
                    WS-PRN-CANT < 500
                   ADD 1 TO WS-PRN-CANT
                   UNSTRING REG-IMPRESORAS DELIMITED BY "|"
                     INTO WS-PRN-IP(WS-PRN-CANT),
                          WS-PRN-SUC(WS-PRN-CANT),
                          WS-PRN-UBICACION(WS-PRN-CANT),
                          WS-PRN-IPALT(WS-PRN-CANT),
                          WS-PRN-ACTIVA(WS-PRN-CANT)
                   END-UNSTRING
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE F-IMPRESORAS.
       F-CARGA-IMPRESORAS.
           EXIT.

      *Ubica WS-PRN-BUSCA en el padron (WS-PRN-ACT en cero si no
      *figura).
       BUSCA-IMPRESORA.
           MOVE 0 TO WS-PRN-ACT.
           PERFORM VARYING WS-PRN-IND FROM 1 BY 1
                   UNTIL WS-PRN-IND > WS-PRN-CANT OR WS-PRN-ACT > 0
             IF WS-PRN-IP(WS-PRN-IND) = WS-PRN-BUSCA
               MOVE WS-PRN-IND TO WS-PRN-ACT
             END-IF
           END-PERFORM.
       F-BUSCA-IMPRESORA.
           EXIT.

       ABRIR-ARCHIVO.
           MOVE "-----INICIO REIMPRIME-----" TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *Los fallos acumulados se abren (o se crean la primera vez).
      *Sin ellos la cuenta volveria a empezar: se corta igual que
      *sin "REIMPWRK".
           OPEN I-O F-REIMPFAL.
           IF WS-FS-REIMPFAL = "35"
             OPEN OUTPUT F-REIMPFAL
             CLOSE F-REIMPFAL
             OPEN I-O F-REIMPFAL
           END-IF.
           IF WS-FS-REIMPFAL NOT = "00"
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "REIMPRIME: NO PUDO ABRIR REIMPFAL FS="
                      DELIMITED BY SIZE,
                    WS-FS-REIMPFAL DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "REIMPRIME: NO PUDO ABRIR REIMPFAL FS="
                     WS-FS-REIMPFAL
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT F-IMPRESTAT.
           IF WS-FS-IMPRESTAT = "00"
             SET WS-IMP-ESTA-ABIERTO TO TRUE
      *se lee en orden, el renglon mas nuevo es siempre el que vale.
      *Alta o actualizacion directa por clave en "REIMPWRK".
       ACTUALIZA-WRK.
      *Un renglon de desvio ("DSV") deja el pedido original cerrado:
      *su documento sigue como pedido de la impresora alternativa.
           MOVE SPACES TO WS-IMPR-CAMPOS.
           UNSTRING REG-IMPRESTAT DELIMITED BY "|"
             INTO WS-IMPR-IP, WS-IMPR-COD, WS-IMPR-FORMATO,
                  WS-IMPR-REIMPR, WS-IMPR-IDTRANS, WS-IMPR-RESULT,
                  WS-IMPR-FECHA, WS-IMPR-HORA, WS-IMPR-IPALT
           END-UNSTRING.
           MOVE WS-IMPR-FECHA TO WS-IMPR-MOMENTO(1:8).
           MOVE WS-IMPR-HORA  TO WS-IMPR-MOMENTO(9:8).
           MOVE WS-IMPR-IP  TO REIMP-IP.
           MOVE WS-IMPR-COD TO REIMP-COD.
           READ F-REIMPWRK
               MOVE WS-IMPR-FORMATO TO REIMP-FORMATO
               MOVE WS-IMPR-IDTRANS TO REIMP-IDTRANS
               MOVE WS-IMPR-RESULT  TO REIMP-RESULT
               PERFORM TOMA-FALLOS-ANT THRU F-TOMA-FALLOS-ANT
               PERFORM CUENTA-FALLO THRU F-CUENTA-FALLO
               WRITE REG-REIMPWRK
             NOT INVALID KEY
               MOVE WS-IMPR-FORMATO TO REIMP-FORMATO
               MOVE WS-IMPR-IDTRANS TO REIMP-IDTRANS
               MOVE WS-IMPR-RESULT  TO REIMP-RESULT
               PERFORM CUENTA-FALLO THRU F-CUENTA-FALLO
               REWRITE REG-REIMPWRK
           END-READ.
       F-ACTUALIZA-WRK.
           EXIT.

      *Fallos ya acumulados del pedido en "REIMPFAL" (cero si no
      *tiene).
       TOMA-FALLOS-ANT.
           MOVE REIMP-CLAVE TO FAL-CLAVE.
           READ F-REIMPFAL
             INVALID KEY
               MOVE ZERO TO REIMP-FALLOS
               MOVE ZEROS TO REIMP-HASTA
             NOT INVALID KEY
               MOVE FAL-FALLOS TO REIMP-FALLOS
               MOVE FAL-HASTA TO REIMP-HASTA
           END-READ.
       F-TOMA-FALLOS-ANT.
           EXIT.

      *Un renglon fallido suma, salvo que ya este contado en
      *"REIMPFAL".
       CUENTA-FALLO.
           IF WS-IMPR-RESULT NOT = "200" AND
              WS-IMPR-RESULT NOT = "DSV" AND
              WS-IMPR-MOMENTO > REIMP-HASTA
             ADD 1 TO REIMP-FALLOS
           END-IF.
       F-CUENTA-FALLO.
           EXIT.

      *Los pedidos que siguen fallando de noches anteriores y que ya
      *no figuran en "IMPRESTAT" (se corto) vuelven a la lista de
      *pendientes con su ultimo resultado y sus fallos.
       AGREGA-ANTERIORES.
           MOVE LOW-VALUES TO FAL-CLAVE.
           START F-REIMPFAL KEY NOT < FAL-CLAVE
             INVALID KEY
               SET WS-FIN-REIMPFAL TO TRUE
           END-START.
           PERFORM LEE-ANTERIOR THRU F-LEE-ANTERIOR
                   UNTIL WS-FIN-REIMPFAL.
       F-AGREGA-ANTERIORES.
           EXIT.

       LEE-ANTERIOR.
           READ F-REIMPFAL NEXT RECORD
             AT END
               SET WS-FIN-REIMPFAL TO TRUE
               GO TO F-LEE-ANTERIOR
           END-READ.
           MOVE FAL-CLAVE TO REIMP-CLAVE.
           READ F-REIMPWRK
             INVALID KEY
               MOVE FAL-CLAVE   TO REIMP-CLAVE
               MOVE FAL-FORMATO TO REIMP-FORMATO
               MOVE FAL-IDTRANS TO REIMP-IDTRANS
               MOVE FAL-RESULT  TO REIMP-RESULT
               MOVE FAL-FALLOS  TO REIMP-FALLOS
               MOVE FAL-HASTA   TO REIMP-HASTA
               WRITE REG-REIMPWRK
           END-READ.
       F-LEE-ANTERIOR.
           EXIT.

       CERRAR-ARCHIVO.
           IF WS-IMP-ESTA-ABIERTO
             CLOSE F-IMPRESTAT
           EXIT.

      *Recorre "REIMPWRK" en secuencia de clave y reenvia los pedidos
      *cuyo ultimo resultado no fue 200 (ni un desvio: ese pedido ya
      *sigue por la impresora alternativa).
       REENVIA-PENDIENTES.
           MOVE LOW-VALUES TO REIMP-CLAVE.
           START F-REIMPWRK KEY NOT < REIMP-CLAVE
             AT END
               SET WS-FIN-REIMPWRK TO TRUE
             NOT AT END
               IF REIMP-RESULT NOT = "200" AND
                  REIMP-RESULT NOT = "DSV"
                 PERFORM PROCESA-PENDIENTE THRU F-PROCESA-PENDIENTE
               ELSE
                 PERFORM BORRA-FALLOS THRU F-BORRA-FALLOS
               END-IF
           END-READ.
       F-LEE-WRK.
           EXIT.

      *Decide el destino del pedido pendiente: la impresora original,
      *o la alternativa si la original esta inactiva en el padron o
      *ya junto los fallos del umbral. Si el reenvio a la original
      *vuelve a fallar y con eso llega al umbral, se desvia en la
      *misma corrida.
       PROCESA-PENDIENTE.
           MOVE SPACES TO WS-IP-ALTERNATIVA.
           MOVE "N" TO WS-ORIG-INACTIVA-SW.
           MOVE REIMP-IP TO WS-PRN-BUSCA.
           PERFORM BUSCA-IMPRESORA THRU F-BUSCA-IMPRESORA.
           IF WS-PRN-ACT > 0
             IF WS-PRN-ACTIVA(WS-PRN-ACT) = "N"
               SET WS-ORIG-INACTIVA TO TRUE
             END-IF
             MOVE WS-PRN-IPALT(WS-PRN-ACT) TO WS-IP-ALTERNATIVA
           END-IF.
      *La alternativa solo sirve si tiene IP, no es la misma y no
      *figura inactiva en el padron.
           IF WS-IP-ALTERNATIVA NOT = SPACES
             IF WS-IP-ALTERNATIVA = REIMP-IP
               MOVE SPACES TO WS-IP-ALTERNATIVA
             ELSE
               MOVE WS-IP-ALTERNATIVA TO WS-PRN-BUSCA
               PERFORM BUSCA-IMPRESORA THRU F-BUSCA-IMPRESORA
               IF WS-PRN-ACT > 0
                 IF WS-PRN-ACTIVA(WS-PRN-ACT) = "N"
                   MOVE SPACES TO WS-IP-ALTERNATIVA
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-IP-ALTERNATIVA NOT = SPACES AND
              (WS-ORIG-INACTIVA OR REIMP-FALLOS >= WS-DESVIO-FALLOS)
             PERFORM DESVIA-IMPRESION THRU F-DESVIA-IMPRESION
             GO TO F-PROCESA-PENDIENTE
           END-IF.
           MOVE REIMP-IP TO WS-IP-DESTINO.
           PERFORM REENVIA-UNA-IMPRESION THRU F-REENVIA-UNA-IMPRESION.
           IF WS-COD-RTA-CALL = 200
             PERFORM BORRA-FALLOS THRU F-BORRA-FALLOS
             GO TO F-PROCESA-PENDIENTE
           END-IF.
           ADD 1 TO REIMP-FALLOS.
           IF WS-IP-ALTERNATIVA NOT = SPACES AND
              REIMP-FALLOS >= WS-DESVIO-FALLOS
             PERFORM DESVIA-IMPRESION THRU F-DESVIA-IMPRESION
           ELSE
             PERFORM GUARDA-FALLOS THRU F-GUARDA-FALLOS
           END-IF.
       F-PROCESA-PENDIENTE.
           EXIT.

      *El pedido confirmo o se desvio: sale de "REIMPFAL".
       BORRA-FALLOS.
           MOVE REIMP-CLAVE TO FAL-CLAVE.
           DELETE F-REIMPFAL RECORD
             INVALID KEY
               CONTINUE
           END-DELETE.
       F-BORRA-FALLOS.
           EXIT.

      *El reenvio volvio a fallar: "REIMPFAL" queda con los fallos
      *del pedido, el resultado del reenvio y el momento actual (el
      *renglon que PARSERJS2 acaba de grabar en "IMPRESTAT" ya queda
      *contado).
       GUARDA-FALLOS.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE "N" TO WS-FAL-NUEVO-SW.
           MOVE REIMP-CLAVE TO FAL-CLAVE.
           READ F-REIMPFAL
             INVALID KEY
               SET WS-FAL-NUEVO TO TRUE
           END-READ.
           MOVE REIMP-CLAVE     TO FAL-CLAVE.
           MOVE REIMP-FORMATO   TO FAL-FORMATO.
           MOVE REIMP-IDTRANS   TO FAL-IDTRANS.
           MOVE WS-COD-RTA-CALL TO FAL-RESULT.
           MOVE REIMP-FALLOS    TO FAL-FALLOS.
           MOVE WS-HOY          TO FAL-FECHA.
           MOVE WS-HORA         TO FAL-HORA.
           IF WS-FAL-NUEVO
             WRITE REG-REIMPFAL
           ELSE
             REWRITE REG-REIMPFAL
           END-IF.
       F-GUARDA-FALLOS.
           EXIT.

      *Resultado del envio a la alternativa: si fallo, el documento
      *sigue pendiente como pedido de la alternativa (con un fallo
      *mas, si ya venia fallando ahi); si confirmo, sale.
       GUARDA-FALLO-ALT.
           MOVE WS-IP-ALTERNATIVA TO FAL-IP.
           MOVE REIMP-COD TO FAL-COD.
           IF WS-COD-RTA-CALL = 200
             DELETE F-REIMPFAL RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             GO TO F-GUARDA-FALLO-ALT
           END-IF.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE "N" TO WS-FAL-NUEVO-SW.
           READ F-REIMPFAL
             INVALID KEY
               SET WS-FAL-NUEVO TO TRUE
           END-READ.
           MOVE WS-IP-ALTERNATIVA TO FAL-IP.
           MOVE REIMP-COD       TO FAL-COD.
           MOVE REIMP-FORMATO   TO FAL-FORMATO.
           MOVE REIMP-IDTRANS   TO FAL-IDTRANS.
           MOVE WS-COD-RTA-CALL TO FAL-RESULT.
           MOVE WS-HOY          TO FAL-FECHA.
           MOVE WS-HORA         TO FAL-HORA.
           IF WS-FAL-NUEVO
             MOVE 1 TO FAL-FALLOS
             WRITE REG-REIMPFAL
           ELSE
             ADD 1 TO FAL-FALLOS
             REWRITE REG-REIMPFAL
           END-IF.
       F-GUARDA-FALLO-ALT.
           EXIT.

      *Deja el renglon de desvio del pedido original en "IMPRESTAT"
      *(mismo formato que GRABA-IMPRESION de parserjs.cbl, resultado
      *"DSV" y la IP alternativa como noveno campo) y manda el
      *documento a la alternativa, con la misma idtransaccion.
       DESVIA-IMPRESION.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-DSV-RENGLON.
           STRING REIMP-IP          DELIMITED BY SPACE,
                  "|"               DELIMITED BY SIZE,
                  REIMP-COD         DELIMITED BY SPACE,
                  "|"               DELIMITED BY SIZE,
                  REIMP-FORMATO     DELIMITED BY SPACE,
                  "|S|"             DELIMITED BY SIZE,
                  REIMP-IDTRANS     DELIMITED BY SIZE,
                  "|DSV|"           DELIMITED BY SIZE,
                  WS-HOY            DELIMITED BY SIZE,
                  "|"               DELIMITED BY SIZE,
                  WS-HORA           DELIMITED BY SIZE,
                  "|"               DELIMITED BY SIZE,
                  WS-IP-ALTERNATIVA DELIMITED BY SPACE
             INTO WS-DSV-RENGLON
           END-STRING.
           OPEN EXTEND F-IMPRESTAT.
           IF WS-FS-IMPRESTAT = "05" OR WS-FS-IMPRESTAT = "35"
             OPEN OUTPUT F-IMPRESTAT
             CLOSE F-IMPRESTAT
             OPEN EXTEND F-IMPRESTAT
           END-IF.
           MOVE WS-DSV-RENGLON TO REG-IMPRESTAT.
           WRITE REG-IMPRESTAT.
           CLOSE F-IMPRESTAT.
           ADD 1 TO WS-TOT-DESVIADOS.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "REIMPRIME: DESVIA " DELIMITED BY SIZE,
                  REIMP-COD DELIMITED BY SPACE,
                  " DE " DELIMITED BY SIZE,
                  REIMP-IP DELIMITED BY SPACE,
                  " A " DELIMITED BY SIZE,
                  WS-IP-ALTERNATIVA DELIMITED BY SPACE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
           PERFORM BORRA-FALLOS THRU F-BORRA-FALLOS.
           MOVE WS-IP-ALTERNATIVA TO WS-IP-DESTINO.
           PERFORM REENVIA-UNA-IMPRESION THRU F-REENVIA-UNA-IMPRESION.
           PERFORM GUARDA-FALLO-ALT THRU F-GUARDA-FALLO-ALT.
       F-DESVIA-IMPRESION.
           EXIT.

      *Reconstruye el pedido RECORD original (la impresion ya se marca
      *como reimpresion) y vuelve a llamar a PARSERJS2, reusando la
      *misma idtransaccion para que quede trazada en "AUDITORIA" e

           ADD 1 TO WS-INDICE-CALL.
           MOVE "ipImpresora" TO WS-VARIABLE-CALL(WS-INDICE-CALL).
           MOVE WS-IP-DESTINO TO WS-VALOR-CALL(WS-INDICE-CALL).
           MOVE "U" TO WS-TIPO-CALL(WS-INDICE-CALL).

           ADD 1 TO WS-INDICE-CALL.
           ADD 1 TO WS-TOT-REENVIADOS.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "REIMPRIME: " DELIMITED BY SIZE,
                  WS-IP-DESTINO DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  REIMP-COD DELIMITED BY SPACE,
                  " COD-RTA=" DELIMITED BY SIZE,
