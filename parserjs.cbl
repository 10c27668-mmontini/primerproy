               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-CLAVE
               FILE STATUS IS WS-FS-VTAEMPDUP.
           SELECT F-GWTOKEN ASSIGN TO WS-TKN-ARCH-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GWTOKEN.
           SELECT F-STOCKFOTO ASSIGN TO "STOCKFOTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOTO-CLAVE
               FILE STATUS IS WS-FS-STOCKFOTO.

       DATA DIVISION.
       FILE SECTION.
      *(ip de la impresora, codigo de documento, formato, si ya es
      *reimpresion, transaccion, resultado, fecha/hora), para que
      *REIMPRIME pueda detectar y reenviar los que no confirmaron.
      *REIMPRIME agrega ademas sus renglones de desvio a impresora
      *alternativa (resultado "DSV", IP alternativa al final).
       FD  F-IMPRESTAT.
       01  REG-IMPRESTAT             PIC X(180).
      *Parametros de conexion al gateway (host, puerto, timeout, tope
      *renglon como "CLAVE|VALOR". Si no esta disponible, se siguen
      *usando los valores de siempre (variable de entorno IP_NODUM
      *para el host, puerto 8082, timeout de 20 segundos, 3
      *reintentos, sin contingencia). Tambien trae, si el gateway
      *exige autenticacion, el servicio de token y las credenciales
      *del cliente ("TOKENSRV", "CLIENTE", "SECRETO").
       FD  F-GATEWAYCFG.
       01  REG-GATEWAYCFG            PIC X(80).
      *Un renglon por cada envio de venta o devolucion de empleado
           03  DUP-COD               PIC X(3).
           03  DUP-FECHA             PIC X(8).
           03  DUP-HORA              PIC X(8).
      *Token de acceso vigente ante el gateway, compartido por todos
      *los que llaman a este modulo (POS y sesiones batch de
      *REIMPRIME, REENVIAVTA, DESPACHAQ y STOCKLOTE): un solo renglon
      *"TOKEN|FECHA-VENCE|HORA-VENCE". Se graba entero en un
      *temporario y se renombra encima del vivo (mismo renombre
      *atomico que DEPURAEXT), para que un POS que lo lee en ese
      *instante nunca vea el archivo a medio escribir.
       FD  F-GWTOKEN.
       01  REG-GWTOKEN               PIC X(1100).
      *Foto de stock de la ultima corrida de STOCKLOTE: el ultimo
      *renglon de "STOCKEXT" de cada sucursal + articulo (layout de
      *WS-STOCKS) con la fecha y hora en que se cargo. Con el gateway
      *caido, CONSULTASTOCK se contesta desde aca (ver
      *RESPONDE-FOTO-STOCK). Mismo layout en stocklote.cbl.
       FD  F-STOCKFOTO.
       01  REG-STOCKFOTO.
           03  FOTO-CLAVE.
               05  FOTO-SUC          PIC X(3).
               05  FOTO-ART          PIC X(6).
           03  FOTO-BALDES           PIC X(63).
           03  FOTO-FECHA            PIC 9(8).
           03  FOTO-HORA             PIC 9(6).

       WORKING-STORAGE SECTION.
            COPY "sysinfo.wrk".
       77  WS-FS-VTAPENDQ       PIC XX VALUE "00".
       77  WS-FS-RESPREQ        PIC XX VALUE "00".
       77  WS-FS-VTAEMPDUP      PIC XX VALUE "00".
       77  WS-FS-GWTOKEN        PIC XX VALUE "00".
       77  WS-FS-STOCKFOTO      PIC XX VALUE "00".
       77  WS-DUP-HALLADO-SW    PIC X VALUE "N".
           88  WS-DUP-HALLADO       VALUE "S".
       77  WS-DUP-SRV-BUSCA     PIC X(20) VALUE SPACES.
           88  WS-ENLACE-CAIDO      VALUE "S".
           88  WS-ENLACE-OK         VALUE "N".
       77  WS-PENDQ-RENGLON     PIC X(320) VALUE SPACES.
      *Autenticacion ante el gateway ("Authorization: Bearer" en cada
      *pedido). El servicio que entrega el token se nombra en
      *"GATEWAYCFG" ("TOKENSRV|servicio", y se resuelve contra
      *"SERVICIOS" como cualquier otro: URL y host propio), junto con
      *las credenciales del cliente ("CLIENTE|id" y "SECRETO|clave").
      *Sin "TOKENSRV" no se manda cabecera de autorizacion, como
      *siempre. El token se reusa mientras este vigente: el de
      *memoria, o si no el del archivo compartido "GWTOKEN", y recien
      *si ninguno sirve se pide uno nuevo (ver ASEGURA-TOKEN).
       77  WS-TKN-SERVICIO      PIC X(20) VALUE SPACES.
       77  WS-TKN-CLIENTE       PIC X(58) VALUE SPACES.
       77  WS-TKN-SECRETO       PIC X(58) VALUE SPACES.
       77  WS-TKN-ARCH-NOMBRE   PIC X(20) VALUE SPACES.
       77  WS-TKN-ARCH-VIVO     PIC X(20) VALUE "GWTOKEN".
       77  WS-TKN-ARCH-TMP      PIC X(20) VALUE "GWTOKEN.TMP".
       77  WS-TKN-VALOR         PIC X(1024) VALUE SPACES.
      *Token que el gateway acaba de rechazar con 401: al renovar no
      *se acepta el mismo desde "GWTOKEN" aunque figure vigente.
       77  WS-TKN-RECHAZADO     PIC X(1024) VALUE SPACES.
       77  WS-TKN-VENCE-FECHA   PIC 9(8) VALUE ZERO.
       01  WS-TKN-VENCE-HORA    PIC 9(6) VALUE ZERO.
       01  WS-TKN-VENCE-HORA-R REDEFINES WS-TKN-VENCE-HORA.
           03  WS-TKN-VENCE-HH   PIC 9(2).
           03  WS-TKN-VENCE-MM   PIC 9(2).
           03  WS-TKN-VENCE-SS   PIC 9(2).
       01  WS-TKN-AHORA.
           03  WS-TKN-AHORA-FECHA PIC 9(8).
           03  WS-TKN-AHORA-HORA  PIC 9(8).
           03  WS-TKN-AHORA-HORA-R REDEFINES WS-TKN-AHORA-HORA.
               05  WS-TKN-AHORA-HH PIC 9(2).
               05  WS-TKN-AHORA-MM PIC 9(2).
               05  WS-TKN-AHORA-SS PIC 9(2).
               05  WS-TKN-AHORA-CC PIC 9(2).
       77  WS-TKN-SEG-AHORA     PIC 9(7) VALUE ZERO.
       77  WS-TKN-SEG-VENCE     PIC 9(7) VALUE ZERO.
       77  WS-TKN-SEG-RESTO     PIC 9(7) VALUE ZERO.
      *Un token se da por vencido este margen (segundos) antes de su
      *vencimiento real, para no mandarlo a punto de caducar.
       77  WS-TKN-MARGEN        PIC 9(3) VALUE 60.
      *Vigencia anunciada por el servicio ("expires_in", segundos);
      *si no la trae se toman 5 minutos.
       77  WS-TKN-EXPIRA        PIC 9(7) VALUE ZERO.
       77  WS-TKN-EXPIRA-DEF    PIC 9(7) VALUE 300.
       77  WS-TKN-VIGENTE-SW    PIC X VALUE "N".
           88  WS-TKN-VIGENTE       VALUE "S".
       77  WS-TKN-ESTADO-SW     PIC X VALUE "S".
           88  WS-TKN-OK            VALUE "S".
           88  WS-TKN-FALLO         VALUE "N".
      *Una sola renovacion por 401 en cada transaccion.
       77  WS-TKN-RENUEVA-SW    PIC X VALUE "N".
           88  WS-TKN-RENOVADO      VALUE "S".
       77  WS-TKN-COMPLETA-SW   PIC X VALUE "N".
           88  WS-TKN-RESP-COMPLETA VALUE "S".
      *Cabecera "Authorization: Bearer ..." ya armada para la llamada
      *en curso, o LOW-VALUES si no corresponde mandarla (asi el
      *STRING de ARMA-CABECERA no agrega nada).
       77  WS-TKN-CABECERA      PIC X(1100) VALUE LOW-VALUES.
       77  WS-TKN-URL           PIC X(512) VALUE SPACES.
       77  WS-TKN-HOST          PIC X(20) VALUE SPACES.
       77  WS-TKN-HOST-GW       PIC X(20) VALUE SPACES.
       77  WS-TKN-IND           PIC 9(4) VALUE ZERO.
       77  WS-TKN-BODY          PIC X(300) VALUE SPACES.
       77  WS-TKN-LARGO         PIC 9(4) VALUE ZERO.
       77  WS-TKN-LECTURAS      PIC 9(2) VALUE ZERO.
       77  WS-TKN-LLAVES        PIC 9(4) VALUE ZERO.
       77  WS-TKN-HTTP-COD      PIC X(3) VALUE SPACES.
       77  WS-TKN-RESP          PIC X(4096) VALUE SPACES.
       77  WS-TKN-RESP-PTR      PIC 9(4) VALUE ZERO.
       77  WS-TKN-DESCARTE      PIC X(4096) VALUE SPACES.
       77  WS-TKN-RESTO         PIC X(4096) VALUE SPACES.
       77  WS-TKN-CH            PIC 9(4) VALUE ZERO.
       77  WS-TKN-DIGITO        PIC 9 VALUE ZERO.
       77  WS-TKN-REG-FECHA     PIC X(8) VALUE SPACES.
       77  WS-TKN-REG-HORA      PIC X(6) VALUE SPACES.
       77  WS-TKN-REG-VALOR     PIC X(1024) VALUE SPACES.
      *Modo sesion para llamadores batch (REIMPRIME, REENVIAVTA,
      *DESPACHAQ, STOCKLOTE): entre un pedido SESION-INICIO y su
      *SESION-FIN la configuracion se carga una sola vez y el socket
           03 WS-STOSEN         PIC S9(7).
           03 WS-STEXPE         PIC S9(7).
           03 WS-STKBUS         PIC S9(7).
      *Los mismos baldes como tabla, en el orden de WS-FOTO-NOMBRES,
      *para armar la respuesta desde la foto de stock.
       01  WS-STOCKS-R REDEFINES WS-STOCKS.
           03 FILLER            PIC X(9).
           03 WS-STK-BALDE      PIC S9(7) OCCURS 9 TIMES.
      *Respuesta de CONSULTASTOCK armada desde la foto de stock
      *("STOCKFOTO") cuando el gateway no contesta: codigo propio
      *203 y la fecha de la foto en la tabla de respuesta, para que
      *el POS muestre "stock al ..." en vez de un error. Nunca pasa
      *por GRABA-STOCK: una foto vieja no vuelve a "STOCKEXT".
       01  WS-FOTO-NOMBRES.
           03  FILLER           PIC X(18) VALUE "stockNormal".
           03  FILLER           PIC X(18) VALUE "stockFravega".
           03  FILLER           PIC X(18) VALUE "stockTransferencia".
           03  FILLER           PIC X(18) VALUE "stockAnalisis".
           03  FILLER           PIC X(18) VALUE "stock92".
           03  FILLER           PIC X(18) VALUE "stockExhibicion".
           03  FILLER           PIC X(18) VALUE "stockOsenda".
           03  FILLER           PIC X(18) VALUE "stockExpedicion".
           03  FILLER           PIC X(18) VALUE "stockBusqueda".
       01  WS-FOTO-NOMBRES-R REDEFINES WS-FOTO-NOMBRES.
           03  WS-FOTO-NOMBRE   PIC X(18) OCCURS 9 TIMES.
       77  WS-FOTO-IND          PIC 9(2) VALUE ZERO.
       77  WS-FOTO-ED           PIC -(7)9 VALUE ZERO.
       77  WS-FOTO-BLANCOS      PIC 9(2) VALUE ZERO.
       77  WS-FOTO-HALLADA-SW   PIC X VALUE "N".
           88  WS-FOTO-HALLADA      VALUE "S".
       77  AUX-TIPO-DE-OPERACION-X25 PIC X.
       77  AUX-R-X25            PIC X(4096).
       77 HTTP-HEADER PIC X(4096) VALUE SPACES.
              WS-ENLACE-CAIDO
             PERFORM ENCOLA-DIFERIDO THRU F-ENCOLA-DIFERIDO
           END-IF.
      *Consulta de stock que agoto los reintentos (y la contingencia)
      *por caida del enlace: se contesta desde la foto de stock con
      *203 en vez de devolver el error.
           IF WS-VALOR(1)(1:13) = "CONSULTASTOCK" AND
              WS-ENLACE-CAIDO
             PERFORM RESPONDE-FOTO-STOCK THRU F-RESPONDE-FOTO-STOCK
           END-IF.
      *Un 200 sin las variables obligatorias del servicio (segun
      *"RESPREQ") se baja a error ANTES de usar la respuesta: asi un
      *cuerpo incompleto no llega a GRABA-STOCK ni vuelve al llamador
             PERFORM ENCOLA-DIFERIDO THRU F-ENCOLA-DIFERIDO
             PERFORM GRABA-VTAEMP THRU F-GRABA-VTAEMP
           END-IF.
      *Lo mismo para la consulta de stock cortada por error
      *definitivo de enlace (RESPONDE-FOTO-STOCK tambien apaga el
      *switch, asi que no se contesta dos veces).
           IF WS-VALOR(1)(1:13) = "CONSULTASTOCK" AND
              WS-ENLACE-CAIDO
             PERFORM RESPONDE-FOTO-STOCK THRU F-RESPONDE-FOTO-STOCK
           END-IF.
           IF NUM-ARGS > 0
              MOVE LK-DATOS TO WS-DATOS
              MOVE WS-COD-RTA TO LK-COD-RTA
       CONSULTO-CON-REINTENTOS.
           MOVE ZERO TO WS-REINTENTOS-CONTA.
           MOVE "N" TO WS-CONTING-SW.
           MOVE "N" TO WS-TKN-RENUEVA-SW.
           SET WS-ERROR-DEFINITIVO TO TRUE.
           PERFORM INICIALIZO-TCP THRU F-INICIALIZO-TCP.
      *Se re-arma la URL en cada intento: si la primera quedo con un
      *tiene que volver a resolver los {placeholder}, no reenviar la
      *URL armada (o sin armar) del intento anterior.
           MOVE "N" TO WS-URL-SW.
           PERFORM CONSULTO-WS-AUT THRU F-CONSULTO-WS-AUT.
           PERFORM REINTENTA-TRANSITORIO
                   THRU F-REINTENTA-TRANSITORIO.
      *Agotados los reintentos contra el primario por error
             MOVE ZERO TO WS-REINTENTOS-CONTA
             SET WS-ERROR-DEFINITIVO TO TRUE
             MOVE "N" TO WS-URL-SW
             PERFORM CONSULTO-WS-AUT THRU F-CONSULTO-WS-AUT
             PERFORM REINTENTA-TRANSITORIO
                     THRU F-REINTENTA-TRANSITORIO
           END-IF.
       F-CONSULTO-CON-REINTENTOS.
           EXIT.

      *Un intento de consulta con la renovacion de token ante un 401
      *del gateway: el token pudo haber sido revocado o vencido antes
      *de lo anunciado. Se descarta, se pide uno nuevo UNA sola vez
      *por transaccion y se repite el intento. Si el gateway lo
      *vuelve a rechazar (o el propio servicio de token rechaza las
      *credenciales) queda el 401 como credencial rechazada: no es
      *una caida del enlace, asi que no se reintenta ni se difiere.
       CONSULTO-WS-AUT.
           PERFORM CONSULTO-WS THRU F-CONSULTO-WS.
           IF WS-COD-RTA = 401 AND
              WS-TKN-SERVICIO NOT = SPACES AND
              WS-TKN-OK AND
              NOT WS-TKN-RENOVADO
             SET WS-TKN-RENOVADO TO TRUE
             MOVE WS-TKN-VALOR TO WS-TKN-RECHAZADO
             MOVE SPACES TO WS-TKN-VALOR
             MOVE "-----TOKEN RECHAZADO (401), SE RENUEVA-----"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             MOVE "N" TO WS-URL-SW
             PERFORM CONSULTO-WS THRU F-CONSULTO-WS
           END-IF.
       F-CONSULTO-WS-AUT.
           EXIT.

       REINTENTA-TRANSITORIO.
           PERFORM UNTIL NOT WS-ERROR-TRANSITORIO
                      OR WS-REINTENTOS-CONTA >= WS-REINTENTOS-MAX
             SET WS-ERROR-DEFINITIVO TO TRUE
             PERFORM INICIALIZO-TCP THRU F-INICIALIZO-TCP
             MOVE "N" TO WS-URL-SW
             PERFORM CONSULTO-WS-AUT THRU F-CONSULTO-WS-AUT
           END-PERFORM.
       F-REINTENTA-TRANSITORIO.
           EXIT.
      *cierre fallido no debe mandar a la cola de diferidos una
      *transaccion que en realidad llego al gateway).
           SET WS-ENLACE-OK TO TRUE.
      *El 401 del gateway queda con descripcion propia en
      *"AUDITORIA" y hacia el llamador: credencial rechazada, no
      *enlace caido.
           IF WS-COD-RTA = 401
             MOVE "ERROR: CREDENCIAL RECHAZADA" TO WS-DES-RTA
           END-IF.
      *En modo sesion la conexion queda abierta para la proxima
      *llamada del lote SOLO tras un 200 parseado entero (el cuerpo
      *se leyo hasta su fin). Una respuesta que no es 200 se corta
       F-GRABA-STOCK.
           EXIT.

      *Contesta CONSULTASTOCK desde la foto "STOCKFOTO" cuando el
      *gateway no respondio: la tabla de respuesta trae los mismos
      *nombres que devuelve el gateway mas "fechaFoto" y "horaFoto",
      *el codigo es 203 y la descripcion "FOTO: STOCK AL aaaammdd",
      *que es tambien la marca del renglon que queda en "AUDITORIA".
      *Si no hay foto del articulo (o no hay foto), queda el error de
      *enlace tal como vino.
       RESPONDE-FOTO-STOCK.
           SET WS-ENLACE-OK TO TRUE.
           MOVE "N" TO WS-FOTO-HALLADA-SW.
           MOVE SPACES TO FOTO-CLAVE.
           PERFORM VARYING WS-IND5 FROM 1 BY 1
                   UNTIL WS-VARIABLE(WS-IND5) = SPACES
                      OR WS-VARIABLE(WS-IND5) = LOW-VALUES
                      OR WS-IND5 > 300
             IF WS-VARIABLE(WS-IND5)(1:8) = "sucursal"
               MOVE WS-VALOR(WS-IND5)(1:3) TO FOTO-SUC
             END-IF
             IF WS-VARIABLE(WS-IND5)(1:14) = "codigoArticulo"
               MOVE WS-VALOR(WS-IND5)(1:6) TO FOTO-ART
             END-IF
           END-PERFORM.
           INSPECT FOTO-CLAVE REPLACING ALL LOW-VALUE BY SPACE.
           OPEN INPUT F-STOCKFOTO.
           IF WS-FS-STOCKFOTO = "00"
             READ F-STOCKFOTO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET WS-FOTO-HALLADA TO TRUE
             END-READ
             CLOSE F-STOCKFOTO
           END-IF.
           IF NOT WS-FOTO-HALLADA
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "SIN FOTO DE STOCK PARA SUC " DELIMITED BY SIZE,
                    FOTO-SUC DELIMITED BY SIZE,
                    " ART " DELIMITED BY SIZE,
                    FOTO-ART DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-RESPONDE-FOTO-STOCK
           END-IF.
           MOVE REG-STOCKFOTO(1:72) TO WS-STOCKS.
           INITIALIZE WS-DATOS-RESP.
           MOVE 0 TO WS-IND4.
           MOVE "sucursal" TO WS-RESP-VAR-TMP.
           MOVE FOTO-SUC   TO WS-RESP-VAL-TMP.
           MOVE "X"        TO WS-RESP-TIP-TMP.
           PERFORM AGREGA-FOTO-RESP THRU F-AGREGA-FOTO-RESP.
           MOVE "codigoArticulo" TO WS-RESP-VAR-TMP.
           MOVE FOTO-ART         TO WS-RESP-VAL-TMP.
           PERFORM AGREGA-FOTO-RESP THRU F-AGREGA-FOTO-RESP.
           MOVE "9" TO WS-RESP-TIP-TMP.
           PERFORM VARYING WS-FOTO-IND FROM 1 BY 1
                   UNTIL WS-FOTO-IND > 9
             MOVE WS-FOTO-NOMBRE(WS-FOTO-IND) TO WS-RESP-VAR-TMP
             MOVE WS-STK-BALDE(WS-FOTO-IND) TO WS-FOTO-ED
             MOVE 0 TO WS-FOTO-BLANCOS
             INSPECT WS-FOTO-ED TALLYING WS-FOTO-BLANCOS
                     FOR LEADING SPACES
             MOVE WS-FOTO-ED(WS-FOTO-BLANCOS + 1:) TO WS-RESP-VAL-TMP
             PERFORM AGREGA-FOTO-RESP THRU F-AGREGA-FOTO-RESP
           END-PERFORM.
           MOVE "fechaFoto" TO WS-RESP-VAR-TMP.
           MOVE FOTO-FECHA  TO WS-RESP-VAL-TMP.
           PERFORM AGREGA-FOTO-RESP THRU F-AGREGA-FOTO-RESP.
           MOVE "horaFoto"  TO WS-RESP-VAR-TMP.
           MOVE FOTO-HORA   TO WS-RESP-VAL-TMP.
           PERFORM AGREGA-FOTO-RESP THRU F-AGREGA-FOTO-RESP.
           MOVE 203 TO WS-COD-RTA.
           MOVE SPACES TO WS-DES-RTA.
           STRING "FOTO: STOCK AL " DELIMITED BY SIZE,
                  FOTO-FECHA DELIMITED BY SIZE
             INTO WS-DES-RTA
           END-STRING.
           ACCEPT WS-AUD-INI-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-INI-HORA FROM TIME.
           PERFORM GRABA-AUDITORIA THRU F-GRABA-AUDITORIA.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "CONSULTASTOCK DESDE FOTO: SUC " DELIMITED BY SIZE,
                  FOTO-SUC DELIMITED BY SIZE,
                  " ART " DELIMITED BY SIZE,
                  FOTO-ART DELIMITED BY SIZE,
                  " FOTO " DELIMITED BY SIZE,
                  FOTO-FECHA DELIMITED BY SIZE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
       F-RESPONDE-FOTO-STOCK.
           EXIT.

      *Una fila de la respuesta desde la foto. A diferencia de
      *AGREGA-RESP no va a "RESPEXT": no es algo que haya devuelto el
      *gateway.
       AGREGA-FOTO-RESP.
           IF WS-IND4 < 300
             ADD 1 TO WS-IND4
             MOVE WS-RESP-VAR-TMP TO WS-VAR-RESP(WS-IND4)
             MOVE WS-RESP-VAL-TMP TO WS-VAL-RESP(WS-IND4)
             MOVE WS-RESP-TIP-TMP TO WS-TIP-RESP(WS-IND4)
           END-IF.
       F-AGREGA-FOTO-RESP.
           EXIT.

      *Persiste el pedido completo (todas las filas de WS-DATOS, que
      *es lo que haria falta para reenviarlo tal cual) en la cola de
      *diferidos "VTAPENDQ" y deja 202 DIFERIDO como resultado, para
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
      *Con servicio de token configurado, todo pedido (POST o GET)
      *lleva "Authorization: Bearer". El host del intento ya quedo
      *resuelto (primario o contingencia). Si no se pudo obtener un
      *token el intento termina aca, con el codigo que dejo
      *ASEGURA-TOKEN.
           MOVE LOW-VALUES TO WS-TKN-CABECERA.
           IF WS-TKN-SERVICIO NOT = SPACES
             PERFORM ASEGURA-TOKEN THRU F-ASEGURA-TOKEN
             IF WS-TKN-FALLO
               GO TO F-CONSULTO-WS
             END-IF
             STRING 'Authorization: Bearer ' DELIMITED BY SIZE,
                    WS-TKN-VALOR DELIMITED BY SPACE,
                    X"0D0A" DELIMITED BY SIZE
               INTO WS-TKN-CABECERA
             END-STRING
           END-IF.
      
           MOVE 1 TO PTR-TAM-HDR  PTR-TAM-4096.
           MOVE SPACES TO REGISTRO4096-X25 HTTP-HEADER.
                 'Host: '  DELIMITED BY SIZE,
                 NUMERO-X25 DELIMITED BY SPACE,
                 ':',
                 TCP-PORT  DELIMITED BY SIZE, X"0D0A"
                 DELIMITED BY SIZE,
                 WS-TKN-CABECERA DELIMITED BY LOW-VALUE,
                 'X-Request-ID: ' , WS-IDTRANSACTION, X"0D0A",
                 'User-Agent: Legados-HttpClient/1.1',X"0D0A"
                  DELIMITED BY SIZE
                 'Host: '  DELIMITED BY SIZE,
                 NUMERO-X25 DELIMITED BY SPACE,
                 ':',
                 TCP-PORT  DELIMITED BY SIZE, X"0D0A"
                 DELIMITED BY SIZE,
                 WS-TKN-CABECERA DELIMITED BY LOW-VALUE,
                 'User-Agent: Legados-HttpClient/1.1',X"0D0A"
                  DELIMITED BY SIZE
                    INTO HTTP-HEADER  WITH POINTER PTR-TAM-HDR
               'Host: '  DELIMITED BY SIZE, 
               NUMERO-X25 DELIMITED BY SPACE,
               ':', 
               TCP-PORT  DELIMITED BY SIZE, X"0D0A"
               DELIMITED BY SIZE,
               WS-TKN-CABECERA DELIMITED BY LOW-VALUE,
               'X-Request-ID: ' , WS-IDTRANSACTION, X"0D0A",
               'User-Agent: Legados-HttpClient/1.1',X"0D0A"
                ,X"0D0A",'1',X"0D0A",'{'
               'Host: '  DELIMITED BY SIZE, 
               NUMERO-X25 DELIMITED BY SPACE,
               ':', 
               TCP-PORT  DELIMITED BY SIZE, X"0D0A"
               DELIMITED BY SIZE,
               WS-TKN-CABECERA DELIMITED BY LOW-VALUE,
               'User-Agent: Legados-HttpClient/1.1',X"0D0A"
                ,X"0D0A",'1',X"0D0A",'{'
                DELIMITED BY SIZE
           ACCEPT NUMERO-X25 FROM ENVIRONMENT "IP_NODUM". *> IP jboss
           MOVE 8082 TO TCP-PORT.
           MOVE SPACES TO WS-HOST2-CFG. *> sin contingencia global
           MOVE SPACES TO WS-TKN-SERVICIO WS-TKN-CLIENTE
                          WS-TKN-SECRETO. *> sin autenticacion
           MOVE "020" TO WS-TIMEOUT-CFG. *> 20 seg. de timeout
           MOVE WS-TIMEOUT-CFG TO PARAM2-X25.
           OPEN INPUT F-GATEWAYCFG.
               MOVE WS-TIMEOUT-CFG TO PARAM2-X25
             WHEN "REINTENTOS"
               MOVE WS-CFG-VALOR(1:2) TO WS-REINTENTOS-MAX
             WHEN "TOKENSRV"
               MOVE WS-CFG-VALOR(1:20) TO WS-TKN-SERVICIO
             WHEN "CLIENTE"
               MOVE WS-CFG-VALOR TO WS-TKN-CLIENTE
             WHEN "SECRETO"
               MOVE WS-CFG-VALOR TO WS-TKN-SECRETO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       F-PROCESA-CFG-GATEWAY.
           EXIT.

      *Deja en WS-TKN-VALOR un token vigente para el pedido en curso:
      *el que este modulo ya tiene en memoria; si no, el del archivo
      *compartido "GWTOKEN" (otro POS o lote pudo haberlo renovado
      *hace un momento); y recien si ninguno sirve, uno nuevo pedido
      *al servicio de token. Deja WS-TKN-FALLO prendido si no hubo
      *forma de obtenerlo.
       ASEGURA-TOKEN.
           SET WS-TKN-OK TO TRUE.
           PERFORM CALCULA-AHORA-TKN THRU F-CALCULA-AHORA-TKN.
           IF WS-TKN-VALOR NOT = SPACES
             PERFORM VERIFICA-VIGENCIA-TKN
                     THRU F-VERIFICA-VIGENCIA-TKN
             IF WS-TKN-VIGENTE
               GO TO F-ASEGURA-TOKEN
             END-IF
           END-IF.
           PERFORM LEE-ARCHIVO-TKN THRU F-LEE-ARCHIVO-TKN.
           IF WS-TKN-VALOR NOT = SPACES
             PERFORM VERIFICA-VIGENCIA-TKN
                     THRU F-VERIFICA-VIGENCIA-TKN
             IF WS-TKN-VIGENTE
               GO TO F-ASEGURA-TOKEN
             END-IF
           END-IF.
           MOVE SPACES TO WS-TKN-VALOR.
           PERFORM PIDE-TOKEN THRU F-PIDE-TOKEN.
       F-ASEGURA-TOKEN.
           EXIT.

       CALCULA-AHORA-TKN.
           ACCEPT WS-TKN-AHORA-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-TKN-AHORA-HORA FROM TIME.
           COMPUTE WS-TKN-SEG-AHORA =
               WS-TKN-AHORA-HH * 3600 + WS-TKN-AHORA-MM * 60 +
               WS-TKN-AHORA-SS.
       F-CALCULA-AHORA-TKN.
           EXIT.

      *Vigente: vence despues de hoy, o vence hoy mas alla de ahora
      *mas el margen.
       VERIFICA-VIGENCIA-TKN.
           MOVE "N" TO WS-TKN-VIGENTE-SW.
           IF WS-TKN-VENCE-FECHA > WS-TKN-AHORA-FECHA
             SET WS-TKN-VIGENTE TO TRUE
             GO TO F-VERIFICA-VIGENCIA-TKN
           END-IF.
           IF WS-TKN-VENCE-FECHA = WS-TKN-AHORA-FECHA
             COMPUTE WS-TKN-SEG-VENCE =
                 WS-TKN-VENCE-HH * 3600 + WS-TKN-VENCE-MM * 60 +
                 WS-TKN-VENCE-SS
             IF WS-TKN-SEG-VENCE > WS-TKN-SEG-AHORA + WS-TKN-MARGEN
               SET WS-TKN-VIGENTE TO TRUE
             END-IF
           END-IF.
       F-VERIFICA-VIGENCIA-TKN.
           EXIT.

      *Levanta el token del archivo compartido "GWTOKEN". Sin archivo,
      *renglon ilegible o con el mismo token que el gateway acaba de
      *rechazar, WS-TKN-VALOR queda en blanco.
       LEE-ARCHIVO-TKN.
           MOVE SPACES TO WS-TKN-VALOR.
           MOVE WS-TKN-ARCH-VIVO TO WS-TKN-ARCH-NOMBRE.
           OPEN INPUT F-GWTOKEN.
           IF WS-FS-GWTOKEN NOT = "00"
             GO TO F-LEE-ARCHIVO-TKN
           END-IF.
           READ F-GWTOKEN
             AT END
               MOVE SPACES TO REG-GWTOKEN
           END-READ.
           CLOSE F-GWTOKEN.
           MOVE SPACES TO WS-TKN-REG-VALOR WS-TKN-REG-FECHA
                          WS-TKN-REG-HORA.
           UNSTRING REG-GWTOKEN DELIMITED BY "|"
             INTO WS-TKN-REG-VALOR, WS-TKN-REG-FECHA, WS-TKN-REG-HORA
           END-UNSTRING.
           IF WS-TKN-REG-VALOR = SPACES OR
              WS-TKN-REG-FECHA IS NOT NUMERIC OR
              WS-TKN-REG-HORA IS NOT NUMERIC
             GO TO F-LEE-ARCHIVO-TKN
           END-IF.
           IF WS-TKN-REG-VALOR = WS-TKN-RECHAZADO
             GO TO F-LEE-ARCHIVO-TKN
           END-IF.
           MOVE WS-TKN-REG-VALOR TO WS-TKN-VALOR.
           MOVE WS-TKN-REG-FECHA TO WS-TKN-VENCE-FECHA.
           MOVE WS-TKN-REG-HORA  TO WS-TKN-VENCE-HORA.
       F-LEE-ARCHIVO-TKN.
           EXIT.

      *Pide un token nuevo al servicio nombrado en "TOKENSRV" (POST
      *con las credenciales del cliente en JSON, sobre su propia
      *conexion) y lo deja en memoria y en "GWTOKEN". Resultados:
      *  - caida del enlace con el servicio de token: queda el error
      *    de LOPERA-X25 (409, transitorio o definitivo) y el intento
      *    sigue el camino de reintentos/diferido de siempre;
      *  - el servicio contesta pero no entrega token (credenciales
      *    rechazadas, respuesta sin "access_token"): 401 CREDENCIAL
      *    RECHAZADA, sin marcar el enlace caido.
       PIDE-TOKEN.
           SET WS-TKN-FALLO TO TRUE.
           MOVE SPACES TO WS-TKN-URL.
           MOVE NUMERO-X25 TO WS-TKN-HOST-GW.
           PERFORM VARYING WS-TKN-IND FROM 1 BY 1
                   UNTIL WS-TKN-IND > WS-SVC-CANT
             IF WS-SVC-NOMBRE(WS-TKN-IND) = WS-TKN-SERVICIO
               MOVE WS-SVC-URL(WS-TKN-IND) TO WS-TKN-URL
               IF WS-SVC-HOST(WS-TKN-IND) NOT = SPACES
                 MOVE WS-SVC-HOST(WS-TKN-IND) TO NUMERO-X25
               END-IF
             END-IF
           END-PERFORM.
           IF WS-TKN-URL = SPACES
             MOVE "ERROR: TOKENSRV NO DECLARADO"
               TO WS-DES-RTA
             MOVE 401 TO WS-COD-RTA
             GO TO F-PIDE-TOKEN
           END-IF.
      *En modo sesion el socket puede estar abierto contra el
      *gateway: se cierra, el pedido de token va por su conexion y
      *el pedido real reabre la suya en ENVIA-CABECERA.
           IF WSOPENX25 = "S"
             PERFORM CERRAR-X25 THRU F-CERRAR-X25
           END-IF.
           MOVE NUMERO-X25 TO WS-TKN-HOST.
           INSPECT WS-TKN-HOST REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO WS-TKN-BODY.
           MOVE 1 TO WS-TKN-LARGO.
           STRING '{"grant_type":"client_credentials","client_id":"'
                    DELIMITED BY SIZE,
                  WS-TKN-CLIENTE DELIMITED BY SPACE,
                  '","client_secret":"' DELIMITED BY SIZE,
                  WS-TKN-SECRETO DELIMITED BY SPACE,
                  '"}' DELIMITED BY SIZE
             INTO WS-TKN-BODY WITH POINTER WS-TKN-LARGO
           END-STRING.
           SUBTRACT 1 FROM WS-TKN-LARGO.
           MOVE 1 TO PTR-TAM-4096.
           MOVE SPACES TO REGISTRO4096-X25.
           STRING 'POST ' DELIMITED BY SIZE,
             WS-TKN-URL DELIMITED BY SPACE,
             ' HTTP/1.1' DELIMITED BY SIZE, X"0D0A",
             'Content-Type: application/json; charset=windows-1252',
             X"0D0A",
             'Content-Length: ', WS-TKN-LARGO, X"0D0A",
             'Host: ' DELIMITED BY SIZE,
             WS-TKN-HOST DELIMITED BY SPACE,
             ':',
             TCP-PORT DELIMITED BY SIZE, X"0D0A",
             'User-Agent: Legados-HttpClient/1.1', X"0D0A",
             X"0D0A",
             WS-TKN-BODY(1:WS-TKN-LARGO)
              DELIMITED BY SIZE
               INTO REGISTRO4096-X25 WITH POINTER PTR-TAM-4096
           END-STRING.
           MOVE "-----PIDE TOKEN AL GATEWAY-----" TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           MOVE "o" TO TIPO-DE-OPERACION-X25.
           MOVE "0000" TO PARAM1-X25.
           PERFORM LOPERA-X25 THRU FOPERA-X25.
           IF RETCODE-X25 < 0
             PERFORM CERRAR-X25 THRU F-CERRAR-X25
             MOVE WS-TKN-HOST-GW TO NUMERO-X25
             GO TO F-PIDE-TOKEN
           END-IF.
           MOVE "S" TO WSOPENX25.
      *La respuesta del servicio de token es chica, pero puede llegar
      *partida: se junta hasta ver el cierre del JSON o un codigo que
      *no sea 200 (a lo sumo 3 lecturas). No se loguea: trae el token.
           MOVE SPACES TO WS-TKN-RESP WS-TKN-HTTP-COD.
           MOVE 1 TO WS-TKN-RESP-PTR.
           MOVE ZERO TO WS-TKN-LECTURAS.
           MOVE "N" TO WS-TKN-COMPLETA-SW.
           PERFORM LEE-RESP-TOKEN THRU F-LEE-RESP-TOKEN
                   UNTIL WS-TKN-RESP-COMPLETA
                      OR WS-TKN-LECTURAS >= 3.
           IF RETCODE-X25 < 0
             PERFORM CERRAR-X25 THRU F-CERRAR-X25
             MOVE WS-TKN-HOST-GW TO NUMERO-X25
             GO TO F-PIDE-TOKEN
           END-IF.
           PERFORM CERRAR-X25 THRU F-CERRAR-X25.
           MOVE WS-TKN-HOST-GW TO NUMERO-X25.
      *Sin linea de estado el servicio corto sin contestar: es el
      *enlace, no las credenciales.
           IF WS-TKN-HTTP-COD = SPACES
             MOVE "ERROR: SIN RESPUESTA DE TOKEN" TO WS-DES-RTA
             MOVE 409 TO WS-COD-RTA
             SET WS-ENLACE-CAIDO TO TRUE
             SET WS-ERROR-TRANSITORIO TO TRUE
             GO TO F-PIDE-TOKEN
           END-IF.
           IF WS-TKN-HTTP-COD NOT = "200"
             PERFORM RECHAZA-CREDENCIAL THRU F-RECHAZA-CREDENCIAL
             GO TO F-PIDE-TOKEN
           END-IF.
           PERFORM EXTRAE-TOKEN THRU F-EXTRAE-TOKEN.
           IF WS-TKN-VALOR = SPACES
             PERFORM RECHAZA-CREDENCIAL THRU F-RECHAZA-CREDENCIAL
             GO TO F-PIDE-TOKEN
           END-IF.
           MOVE SPACES TO WS-TKN-RECHAZADO.
           PERFORM GRABA-ARCHIVO-TKN THRU F-GRABA-ARCHIVO-TKN.
           SET WS-TKN-OK TO TRUE.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "TOKEN RENOVADO, VENCE " DELIMITED BY SIZE,
                  WS-TKN-VENCE-FECHA DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-TKN-VENCE-HORA DELIMITED BY SIZE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
       F-PIDE-TOKEN.
           EXIT.

       LEE-RESP-TOKEN.
           ADD 1 TO WS-TKN-LECTURAS.
           MOVE "R" TO TIPO-DE-OPERACION-X25.
           MOVE "4096" TO PARAM1-X25.
           PERFORM LOPERA-X25 THRU FOPERA-X25.
           IF RETCODE-X25 <= 0
             SET WS-TKN-RESP-COMPLETA TO TRUE
             GO TO F-LEE-RESP-TOKEN
           END-IF.
           STRING REGISTRO4096-X25(1:RETCODE-X25) DELIMITED BY SIZE
             INTO WS-TKN-RESP WITH POINTER WS-TKN-RESP-PTR
             ON OVERFLOW
               SET WS-TKN-RESP-COMPLETA TO TRUE
           END-STRING.
           IF WS-TKN-RESP(1:4) = "HTTP"
             MOVE WS-TKN-RESP(10:3) TO WS-TKN-HTTP-COD
           END-IF.
           IF WS-TKN-HTTP-COD NOT = SPACES AND
              WS-TKN-HTTP-COD NOT = "200"
             SET WS-TKN-RESP-COMPLETA TO TRUE
           END-IF.
           MOVE ZERO TO WS-TKN-LLAVES.
           INSPECT WS-TKN-RESP TALLYING WS-TKN-LLAVES FOR ALL "}".
           IF WS-TKN-LLAVES > 0
             SET WS-TKN-RESP-COMPLETA TO TRUE
           END-IF.
       F-LEE-RESP-TOKEN.
           EXIT.

      *Saca de la respuesta 200 el "access_token" y el "expires_in"
      *(segundos de vigencia) y calcula el vencimiento. Un vencimiento
      *que pasaria la medianoche se recorta a las 23:59:59: a lo sumo
      *se pide un token de mas despues de la medianoche.
       EXTRAE-TOKEN.
           MOVE SPACES TO WS-TKN-VALOR WS-TKN-DESCARTE WS-TKN-RESTO.
           UNSTRING WS-TKN-RESP DELIMITED BY '"access_token"'
             INTO WS-TKN-DESCARTE, WS-TKN-RESTO
           END-UNSTRING.
           IF WS-TKN-RESTO = SPACES
             GO TO F-EXTRAE-TOKEN
           END-IF.
           UNSTRING WS-TKN-RESTO DELIMITED BY '"'
             INTO WS-TKN-DESCARTE, WS-TKN-VALOR
           END-UNSTRING.
           MOVE ZERO TO WS-TKN-EXPIRA.
           MOVE SPACES TO WS-TKN-DESCARTE WS-TKN-RESTO.
           UNSTRING WS-TKN-RESP DELIMITED BY '"expires_in"'
             INTO WS-TKN-DESCARTE, WS-TKN-RESTO
           END-UNSTRING.
           MOVE "N" TO WS-TKN-VIGENTE-SW.
           PERFORM VARYING WS-TKN-CH FROM 1 BY 1
                   UNTIL WS-TKN-CH > 20 OR WS-TKN-VIGENTE
             EVALUATE WS-TKN-RESTO(WS-TKN-CH:1)
               WHEN "0" THRU "9"
                 MOVE WS-TKN-RESTO(WS-TKN-CH:1) TO WS-TKN-DIGITO
                 COMPUTE WS-TKN-EXPIRA =
                     WS-TKN-EXPIRA * 10 + WS-TKN-DIGITO
               WHEN ":"
               WHEN " "
               WHEN '"'
                 IF WS-TKN-EXPIRA > 0
                   SET WS-TKN-VIGENTE TO TRUE
                 END-IF
               WHEN OTHER
                 SET WS-TKN-VIGENTE TO TRUE
             END-EVALUATE
           END-PERFORM.
           IF WS-TKN-EXPIRA = 0
             MOVE WS-TKN-EXPIRA-DEF TO WS-TKN-EXPIRA
           END-IF.
           PERFORM CALCULA-AHORA-TKN THRU F-CALCULA-AHORA-TKN.
           COMPUTE WS-TKN-SEG-VENCE = WS-TKN-SEG-AHORA + WS-TKN-EXPIRA.
           IF WS-TKN-SEG-VENCE > 86399
             MOVE 86399 TO WS-TKN-SEG-VENCE
           END-IF.
           MOVE WS-TKN-AHORA-FECHA TO WS-TKN-VENCE-FECHA.
           DIVIDE WS-TKN-SEG-VENCE BY 3600 GIVING WS-TKN-VENCE-HH
                  REMAINDER WS-TKN-SEG-RESTO.
           DIVIDE WS-TKN-SEG-RESTO BY 60 GIVING WS-TKN-VENCE-MM
                  REMAINDER WS-TKN-VENCE-SS.
       F-EXTRAE-TOKEN.
           EXIT.

      *Graba el token en el temporario y lo renombra encima de
      *"GWTOKEN". Si no se puede grabar, el token igual sirve para
      *este modulo: los demas pediran el suyo.
       GRABA-ARCHIVO-TKN.
           MOVE WS-TKN-ARCH-TMP TO WS-TKN-ARCH-NOMBRE.
           OPEN OUTPUT F-GWTOKEN.
           IF WS-FS-GWTOKEN NOT = "00"
             GO TO F-GRABA-ARCHIVO-TKN
           END-IF.
           MOVE SPACES TO REG-GWTOKEN.
           STRING WS-TKN-VALOR DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-TKN-VENCE-FECHA DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-TKN-VENCE-HORA DELIMITED BY SIZE
             INTO REG-GWTOKEN
           END-STRING.
           WRITE REG-GWTOKEN.
           CLOSE F-GWTOKEN.
           CALL "CBL_RENAME_FILE" USING WS-TKN-ARCH-TMP,
                WS-TKN-ARCH-VIVO.
           MOVE 0 TO RETURN-CODE.
       F-GRABA-ARCHIVO-TKN.
           EXIT.

      *El servicio de token contesto pero no entrego un token: las
      *credenciales del cliente no sirven. 401 con descripcion
      *propia, para que "AUDITORIA" (y de ahi INFORSRV y GWMONITOR)
      *lo distinga de una caida del enlace; el enlace funciono, asi
      *que no se difiere ni se reintenta.
       RECHAZA-CREDENCIAL.
           MOVE 401 TO WS-COD-RTA.
           MOVE "ERROR: CREDENCIAL RECHAZADA" TO WS-DES-RTA.
           SET WS-ENLACE-OK TO TRUE.
           SET WS-ERROR-DEFINITIVO TO TRUE.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "SERVICIO DE TOKEN RECHAZO CREDENCIALES, COD.: "
                    DELIMITED BY SIZE,
                  WS-TKN-HTTP-COD DELIMITED BY SIZE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
       F-RECHAZA-CREDENCIAL.
           EXIT.

      *Carga, una sola vez por corrida, el registro de servicios desde
      *el archivo "SERVICIOS" (SERVICIO|plantilla-de-url|host|metodo|
      *host-contingencia; el metodo y la contingencia son optativos,
