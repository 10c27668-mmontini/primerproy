      * fallados (renombrandolo a "STOCKPED") antes de CONCILSTK. El
      * renglon final dice si la corrida fue limpia, retomada y/o si
      * dejo reintentos.
      *
      * Al terminar la corrida completa, "STOCKEXT" se vuelca a la
      * foto de stock "STOCKFOTO" (indexado por sucursal + articulo,
      * con la fecha y hora de la carga): es la que usa PARSERJS2
      * para contestar CONSULTASTOCK desde la ultima foto cuando el
      * gateway no responde. La foto se actualiza por clave (alta o
      * pisado), asi que un articulo que esta noche no vino conserva
      * su ultima foto con su fecha, y una noche sin gateway no deja
      * la foto vacia.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-STOCKCFG ASSIGN TO "STOCKCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STOCKCFG.
           SELECT F-STOCKEXT ASSIGN TO "STOCKEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STOCKEXT.
           SELECT F-STOCKFOTO ASSIGN TO "STOCKFOTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOTO-CLAVE
               FILE STATUS IS WS-FS-STOCKFOTO.
       DATA DIVISION.
       FILE SECTION.
       FD  F-STOCKPED.
       01  REG-STOCKPEDERR       PIC X(80).
       FD  F-STOCKCFG.
       01  REG-STOCKCFG          PIC X(80).
      *Extracto de stock que deja PARSERJS2 (layout de WS-STOCKS).
       FD  F-STOCKEXT.
       01  REG-STOCKEXT          PIC X(72).
      *Foto de stock: el ultimo renglon de "STOCKEXT" de cada
      *sucursal + articulo, con la fecha y hora en que se cargo.
      *Mismo layout en parserjs.cbl.
       FD  F-STOCKFOTO.
       01  REG-STOCKFOTO.
           03  FOTO-CLAVE.
               05  FOTO-SUC      PIC X(3).
               05  FOTO-ART      PIC X(6).
           03  FOTO-BALDES       PIC X(63).
           03  FOTO-FECHA        PIC 9(8).
           03  FOTO-HORA         PIC 9(6).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-STOCKPED        PIC XX VALUE "00".
       77  WS-PED-TAM            PIC 9(12) VALUE ZERO.
       77  WS-CHK-PARES-X        PIC X(7)  VALUE SPACES.
       77  WS-CHK-TAM-X          PIC X(12) VALUE SPACES.
       77  WS-FS-STOCKEXT        PIC XX VALUE "00".
       77  WS-FS-STOCKFOTO       PIC XX VALUE "00".
       77  WS-EXT-EOF-SW         PIC X  VALUE "N".
           88  WS-FIN-STOCKEXT       VALUE "S".
       77  WS-FOTO-FECHA         PIC 9(8) VALUE ZERO.
       77  WS-FOTO-HORA-L        PIC 9(8) VALUE ZERO.
       77  WS-TOT-FOTO           PIC 9(7) VALUE ZERO.
      *Parametros para llamar a PARSERJS2, con el mismo layout que su
      *LK-DATOS/LK-DATOS-RESP (ver parserjs.cbl).
       01  WS-DATOS-CALL.
      *corrida arranca desde el principio del archivo de pedidos.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-CHK.
           MOVE 0 TO RETURN-CODE.
           PERFORM CARGA-FOTO-STOCK THRU F-CARGA-FOTO-STOCK.
           DISPLAY "STOCKLOTE - PEDIDOS: " WS-TOT-PEDIDOS
                   "  RESPONDIDOS: " WS-TOT-RESPONDIDOS
                   "  FALLADOS: " WS-TOT-FALLADOS.
       F-GRABA-PED-ERR.
           EXIT.

      *Vuelca "STOCKEXT" a la foto "STOCKFOTO" por sucursal +
      *articulo. El extracto se lee en orden, asi que de cada clave
      *queda el renglon mas nuevo. Sin foto no se corta la corrida:
      *el extracto ya quedo completo para CONCILSTK.
       CARGA-FOTO-STOCK.
           ACCEPT WS-FOTO-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-FOTO-HORA-L FROM TIME.
           OPEN INPUT F-STOCKEXT.
           IF WS-FS-STOCKEXT NOT = "00"
             MOVE "STOCKLOTE: SIN STOCKEXT, FOTO DE STOCK SIN CAMBIOS"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-CARGA-FOTO-STOCK
           END-IF.
           OPEN I-O F-STOCKFOTO.
           IF WS-FS-STOCKFOTO = "35"
             OPEN OUTPUT F-STOCKFOTO
             CLOSE F-STOCKFOTO
             OPEN I-O F-STOCKFOTO
           END-IF.
           IF WS-FS-STOCKFOTO NOT = "00"
             CLOSE F-STOCKEXT
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "STOCKLOTE: NO PUDO ABRIR STOCKFOTO FS="
                      DELIMITED BY SIZE,
                    WS-FS-STOCKFOTO DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-CARGA-FOTO-STOCK
           END-IF.
           MOVE "N" TO WS-EXT-EOF-SW.
           PERFORM LEE-STOCKEXT THRU F-LEE-STOCKEXT
                   UNTIL WS-FIN-STOCKEXT.
           CLOSE F-STOCKEXT F-STOCKFOTO.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "STOCKLOTE: FOTO DE STOCK CARGADA, RENGLONES="
                    DELIMITED BY SIZE,
                  WS-TOT-FOTO DELIMITED BY SIZE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
       F-CARGA-FOTO-STOCK.
           EXIT.

       LEE-STOCKEXT.
           READ F-STOCKEXT
             AT END
               SET WS-FIN-STOCKEXT TO TRUE
               GO TO F-LEE-STOCKEXT
           END-READ.
           IF REG-STOCKEXT(1:9) = SPACES
             GO TO F-LEE-STOCKEXT
           END-IF.
           MOVE REG-STOCKEXT(1:9)  TO FOTO-CLAVE.
           MOVE REG-STOCKEXT(10:63) TO FOTO-BALDES.
           MOVE WS-FOTO-FECHA TO FOTO-FECHA.
           MOVE WS-FOTO-HORA-L(1:6) TO FOTO-HORA.
           ADD 1 TO WS-TOT-FOTO.
           WRITE REG-STOCKFOTO
             INVALID KEY
               REWRITE REG-STOCKFOTO
           END-WRITE.
       F-LEE-STOCKEXT.
           EXIT.

       CERRAR-ARCHIVO.
           IF WS-PED-ESTA-ABIERTO
             CLOSE F-STOCKPED
