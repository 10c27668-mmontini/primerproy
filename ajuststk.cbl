       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTSTK.
       AUTHOR. LOCOMOTORA.
       INSTALLATION. OCTUBRE-DE-2026.
       DATE-WRITTEN. OCTUBRE-DE-2026.
      *================================================================
      * Aplica al maestro local de stock "STOCKLOC" los reconteos
      * aprobados de las diferencias que CONCILSTK dejo en
      * "CONCILAJU" (sucursal|articulo|balde|local|externo|diferencia).
      * Hasta ahora el ajuste se hacia editando "STOCKLOC" a mano y
      * la conciliacion del dia siguiente volvia a mostrar las mismas
      * diferencias.
      *
      * Cada sucursal contesta en "RECUENTO", un renglon por renglon
      * de "CONCILAJU": SUCURSAL|ARTICULO|BALDE|RESPUESTA|CANTIDAD|
      * APROBADOR, con RESPUESTA
      *   E  se acepta el valor externo (el del extracto del gateway);
      *   L  se mantiene el valor local (el que tenga "STOCKLOC" al
      *      aplicar, no el que figuraba en la conciliacion);
      *   C  se toma la CANTIDAD contada en el reconteo.
      * Una respuesta sin aprobador, con codigo desconocido, con
      * cantidad no numerica (en "C") o que no corresponde a ningun
      * renglon de "CONCILAJU" se rechaza y se informa.
      *
      * Cada cambio aplicado queda en el diario de ajustes "STOCKAJU"
      * (SUCURSAL|ARTICULO|BALDE|ANTES|DESPUES|RESPUESTA|APROBADOR|
      * FECHA|HORA, cantidades con signo adelante), incluidas las
      * respuestas "L", que no cambian el valor pero si dejan
      * constancia de quien decidio. "STOCKLOC" se regraba entero en
      * "STOCKLOC.TMP" y se renombra encima del vivo (la version
      * anterior queda como "STOCKLOC.ANT"). Los renglones de
      * "CONCILAJU" sin respuesta valida quedan pendientes: el archivo
      * se regraba solo con ellos. "RECUENTO" se consume en la
      * corrida: queda como "RECUENTO.ANT" y las respuestas rechazadas
      * se vuelven a mandar. Al final, "AJUSTSTKRPT" trae los totales
      * de control por sucursal.
      *
      * Los renglones de "CONCILAJU" se cargan al archivo de trabajo
      * indexado "AJUSTWRK" (clave sucursal + articulo + balde), que
      * se recrea en cada corrida (mismo esquema que "REENVWRK").
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONCILAJU ASSIGN TO "CONCILAJU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONCILAJU.
           SELECT F-RECUENTO ASSIGN TO "RECUENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECUENTO.
           SELECT F-AJUSTWRK ASSIGN TO "AJUSTWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJW-CLAVE
               FILE STATUS IS WS-FS-AJUSTWRK.
           SELECT F-STOCKLOC ASSIGN TO "STOCKLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STOCKLOC.
           SELECT F-STOCKTMP ASSIGN TO "STOCKLOC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STOCKTMP.
           SELECT F-AJUTMP ASSIGN TO "CONCILAJU.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJUTMP.
           SELECT F-STOCKAJU ASSIGN TO "STOCKAJU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STOCKAJU.
           SELECT F-AJUSTRPT ASSIGN TO "AJUSTSTKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJUSTRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CONCILAJU.
       01  REG-CONCILAJU         PIC X(80).
       FD  F-RECUENTO.
       01  REG-RECUENTO          PIC X(80).
      *Un renglon de "CONCILAJU" con su respuesta. Estado:
      *  P pendiente (sin respuesta), R respuesta rechazada (sigue
      *  pendiente), A aprobada sin aplicar todavia, X aplicada.
       FD  F-AJUSTWRK.
       01  REG-AJUSTWRK.
           03  AJW-CLAVE.
               05  AJW-SUC        PIC X(3).
               05  AJW-ART        PIC X(6).
               05  AJW-BALDE      PIC X(18).
           03  AJW-RENGLON        PIC X(80).
           03  AJW-ESTADO         PIC X.
           03  AJW-RESPUESTA      PIC X.
           03  AJW-APROBADOR      PIC X(10).
           03  AJW-NUEVO          PIC S9(7).
           03  AJW-ANTES          PIC S9(7).
       FD  F-STOCKLOC.
       01  REG-STOCKLOC          PIC X(72).
       FD  F-STOCKTMP.
       01  REG-STOCKTMP          PIC X(72).
       FD  F-AJUTMP.
       01  REG-AJUTMP            PIC X(80).
       FD  F-STOCKAJU.
       01  REG-STOCKAJU          PIC X(132).
       FD  F-AJUSTRPT.
       01  REG-AJUSTRPT          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-CONCILAJU       PIC XX VALUE "00".
       77  WS-FS-RECUENTO        PIC XX VALUE "00".
       77  WS-FS-AJUSTWRK        PIC XX VALUE "00".
       77  WS-FS-STOCKLOC        PIC XX VALUE "00".
       77  WS-FS-STOCKTMP        PIC XX VALUE "00".
       77  WS-FS-AJUTMP          PIC XX VALUE "00".
       77  WS-FS-STOCKAJU        PIC XX VALUE "00".
       77  WS-FS-AJUSTRPT        PIC XX VALUE "00".
       77  WS-EOF-SW             PIC X  VALUE "N".
           88  WS-FIN-ARCHIVO        VALUE "S".
       77  WS-RECUENTO-SW        PIC X  VALUE "N".
           88  WS-HAY-RECUENTO       VALUE "S".
       77  WS-WRK-EOF-SW         PIC X  VALUE "N".
           88  WS-FIN-AJUSTWRK       VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-HORA               PIC 9(8) VALUE ZERO.
      *Campos de cada renglon de "CONCILAJU" (ver GRABA-AJUSTE en
      *concilstk.cbl): cantidades con signo adelante y ancho fijo.
       01  WS-AJU-CAMPOS.
           03  WS-AJU-SUC         PIC X(3).
           03  WS-AJU-ART         PIC X(6).
           03  WS-AJU-BALDE       PIC X(18).
           03  WS-AJU-LOC-X       PIC X(8).
           03  WS-AJU-LOC REDEFINES WS-AJU-LOC-X
                                  PIC S9(7) SIGN LEADING SEPARATE.
           03  WS-AJU-EXT-X       PIC X(8).
           03  WS-AJU-EXT REDEFINES WS-AJU-EXT-X
                                  PIC S9(7) SIGN LEADING SEPARATE.
           03  WS-AJU-DIF-X       PIC X(9).
      *Campos de cada renglon de "RECUENTO".
       01  WS-REC-CAMPOS.
           03  WS-REC-SUC         PIC X(3).
           03  WS-REC-ART         PIC X(6).
           03  WS-REC-BALDE       PIC X(18).
           03  WS-REC-RESPUESTA   PIC X(1).
           03  WS-REC-CANTIDAD    PIC X(9).
           03  WS-REC-APROBADOR   PIC X(10).
       77  WS-CANT-LARGO         PIC 9(2) VALUE ZERO.
       77  WS-CANT-DER           PIC X(7) JUSTIFIED RIGHT
                                 VALUE SPACES.
       01  WS-CANT-NORM          PIC X(7) VALUE SPACES.
       01  WS-CANT-NUM REDEFINES WS-CANT-NORM
                                 PIC 9(7).
       77  WS-RECHAZO-MOTIVO     PIC X(30) VALUE SPACES.
      *Registro de "STOCKLOC", mismo layout que WS-STOCKS de
      *parserjs.cbl, con los baldes como OCCURS (igual que en
      *concilstk.cbl).
       01  WS-LOC-REG.
           03  WS-LOC-CLAVE.
               05  WS-LOC-SUC    PIC X(3).
               05  WS-LOC-ART    PIC X(6).
           03  WS-LOC-BALDES.
               05  WS-LOC-BALDE  PIC S9(7) OCCURS 9 TIMES.
      *Nombres de los baldes, en el mismo orden que WS-STOCKS (son los
      *que CONCILSTK escribe en "CONCILAJU").
       01  WS-BALDE-NOMBRES.
           03  FILLER            PIC X(18) VALUE "stockNormal".
           03  FILLER            PIC X(18) VALUE "stockFravega".
           03  FILLER            PIC X(18) VALUE "stockTransferencia".
           03  FILLER            PIC X(18) VALUE "stockAnalisis".
           03  FILLER            PIC X(18) VALUE "stock92".
           03  FILLER            PIC X(18) VALUE "stockExhibicion".
           03  FILLER            PIC X(18) VALUE "stockOsenda".
           03  FILLER            PIC X(18) VALUE "stockExpedicion".
           03  FILLER            PIC X(18) VALUE "stockBusqueda".
       01  WS-BALDE-NOMBRES-R REDEFINES WS-BALDE-NOMBRES.
           03  WS-BALDE-NOMBRE   PIC X(18) OCCURS 9 TIMES.
       77  WS-BALDE-IND          PIC 9(2) VALUE ZERO.
       77  WS-BALDE-VALIDO-SW    PIC X VALUE "N".
           88  WS-BALDE-VALIDO       VALUE "S".
      *Articulo nuevo para "STOCKLOC" (aprobado en "CONCILAJU" pero
      *ausente del maestro: los "solo en extracto" de CONCILSTK).
       77  WS-NUEVO-CLAVE        PIC X(9) VALUE SPACES.
       77  WS-NUEVO-ABIERTO-SW   PIC X VALUE "N".
           88  WS-NUEVO-ABIERTO      VALUE "S".
      *Renglon del diario de ajustes.
       77  WS-JRN-ANTES          PIC S9(7) SIGN LEADING SEPARATE
                                 VALUE ZERO.
       77  WS-JRN-DESPUES        PIC S9(7) SIGN LEADING SEPARATE
                                 VALUE ZERO.
       77  WS-JRN-RENGLON        PIC X(132) VALUE SPACES.
       77  WS-VIVO-NOMBRE        PIC X(30) VALUE SPACES.
       77  WS-TMP-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-ANT-NOMBRE         PIC X(30) VALUE SPACES.
      *Totales de control por sucursal (la tabla se recorre en el
      *orden de "AJUSTWRK", que ya viene por sucursal).
       01  WS-TBL-SUC.
           03  WS-SUC-ENTRY OCCURS 200 TIMES.
               05  WS-SUC-COD       PIC X(3).
               05  WS-SUC-RENGLONES PIC 9(6).
               05  WS-SUC-EXTERNO   PIC 9(6).
               05  WS-SUC-LOCAL     PIC 9(6).
               05  WS-SUC-CONTADO   PIC 9(6).
               05  WS-SUC-RECHAZO   PIC 9(6).
               05  WS-SUC-PENDIENTE PIC 9(6).
               05  WS-SUC-NETO      PIC S9(9).
       77  WS-SUC-CANT           PIC 9(3) VALUE ZERO.
       77  WS-SUC-IND            PIC 9(3) VALUE ZERO.
       77  WS-SUC-ACT            PIC 9(3) VALUE ZERO.
       77  WS-SUC-BUSCA          PIC X(3) VALUE SPACES.
       77  WS-ED-CANT1           PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-CANT2           PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-CANT3           PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-CANT4           PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-CANT5           PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-CANT6           PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-NETO            PIC -(8)9 VALUE ZERO.
       77  WS-TOT-APLICADOS      PIC 9(6) VALUE ZERO.
       77  WS-TOT-RECHAZOS       PIC 9(6) VALUE ZERO.
       77  WS-TOT-SIN-AJUSTE     PIC 9(6) VALUE ZERO.
       77  WS-TOT-PENDIENTES     PIC 9(6) VALUE ZERO.
       77  WS-TOT-NUEVOS         PIC 9(6) VALUE ZERO.
       77  WS-RPT-LINEA          PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE "-----INICIO AJUSTE DE STOCK POR RECONTEO-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           OPEN OUTPUT F-AJUSTRPT.
           PERFORM ESCRIBE-ENCABEZADO THRU F-ESCRIBE-ENCABEZADO.
           PERFORM CARGA-AJUSTES THRU F-CARGA-AJUSTES.
           PERFORM CARGA-RESPUESTAS THRU F-CARGA-RESPUESTAS.
           PERFORM APLICA-STOCKLOC THRU F-APLICA-STOCKLOC.
           PERFORM REGRABA-PENDIENTES THRU F-REGRABA-PENDIENTES.
           PERFORM RETIRA-RECUENTO THRU F-RETIRA-RECUENTO.
           PERFORM ESCRIBE-CONTROL THRU F-ESCRIBE-CONTROL.
           CLOSE F-AJUSTWRK F-AJUSTRPT.
           DISPLAY "AJUSTSTK - APLICADOS: " WS-TOT-APLICADOS
                   "  ARTICULOS NUEVOS: " WS-TOT-NUEVOS
                   "  RECHAZADOS: " WS-TOT-RECHAZOS
                   "  PENDIENTES: " WS-TOT-PENDIENTES.
           MOVE "-----FIN AJUSTE DE STOCK POR RECONTEO-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *Carga "CONCILAJU" al archivo de trabajo, todo pendiente. Sin
      *archivo de trabajo no se puede aplicar nada sin riesgo: se
      *corta con codigo de error antes de tocar "STOCKLOC".
       CARGA-AJUSTES.
           OPEN OUTPUT F-AJUSTWRK.
           CLOSE F-AJUSTWRK.
           OPEN I-O F-AJUSTWRK.
           IF WS-FS-AJUSTWRK NOT = "00"
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "AJUSTSTK: NO PUDO CREAR AJUSTWRK FS="
                      DELIMITED BY SIZE,
                    WS-FS-AJUSTWRK DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "AJUSTSTK: NO PUDO CREAR AJUSTWRK FS="
                     WS-FS-AJUSTWRK
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT F-CONCILAJU.
           IF WS-FS-CONCILAJU NOT = "00"
             MOVE "AJUSTSTK: SIN CONCILAJU, NADA PARA APLICAR"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-CARGA-AJUSTES
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LEE-AJUSTE THRU F-LEE-AJUSTE
                   UNTIL WS-FIN-ARCHIVO.
           CLOSE F-CONCILAJU.
       F-CARGA-AJUSTES.
           EXIT.

       LEE-AJUSTE.
           READ F-CONCILAJU
             AT END
               SET WS-FIN-ARCHIVO TO TRUE
             NOT AT END
               IF REG-CONCILAJU NOT = SPACES
                 PERFORM GRABA-AJUSTWRK THRU F-GRABA-AJUSTWRK
               END-IF
           END-READ.
       F-LEE-AJUSTE.
           EXIT.

       GRABA-AJUSTWRK.
           MOVE SPACES TO WS-AJU-CAMPOS.
           UNSTRING REG-CONCILAJU DELIMITED BY "|"
             INTO WS-AJU-SUC, WS-AJU-ART, WS-AJU-BALDE,
                  WS-AJU-LOC-X, WS-AJU-EXT-X, WS-AJU-DIF-X
           END-UNSTRING.
           MOVE WS-AJU-SUC    TO AJW-SUC.
           MOVE WS-AJU-ART    TO AJW-ART.
           MOVE WS-AJU-BALDE  TO AJW-BALDE.
           MOVE REG-CONCILAJU TO AJW-RENGLON.
           MOVE "P"           TO AJW-ESTADO.
           MOVE SPACES        TO AJW-RESPUESTA AJW-APROBADOR.
           MOVE ZERO          TO AJW-NUEVO AJW-ANTES.
           WRITE REG-AJUSTWRK
             INVALID KEY
               CONTINUE
           END-WRITE.
           MOVE WS-AJU-SUC TO WS-SUC-BUSCA.
           PERFORM BUSCA-SUC THRU F-BUSCA-SUC.
           IF WS-SUC-ACT > 0
             ADD 1 TO WS-SUC-RENGLONES(WS-SUC-ACT)
           END-IF.
       F-GRABA-AJUSTWRK.
           EXIT.

      *Respuestas de las sucursales. Cada una se valida contra su
      *renglon de "CONCILAJU"; la valida queda aprobada con el valor
      *nuevo ya resuelto (externo, local o contado).
       CARGA-RESPUESTAS.
           OPEN INPUT F-RECUENTO.
           IF WS-FS-RECUENTO NOT = "00"
             MOVE "AJUSTSTK: SIN RECUENTO, TODO QUEDA PENDIENTE"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-CARGA-RESPUESTAS
           END-IF.
           SET WS-HAY-RECUENTO TO TRUE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LEE-RESPUESTA THRU F-LEE-RESPUESTA
                   UNTIL WS-FIN-ARCHIVO.
           CLOSE F-RECUENTO.
       F-CARGA-RESPUESTAS.
           EXIT.

       LEE-RESPUESTA.
           READ F-RECUENTO
             AT END
               SET WS-FIN-ARCHIVO TO TRUE
             NOT AT END
               IF REG-RECUENTO NOT = SPACES AND
                  REG-RECUENTO(1:1) NOT = "*"
                 PERFORM EVALUA-RESPUESTA THRU F-EVALUA-RESPUESTA
               END-IF
           END-READ.
       F-LEE-RESPUESTA.
           EXIT.

       EVALUA-RESPUESTA.
           MOVE SPACES TO WS-REC-CAMPOS.
           UNSTRING REG-RECUENTO DELIMITED BY "|"
             INTO WS-REC-SUC, WS-REC-ART, WS-REC-BALDE,
                  WS-REC-RESPUESTA, WS-REC-CANTIDAD, WS-REC-APROBADOR
           END-UNSTRING.
           MOVE WS-REC-SUC   TO AJW-SUC.
           MOVE WS-REC-ART   TO AJW-ART.
           MOVE WS-REC-BALDE TO AJW-BALDE.
           READ F-AJUSTWRK
             INVALID KEY
               ADD 1 TO WS-TOT-SIN-AJUSTE
               MOVE "SIN RENGLON EN CONCILAJU" TO WS-RECHAZO-MOTIVO
               PERFORM ESCRIBE-RECHAZO THRU F-ESCRIBE-RECHAZO
               GO TO F-EVALUA-RESPUESTA
           END-READ.
      *Una respuesta repetida para el mismo renglon: vale la primera
      *que quedo aprobada.
           IF AJW-ESTADO = "A"
             MOVE "RESPUESTA REPETIDA" TO WS-RECHAZO-MOTIVO
             PERFORM CUENTA-RECHAZO THRU F-CUENTA-RECHAZO
             PERFORM ESCRIBE-RECHAZO THRU F-ESCRIBE-RECHAZO
             GO TO F-EVALUA-RESPUESTA
           END-IF.
           MOVE SPACES TO WS-RECHAZO-MOTIVO.
           IF WS-REC-APROBADOR = SPACES
             MOVE "SIN APROBADOR" TO WS-RECHAZO-MOTIVO
           END-IF.
           MOVE SPACES TO WS-AJU-CAMPOS.
           UNSTRING AJW-RENGLON DELIMITED BY "|"
             INTO WS-AJU-SUC, WS-AJU-ART, WS-AJU-BALDE,
                  WS-AJU-LOC-X, WS-AJU-EXT-X, WS-AJU-DIF-X
           END-UNSTRING.
           IF WS-RECHAZO-MOTIVO = SPACES
             EVALUATE WS-REC-RESPUESTA
               WHEN "E"
                 IF WS-AJU-EXT-X(2:7) IS NUMERIC
                   MOVE WS-AJU-EXT TO AJW-NUEVO
                 ELSE
                   MOVE "EXTERNO ILEGIBLE EN CONCILAJU"
                     TO WS-RECHAZO-MOTIVO
                 END-IF
      *Mantener el local es dejar el balde como este en "STOCKLOC"
      *al aplicar (ver AJUSTA-ARTICULO), no volver al valor de la
      *conciliacion.
               WHEN "L"
                 CONTINUE
               WHEN "C"
                 PERFORM NORMALIZA-CANTIDAD
                         THRU F-NORMALIZA-CANTIDAD
                 IF WS-CANT-NORM IS NUMERIC
                   MOVE WS-CANT-NUM TO AJW-NUEVO
                 ELSE
                   MOVE "CANTIDAD CONTADA INVALIDA"
                     TO WS-RECHAZO-MOTIVO
                 END-IF
               WHEN OTHER
                 MOVE "RESPUESTA DESCONOCIDA" TO WS-RECHAZO-MOTIVO
             END-EVALUATE
           END-IF.
           IF WS-RECHAZO-MOTIVO NOT = SPACES
             MOVE "R" TO AJW-ESTADO
             REWRITE REG-AJUSTWRK
             PERFORM CUENTA-RECHAZO THRU F-CUENTA-RECHAZO
             PERFORM ESCRIBE-RECHAZO THRU F-ESCRIBE-RECHAZO
             GO TO F-EVALUA-RESPUESTA
           END-IF.
           MOVE "A" TO AJW-ESTADO.
           MOVE WS-REC-RESPUESTA TO AJW-RESPUESTA.
           MOVE WS-REC-APROBADOR TO AJW-APROBADOR.
           REWRITE REG-AJUSTWRK.
       F-EVALUA-RESPUESTA.
           EXIT.

      *Cantidad contada: solo digitos (un reconteo no da negativo),
      *alineada a la derecha con ceros adelante.
       NORMALIZA-CANTIDAD.
           MOVE SPACES TO WS-CANT-NORM.
           MOVE ZERO TO WS-CANT-LARGO.
           INSPECT WS-REC-CANTIDAD TALLYING WS-CANT-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-CANT-LARGO = 0 OR WS-CANT-LARGO > 7
             GO TO F-NORMALIZA-CANTIDAD
           END-IF.
           MOVE WS-REC-CANTIDAD(1:WS-CANT-LARGO) TO WS-CANT-DER.
           INSPECT WS-CANT-DER REPLACING LEADING SPACE BY ZERO.
           MOVE WS-CANT-DER TO WS-CANT-NORM.
       F-NORMALIZA-CANTIDAD.
           EXIT.

      *Rechazo de una respuesta a un renglon de "CONCILAJU". Las que
      *no tienen renglon se cuentan aparte, en WS-TOT-SIN-AJUSTE.
       CUENTA-RECHAZO.
           ADD 1 TO WS-TOT-RECHAZOS.
           MOVE WS-REC-SUC TO WS-SUC-BUSCA.
           PERFORM BUSCA-SUC THRU F-BUSCA-SUC.
           IF WS-SUC-ACT > 0
             ADD 1 TO WS-SUC-RECHAZO(WS-SUC-ACT)
           END-IF.
       F-CUENTA-RECHAZO.
           EXIT.

       ESCRIBE-RECHAZO.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "RESPUESTA RECHAZADA  SUC: " DELIMITED BY SIZE,
                  WS-REC-SUC DELIMITED BY SIZE,
                  "  ART: " DELIMITED BY SIZE,
                  WS-REC-ART DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-REC-BALDE DELIMITED BY SIZE,
                  "  RESP: " DELIMITED BY SIZE,
                  WS-REC-RESPUESTA DELIMITED BY SIZE,
                  "  APROBO: " DELIMITED BY SIZE,
                  WS-REC-APROBADOR DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-RECHAZO-MOTIVO DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-AJUSTRPT.
           WRITE REG-AJUSTRPT.
       F-ESCRIBE-RECHAZO.
           EXIT.

      *Regraba "STOCKLOC" aplicando los ajustes aprobados de cada
      *articulo, agrega al final los articulos aprobados que el
      *maestro no tenia y recien entonces cambia el vivo por el
      *regrabado.
       APLICA-STOCKLOC.
           OPEN OUTPUT F-STOCKTMP.
           IF WS-FS-STOCKTMP NOT = "00"
             MOVE "AJUSTSTK: NO PUDO CREAR STOCKLOC.TMP"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "AJUSTSTK: NO PUDO CREAR STOCKLOC.TMP FS="
                     WS-FS-STOCKTMP
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN EXTEND F-STOCKAJU.
           IF WS-FS-STOCKAJU = "05" OR WS-FS-STOCKAJU = "35"
             OPEN OUTPUT F-STOCKAJU
             CLOSE F-STOCKAJU
             OPEN EXTEND F-STOCKAJU
           END-IF.
      *Solo "00", o "35" (el maestro todavia no existe), permiten
      *seguir: con cualquier otro estado el regrabado tendria solo los
      *articulos nuevos y reemplazaria al maestro verdadero.
           OPEN INPUT F-STOCKLOC.
           MOVE "N" TO WS-EOF-SW.
           EVALUATE WS-FS-STOCKLOC
             WHEN "00"
               CONTINUE
             WHEN "35"
               SET WS-FIN-ARCHIVO TO TRUE
             WHEN OTHER
               MOVE SPACES TO W-MENSAJE-LOG
               STRING "AJUSTSTK: NO PUDO ABRIR STOCKLOC FS="
                        DELIMITED BY SIZE,
                      WS-FS-STOCKLOC DELIMITED BY SIZE
                 INTO W-MENSAJE-LOG
               END-STRING
               CALL "logger" USING W-MENSAJE-LOG
               DISPLAY "AJUSTSTK: NO PUDO ABRIR STOCKLOC FS="
                       WS-FS-STOCKLOC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           PERFORM LEE-STOCKLOC THRU F-LEE-STOCKLOC
                   UNTIL WS-FIN-ARCHIVO.
           IF WS-FS-STOCKLOC = "00" OR WS-FS-STOCKLOC = "10"
             CLOSE F-STOCKLOC
           END-IF.
           PERFORM AGREGA-NUEVOS THRU F-AGREGA-NUEVOS.
           CLOSE F-STOCKTMP F-STOCKAJU.
           MOVE "STOCKLOC"     TO WS-VIVO-NOMBRE.
           MOVE "STOCKLOC.TMP" TO WS-TMP-NOMBRE.
           MOVE "STOCKLOC.ANT" TO WS-ANT-NOMBRE.
           PERFORM CAMBIA-VIVO THRU F-CAMBIA-VIVO.
       F-APLICA-STOCKLOC.
           EXIT.

       LEE-STOCKLOC.
           READ F-STOCKLOC INTO WS-LOC-REG
             AT END
               SET WS-FIN-ARCHIVO TO TRUE
             NOT AT END
               PERFORM AJUSTA-ARTICULO THRU F-AJUSTA-ARTICULO
               WRITE REG-STOCKTMP FROM WS-LOC-REG
           END-READ.
       F-LEE-STOCKLOC.
           EXIT.

      *Busca, balde por balde, si hay un ajuste aprobado para este
      *articulo. El "antes" del diario es el valor que tenia
      *"STOCKLOC" al aplicar (no el de la conciliacion, por si el
      *maestro se movio en el medio); por lo mismo, una respuesta "L"
      *no toca el balde: antes y despues son el valor actual.
       AJUSTA-ARTICULO.
           PERFORM VARYING WS-BALDE-IND FROM 1 BY 1
                   UNTIL WS-BALDE-IND > 9
             MOVE WS-LOC-SUC TO AJW-SUC
             MOVE WS-LOC-ART TO AJW-ART
             MOVE WS-BALDE-NOMBRE(WS-BALDE-IND) TO AJW-BALDE
             READ F-AJUSTWRK
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF AJW-ESTADO = "A"
                   MOVE WS-LOC-BALDE(WS-BALDE-IND) TO AJW-ANTES
                   IF AJW-RESPUESTA = "L"
                     MOVE WS-LOC-BALDE(WS-BALDE-IND) TO AJW-NUEVO
                   END-IF
                   MOVE AJW-NUEVO TO WS-LOC-BALDE(WS-BALDE-IND)
                   PERFORM REGISTRA-APLICADO THRU F-REGISTRA-APLICADO
                 END-IF
             END-READ
           END-PERFORM.
       F-AJUSTA-ARTICULO.
           EXIT.

      *Aprobados que quedaron sin aplicar: el articulo no estaba en
      *"STOCKLOC". Como "AJUSTWRK" se recorre por clave, los baldes de
      *un mismo articulo llegan juntos: se arma un registro nuevo por
      *articulo (baldes sin ajuste en cero) y se lo agrega al maestro.
      *Un balde con nombre desconocido no se puede ubicar en el
      *registro y se informa como rechazo.
       AGREGA-NUEVOS.
           MOVE "N" TO WS-WRK-EOF-SW WS-NUEVO-ABIERTO-SW.
           MOVE LOW-VALUES TO AJW-CLAVE.
           START F-AJUSTWRK KEY NOT < AJW-CLAVE
             INVALID KEY
               SET WS-FIN-AJUSTWRK TO TRUE
           END-START.
           PERFORM LEE-NUEVO THRU F-LEE-NUEVO
                   UNTIL WS-FIN-AJUSTWRK.
           IF WS-NUEVO-ABIERTO
             WRITE REG-STOCKTMP FROM WS-LOC-REG
           END-IF.
       F-AGREGA-NUEVOS.
           EXIT.

       LEE-NUEVO.
           READ F-AJUSTWRK NEXT RECORD
             AT END
               SET WS-FIN-AJUSTWRK TO TRUE
               GO TO F-LEE-NUEVO
           END-READ.
           IF AJW-ESTADO NOT = "A"
             GO TO F-LEE-NUEVO
           END-IF.
      *Mantener el local de un articulo que el maestro no tiene es no
      *agregarlo: solo queda la constancia en el diario.
           IF AJW-RESPUESTA = "L"
             MOVE ZERO TO AJW-ANTES AJW-NUEVO
             PERFORM REGISTRA-APLICADO THRU F-REGISTRA-APLICADO
             GO TO F-LEE-NUEVO
           END-IF.
           MOVE "N" TO WS-BALDE-VALIDO-SW.
           PERFORM VARYING WS-BALDE-IND FROM 1 BY 1
                   UNTIL WS-BALDE-IND > 9 OR WS-BALDE-VALIDO
             IF WS-BALDE-NOMBRE(WS-BALDE-IND) = AJW-BALDE
               SET WS-BALDE-VALIDO TO TRUE
             END-IF
           END-PERFORM.
           IF NOT WS-BALDE-VALIDO
             MOVE "R" TO AJW-ESTADO
             REWRITE REG-AJUSTWRK
             MOVE AJW-SUC TO WS-REC-SUC
             MOVE AJW-ART TO WS-REC-ART
             MOVE AJW-BALDE TO WS-REC-BALDE
             MOVE AJW-RESPUESTA TO WS-REC-RESPUESTA
             MOVE AJW-APROBADOR TO WS-REC-APROBADOR
             MOVE "BALDE DESCONOCIDO" TO WS-RECHAZO-MOTIVO
             PERFORM CUENTA-RECHAZO THRU F-CUENTA-RECHAZO
             PERFORM ESCRIBE-RECHAZO THRU F-ESCRIBE-RECHAZO
             GO TO F-LEE-NUEVO
           END-IF.
           SUBTRACT 1 FROM WS-BALDE-IND.
           IF NOT WS-NUEVO-ABIERTO OR
              AJW-CLAVE(1:9) NOT = WS-NUEVO-CLAVE
             IF WS-NUEVO-ABIERTO
               WRITE REG-STOCKTMP FROM WS-LOC-REG
             END-IF
             INITIALIZE WS-LOC-REG
             MOVE AJW-SUC TO WS-LOC-SUC
             MOVE AJW-ART TO WS-LOC-ART
             MOVE AJW-CLAVE(1:9) TO WS-NUEVO-CLAVE
             SET WS-NUEVO-ABIERTO TO TRUE
             ADD 1 TO WS-TOT-NUEVOS
           END-IF.
           MOVE ZERO TO AJW-ANTES.
           MOVE AJW-NUEVO TO WS-LOC-BALDE(WS-BALDE-IND).
           PERFORM REGISTRA-APLICADO THRU F-REGISTRA-APLICADO.
       F-LEE-NUEVO.
           EXIT.

      *Marca el ajuste como aplicado y lo deja en el diario.
       REGISTRA-APLICADO.
           MOVE "X" TO AJW-ESTADO.
           REWRITE REG-AJUSTWRK.
           ADD 1 TO WS-TOT-APLICADOS.
           MOVE AJW-ANTES TO WS-JRN-ANTES.
           MOVE AJW-NUEVO TO WS-JRN-DESPUES.
           MOVE SPACES TO WS-JRN-RENGLON.
           STRING AJW-SUC        DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
                  AJW-ART        DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
                  AJW-BALDE      DELIMITED BY SPACE,
                  "|"            DELIMITED BY SIZE,
                  WS-JRN-ANTES   DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
                  WS-JRN-DESPUES DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
                  AJW-RESPUESTA  DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
                  AJW-APROBADOR  DELIMITED BY SPACE,
                  "|"            DELIMITED BY SIZE,
                  WS-HOY         DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
                  WS-HORA        DELIMITED BY SIZE
             INTO WS-JRN-RENGLON
           END-STRING.
           MOVE WS-JRN-RENGLON TO REG-STOCKAJU.
           WRITE REG-STOCKAJU.
       F-REGISTRA-APLICADO.
           EXIT.

      *Cambia el vivo por el regrabado: el vivo pasa a ".ANT" (se
      *borra el ".ANT" de la corrida anterior) y el temporario ocupa
      *su lugar.
       CAMBIA-VIVO.
           CALL "CBL_DELETE_FILE" USING WS-ANT-NOMBRE.
           CALL "CBL_RENAME_FILE" USING WS-VIVO-NOMBRE,
                WS-ANT-NOMBRE.
           CALL "CBL_RENAME_FILE" USING WS-TMP-NOMBRE,
                WS-VIVO-NOMBRE.
           IF RETURN-CODE NOT = 0
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "AJUSTSTK: NO PUDO RENOMBRAR " DELIMITED BY SIZE,
                    WS-TMP-NOMBRE DELIMITED BY SPACE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "AJUSTSTK: NO PUDO RENOMBRAR " WS-TMP-NOMBRE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 0 TO RETURN-CODE.
       F-CAMBIA-VIVO.
           EXIT.

      *Las respuestas ya procesadas no pueden quedar para la corrida
      *siguiente: CONCILSTK vuelve a armar "CONCILAJU" y se aplicarian
      *otra vez, sin una aprobacion nueva, a las diferencias de los
      *mismos articulos. "RECUENTO" pasa a "RECUENTO.ANT" (se borra el
      *de la corrida anterior); lo rechazado se contesta de nuevo.
       RETIRA-RECUENTO.
           IF NOT WS-HAY-RECUENTO
             GO TO F-RETIRA-RECUENTO
           END-IF.
           MOVE "RECUENTO"     TO WS-VIVO-NOMBRE.
           MOVE "RECUENTO.ANT" TO WS-ANT-NOMBRE.
           CALL "CBL_DELETE_FILE" USING WS-ANT-NOMBRE.
           CALL "CBL_RENAME_FILE" USING WS-VIVO-NOMBRE,
                WS-ANT-NOMBRE.
           IF RETURN-CODE NOT = 0
             MOVE "AJUSTSTK: NO PUDO RENOMBRAR RECUENTO"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "AJUSTSTK: NO PUDO RENOMBRAR RECUENTO"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 0 TO RETURN-CODE.
       F-RETIRA-RECUENTO.
           EXIT.

      *Regraba "CONCILAJU" solo con lo que sigue pendiente (sin
      *respuesta o con respuesta rechazada), tal cual venia, y de
      *paso suma los totales de control de cada sucursal.
       REGRABA-PENDIENTES.
           OPEN OUTPUT F-AJUTMP.
           MOVE "N" TO WS-WRK-EOF-SW.
           MOVE LOW-VALUES TO AJW-CLAVE.
           START F-AJUSTWRK KEY NOT < AJW-CLAVE
             INVALID KEY
               SET WS-FIN-AJUSTWRK TO TRUE
           END-START.
           PERFORM LEE-PENDIENTE THRU F-LEE-PENDIENTE
                   UNTIL WS-FIN-AJUSTWRK.
           CLOSE F-AJUTMP.
           MOVE "CONCILAJU"     TO WS-VIVO-NOMBRE.
           MOVE "CONCILAJU.TMP" TO WS-TMP-NOMBRE.
           MOVE "CONCILAJU.ANT" TO WS-ANT-NOMBRE.
           PERFORM CAMBIA-VIVO THRU F-CAMBIA-VIVO.
       F-REGRABA-PENDIENTES.
           EXIT.

       LEE-PENDIENTE.
           READ F-AJUSTWRK NEXT RECORD
             AT END
               SET WS-FIN-AJUSTWRK TO TRUE
               GO TO F-LEE-PENDIENTE
           END-READ.
           MOVE AJW-SUC TO WS-SUC-BUSCA.
           PERFORM BUSCA-SUC THRU F-BUSCA-SUC.
           IF AJW-ESTADO = "X"
             IF WS-SUC-ACT > 0
               EVALUATE AJW-RESPUESTA
                 WHEN "E"
                   ADD 1 TO WS-SUC-EXTERNO(WS-SUC-ACT)
                 WHEN "L"
                   ADD 1 TO WS-SUC-LOCAL(WS-SUC-ACT)
                 WHEN OTHER
                   ADD 1 TO WS-SUC-CONTADO(WS-SUC-ACT)
               END-EVALUATE
               COMPUTE WS-SUC-NETO(WS-SUC-ACT) =
                   WS-SUC-NETO(WS-SUC-ACT) + AJW-NUEVO - AJW-ANTES
             END-IF
             GO TO F-LEE-PENDIENTE
           END-IF.
           ADD 1 TO WS-TOT-PENDIENTES.
           IF WS-SUC-ACT > 0
             ADD 1 TO WS-SUC-PENDIENTE(WS-SUC-ACT)
           END-IF.
           MOVE AJW-RENGLON TO REG-AJUTMP.
           WRITE REG-AJUTMP.
       F-LEE-PENDIENTE.
           EXIT.

      *Ubica (o da de alta) WS-SUC-BUSCA en la tabla de totales.
       BUSCA-SUC.
           MOVE 0 TO WS-SUC-ACT.
           PERFORM VARYING WS-SUC-IND FROM 1 BY 1
                   UNTIL WS-SUC-IND > WS-SUC-CANT
             IF WS-SUC-COD(WS-SUC-IND) = WS-SUC-BUSCA
               MOVE WS-SUC-IND TO WS-SUC-ACT
             END-IF
           END-PERFORM.
           IF WS-SUC-ACT = 0 AND WS-SUC-CANT < 200
             ADD 1 TO WS-SUC-CANT
             MOVE WS-SUC-CANT TO WS-SUC-ACT
             INITIALIZE WS-SUC-ENTRY(WS-SUC-ACT)
             MOVE WS-SUC-BUSCA TO WS-SUC-COD(WS-SUC-ACT)
           END-IF.
       F-BUSCA-SUC.
           EXIT.

       ESCRIBE-ENCABEZADO.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "AJUSTE DE STOCK POR RECONTEO  FECHA: "
                    DELIMITED BY SIZE,
                  WS-HOY DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-AJUSTRPT.
           WRITE REG-AJUSTRPT.
           MOVE SPACES TO REG-AJUSTRPT.
           WRITE REG-AJUSTRPT.
       F-ESCRIBE-ENCABEZADO.
           EXIT.

      *Totales de control: por sucursal, renglones de "CONCILAJU",
      *aplicados por tipo de respuesta, rechazados, pendientes y
      *variacion neta de unidades en "STOCKLOC".
       ESCRIBE-CONTROL.
           MOVE SPACES TO REG-AJUSTRPT.
           WRITE REG-AJUSTRPT.
           MOVE "TOTALES DE CONTROL POR SUCURSAL:" TO REG-AJUSTRPT.
           WRITE REG-AJUSTRPT.
           PERFORM ESCRIBE-CONTROL-SUC THRU F-ESCRIBE-CONTROL-SUC
                   VARYING WS-SUC-IND FROM 1 BY 1
                   UNTIL WS-SUC-IND > WS-SUC-CANT.
           MOVE SPACES TO REG-AJUSTRPT.
           WRITE REG-AJUSTRPT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "APLICADOS: " DELIMITED BY SIZE,
                  WS-TOT-APLICADOS DELIMITED BY SIZE,
                  "  ARTICULOS NUEVOS EN STOCKLOC: " DELIMITED BY SIZE,
                  WS-TOT-NUEVOS DELIMITED BY SIZE,
                  "  RECHAZADOS: " DELIMITED BY SIZE,
                  WS-TOT-RECHAZOS DELIMITED BY SIZE,
                  "  SIN RENGLON EN CONCILAJU: " DELIMITED BY SIZE,
                  WS-TOT-SIN-AJUSTE DELIMITED BY SIZE,
                  "  PENDIENTES: " DELIMITED BY SIZE,
                  WS-TOT-PENDIENTES DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-AJUSTRPT.
           WRITE REG-AJUSTRPT.
       F-ESCRIBE-CONTROL.
           EXIT.

       ESCRIBE-CONTROL-SUC.
           MOVE WS-SUC-RENGLONES(WS-SUC-IND) TO WS-ED-CANT1.
           MOVE WS-SUC-EXTERNO(WS-SUC-IND)   TO WS-ED-CANT2.
           MOVE WS-SUC-LOCAL(WS-SUC-IND)     TO WS-ED-CANT3.
           MOVE WS-SUC-CONTADO(WS-SUC-IND)   TO WS-ED-CANT4.
           MOVE WS-SUC-RECHAZO(WS-SUC-IND)   TO WS-ED-CANT5.
           MOVE WS-SUC-PENDIENTE(WS-SUC-IND) TO WS-ED-CANT6.
           MOVE WS-SUC-NETO(WS-SUC-IND)      TO WS-ED-NETO.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  SUC: " DELIMITED BY SIZE,
                  WS-SUC-COD(WS-SUC-IND) DELIMITED BY SIZE,
                  "  RENGLONES: " DELIMITED BY SIZE,
                  WS-ED-CANT1 DELIMITED BY SIZE,
                  "  EXTERNO: " DELIMITED BY SIZE,
                  WS-ED-CANT2 DELIMITED BY SIZE,
                  "  LOCAL: " DELIMITED BY SIZE,
                  WS-ED-CANT3 DELIMITED BY SIZE,
                  "  CONTADO: " DELIMITED BY SIZE,
                  WS-ED-CANT4 DELIMITED BY SIZE,
                  "  RECHAZOS: " DELIMITED BY SIZE,
                  WS-ED-CANT5 DELIMITED BY SIZE,
                  "  PENDIENTES: " DELIMITED BY SIZE,
                  WS-ED-CANT6 DELIMITED BY SIZE,
                  "  NETO: " DELIMITED BY SIZE,
                  WS-ED-NETO DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-AJUSTRPT.
           WRITE REG-AJUSTRPT.
       F-ESCRIBE-CONTROL-SUC.
           EXIT.
