       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDACFG.
       AUTHOR. LOCOMOTORA.
       INSTALLATION. OCTUBRE-DE-2026.
       DATE-WRITTEN. OCTUBRE-DE-2026.
      *================================================================
      * Validador de los archivos de control que se editan a mano:
      * "SERVICIOS", "RESPREQ", "GATEWAYCFG", "MONITORCFG",
      * "DEPURACFG", "STOCKCFG", "CONCILCFG", "VTAEMPCFG", "REIMPCFG",
      * "ADMINQCFG", "ALERTACFG" y "SRVHISTCFG". Hasta ahora un error
      * de tipeo aparecia recien cuando fallaba un pedido del POS, o
      * cuando un paso batch tomaba su valor por omision sin avisar
      * (un servicio mal escrito hace que BUSCA-SERVICIO caiga a la
      * variable de entorno; el servicio 51 no entra en la tabla de
      * CARGA-TBL-SERVICIOS; "DIAS|30" en vez de "DIAS|030" no es
      * numerico para DEPURAEXT). Se corre despues de cada cambio de
      * configuracion y antes de ponerlo en produccion.
      *
      * Controla, con las mismas reglas con que los programas leen
      * cada archivo:
      *   - "SERVICIOS": renglones incompletos, servicios repetidos
      *     (vale el ultimo), mas de 50 (PARSERJS2 ignora el resto),
      *     anchos de columna, metodo distinto de POST/GET, {campo}
      *     de la URL sin el campo "U" que lo resuelve, campos "U"
      *     sin su {campo}, servicios que ningun programa llama y
      *     servicios que los programas llaman sin entrada (o el
      *     "TOKENSRV" de "GATEWAYCFG" sin entrada).
      *   - "RESPREQ": servicio que no esta en "SERVICIOS", tipo
      *     distinto de X/9, variables repetidas, mas de 100.
      *   - "MONITORCFG": tipos de umbral desconocidos, servicios que
      *     no estan en "SERVICIOS", valores no numericos, mas de 50.
      *   - Archivos CLAVE|VALOR: claves que ningun programa lee,
      *     claves repetidas (vale la ultima) y valores que no tienen
      *     el formato que espera el programa (numeros con sus ceros a
      *     izquierda, importes, S/N, largo maximo).
      * Las claves y sus formatos, y los servicios que llaman los
      * programas con sus campos "U", estan en las tablas de abajo:
      * quien agregue una clave o un servicio a un programa la agrega
      * tambien aca.
      *
      * Versiones: cada vez que un archivo cambio (campo a campo, los
      * comentarios no cuentan) desde su ultima version, se guarda una
      * copia "ARCHIVO.Vnnnnn", se agrega su renglon al catalogo
      * "CFGVERS" (ARCHIVO|VERSION|FECHA|HORA|ESTADO|ERRORES|AVISOS|
      * CAMBIOS) y cada campo que cambio queda en "CFGCAMBIOS":
      *   FECHA|HORA|ARCHIVO|VERSION-ANT|VERSION|MOVIMIENTO|CLAVE|
      *   CAMPO|ANTERIOR|NUEVO
      * (MOVIMIENTO: ALTA, BAJA, CAMBIO, INICIAL o RESTAURA). Un
      * cambio con errores tambien se versiona, con ESTADO "ERRORES":
      * asi queda la traza de lo que estuvo en produccion. El valor
      * del "SECRETO" de "GATEWAYCFG" no se copia al registro de
      * cambios.
      *
      * Se invoca por linea de comandos:
      *
      *   validacfg                           valida y versiona todo
      *   validacfg RESTAURA ARCHIVO [nnnnn]  vuelve ARCHIVO a la
      *                                       version pedida (sin
      *                                       numero, la ultima sin
      *                                       errores), deja el actual
      *                                       como ARCHIVO.ANT y luego
      *                                       valida y versiona todo
      *
      * Emite "VALIDACFGRPT". Codigo de retorno 0 sin observaciones,
      * 4 con avisos, 8 con errores, 12 si no pudo trabajar.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CFG ASSIGN TO WS-CFG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFG.
           SELECT F-VER ASSIGN TO WS-VER-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VER.
           SELECT F-CFGVERS ASSIGN TO "CFGVERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFGVERS.
           SELECT F-CAMBIOS ASSIGN TO "CFGCAMBIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS.
           SELECT F-RPT ASSIGN TO "VALIDACFGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  F-CFG.
       01  REG-CFG               PIC X(600).
       FD  F-VER.
       01  REG-VER               PIC X(600).
       FD  F-CFGVERS.
       01  REG-CFGVERS           PIC X(80).
       FD  F-CAMBIOS.
       01  REG-CAMBIOS           PIC X(1200).
       FD  F-RPT.
       01  REG-RPT               PIC X(132).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-CFG             PIC XX VALUE "00".
       77  WS-FS-VER             PIC XX VALUE "00".
       77  WS-FS-CFGVERS         PIC XX VALUE "00".
       77  WS-FS-CAMBIOS         PIC XX VALUE "00".
       77  WS-FS-RPT             PIC XX VALUE "00".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-HORA               PIC 9(8) VALUE ZERO.
       77  WS-HORA-X             PIC X(8) VALUE SPACES.
       77  WS-CMDLINE            PIC X(100) VALUE SPACES.
       77  WS-ARG-MODO           PIC X(10) VALUE SPACES.
       77  WS-ARG-ARCHIVO        PIC X(12) VALUE SPACES.
       77  WS-ARG-VERSION        PIC X(5) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  WS-CFG-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-VER-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-ANT-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-TMP-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-VIVO-SW            PIC X VALUE "N".
           88  WS-HAY-VIVO           VALUE "S".
       77  WS-LINEA              PIC X(600) VALUE SPACES.
       77  WS-NRO-LINEA          PIC 9(5) VALUE ZERO.
       77  WS-EOF-SW             PIC X VALUE "N".
           88  WS-FIN-ARCHIVO        VALUE "S".
       01  WS-DETALLE-ARCH.
           03  FILLER            PIC X(16) VALUE LOW-VALUES.
      *Archivos que se validan, en este orden ("SERVICIOS" primero:
      *los demas se controlan contra sus servicios). El tipo dice
      *como se lee cada uno: "S" servicios, "R" RESPREQ
      *(SERVICIO|variable|tipo), "M" umbrales de MONITORCFG
      *(TIPO|servicio|valor), "C" CLAVE|VALOR. La cantidad de campos
      *de la clave es la que identifica un renglon al comparar
      *versiones.
       01  WS-ARCHIVOS.
           03  FILLER PIC X(14) VALUE "SERVICIOS   S1".
           03  FILLER PIC X(14) VALUE "RESPREQ     R2".
           03  FILLER PIC X(14) VALUE "GATEWAYCFG  C1".
           03  FILLER PIC X(14) VALUE "MONITORCFG  M2".
           03  FILLER PIC X(14) VALUE "DEPURACFG   C1".
           03  FILLER PIC X(14) VALUE "STOCKCFG    C1".
           03  FILLER PIC X(14) VALUE "CONCILCFG   C1".
           03  FILLER PIC X(14) VALUE "VTAEMPCFG   C1".
           03  FILLER PIC X(14) VALUE "REIMPCFG    C1".
           03  FILLER PIC X(14) VALUE "ADMINQCFG   C1".
           03  FILLER PIC X(14) VALUE "ALERTACFG   C1".
           03  FILLER PIC X(14) VALUE "SRVHISTCFG  C1".
       01  WS-ARCHIVOS-R REDEFINES WS-ARCHIVOS.
           03  WS-ARC-ENT OCCURS 12 TIMES.
               05  WS-ARC-NOMBRE     PIC X(12).
               05  WS-ARC-TIPO       PIC X.
               05  WS-ARC-NCLAVE     PIC 9.
       77  WS-ARC-CANT           PIC 9(2) VALUE 12.
       77  WS-ARC-IND            PIC 9(2) VALUE ZERO.
      *Claves que lee cada programa y su formato: "N" digitos (el
      *programa mueve VALOR(1:largo) a un campo numerico, asi que van
      *con sus ceros a izquierda), "I" importe (digitos y hasta dos
      *decimales), "S" S o N, "T" texto de hasta largo caracteres.
      *Para "MONITORCFG" son los tipos de umbral.
       01  WS-CLAVES.
           03  FILLER PIC X(27) VALUE "GATEWAYCFG  HOST        T20".
           03  FILLER PIC X(27) VALUE "GATEWAYCFG  HOST2       T20".
           03  FILLER PIC X(27) VALUE "GATEWAYCFG  PORT        N04".
           03  FILLER PIC X(27) VALUE "GATEWAYCFG  TIMEOUT     N03".
           03  FILLER PIC X(27) VALUE "GATEWAYCFG  REINTENTOS  N02".
           03  FILLER PIC X(27) VALUE "GATEWAYCFG  TOKENSRV    T20".
           03  FILLER PIC X(27) VALUE "GATEWAYCFG  CLIENTE     T58".
           03  FILLER PIC X(27) VALUE "GATEWAYCFG  SECRETO     T58".
           03  FILLER PIC X(27) VALUE "MONITORCFG  ERRPCT      I15".
           03  FILLER PIC X(27) VALUE "MONITORCFG  LATPROM     I15".
           03  FILLER PIC X(27) VALUE "MONITORCFG  COLAMAX     I15".
           03  FILLER PIC X(27) VALUE "MONITORCFG  CREDMAX     I15".
           03  FILLER PIC X(27) VALUE "DEPURACFG   DIAS        N03".
           03  FILLER PIC X(27) VALUE "DEPURACFG   DUPDIAS     N03".
           03  FILLER PIC X(27) VALUE "DEPURACFG   ARCHIVO     S01".
           03  FILLER PIC X(27) VALUE "STOCKCFG    CHECKPOINT  N05".
           03  FILLER PIC X(27) VALUE "CONCILCFG   TOLERANCIA  N07".
           03  FILLER PIC X(27) VALUE "VTAEMPCFG   LIMITE      I15".
           03  FILLER PIC X(27) VALUE "VTAEMPCFG   DEVRECOMPRA N03".
           03  FILLER PIC X(27) VALUE "VTAEMPCFG   DIASRECOMPRAN03".
           03  FILLER PIC X(27) VALUE "VTAEMPCFG   PCTTOPE     N03".
           03  FILLER PIC X(27) VALUE "VTAEMPCFG   CERCATOPE   N03".
           03  FILLER PIC X(27) VALUE "VTAEMPCFG   SUCDIA      N03".
           03  FILLER PIC X(27) VALUE "VTAEMPCFG   DEVANTERIOR N03".
           03  FILLER PIC X(27) VALUE "REIMPCFG    DESVIO      N03".
           03  FILLER PIC X(27) VALUE "ADMINQCFG   MAXINTENTOS N03".
           03  FILLER PIC X(27) VALUE "ALERTACFG   ESCALA      N03".
           03  FILLER PIC X(27) VALUE "ALERTACFG   NORMAL      N03".
           03  FILLER PIC X(27) VALUE "ALERTACFG   COMANDO     T58".
           03  FILLER PIC X(27) VALUE "SRVHISTCFG  VENTANA     N03".
       01  WS-CLAVES-R REDEFINES WS-CLAVES.
           03  WS-CLV-ENT OCCURS 30 TIMES.
               05  WS-CLV-ARCHIVO    PIC X(12).
               05  WS-CLV-CLAVE      PIC X(12).
               05  WS-CLV-FORMATO    PIC X.
               05  WS-CLV-LARGO      PIC 9(2).
       77  WS-CLV-CANT           PIC 9(2) VALUE 30.
       77  WS-CLV-IND            PIC 9(2) VALUE ZERO.
       77  WS-CLV-HALLADA        PIC 9(2) VALUE ZERO.
      *Servicios que llaman los programas del sistema (REIMPRIME y
      *la impresion del POS: RECORD; STOCKLOTE y el POS:
      *CONSULTASTOCK; el POS, REENVIAVTA y DESPACHAQ: VTAEMPFAC y
      *VTAEMPDEV) con los campos "U" que mandan para armar la URL. El
      *servicio de token se toma de "TOKENSRV" en "GATEWAYCFG" y no
      *lleva campos "U".
       01  WS-CONOCIDOS.
           03  FILLER PIC X(20) VALUE "RECORD".
           03  FILLER PIC X(20) VALUE "ipImpresora".
           03  FILLER PIC X(20) VALUE "codigoDocumento".
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(20) VALUE "CONSULTASTOCK".
           03  FILLER PIC X(20) VALUE "sucursal".
           03  FILLER PIC X(20) VALUE "codigoArticulo".
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(20) VALUE "VTAEMPFAC".
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(20) VALUE "VTAEMPDEV".
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(20) VALUE SPACES.
       01  WS-CONOCIDOS-R REDEFINES WS-CONOCIDOS.
           03  WS-CON-ENT OCCURS 4 TIMES.
               05  WS-CON-SERVICIO   PIC X(20).
               05  WS-CON-CAMPO-U    PIC X(20) OCCURS 3 TIMES.
       77  WS-CON-CANT           PIC 9(2) VALUE 4.
       77  WS-CON-IND            PIC 9(2) VALUE ZERO.
       77  WS-CON-HALLADO        PIC 9(2) VALUE ZERO.
       77  WS-TOKENSRV           PIC X(20) VALUE SPACES.
       77  WS-ES-TOKEN-SW        PIC X VALUE "N".
           88  WS-ES-TOKEN           VALUE "S".
      *Servicios de "SERVICIOS" (para controlar RESPREQ, MONITORCFG
      *y TOKENSRV).
       77  WS-SVC-EXISTE-SW      PIC X VALUE "N".
           88  WS-SVC-EXISTE         VALUE "S".
       77  WS-SVC-CANT           PIC 9(3) VALUE ZERO.
       01  WS-SVC-TABLA.
           03  WS-SVC-NOMBRE      PIC X(20) OCCURS 200 TIMES.
       77  WS-SVC-BUSCA          PIC X(20) VALUE SPACES.
       77  WS-SVC-HALLADO-SW     PIC X VALUE "N".
           88  WS-SVC-HALLADO        VALUE "S".
      *Renglones de datos (sin comentarios ni blancos) del archivo
      *en proceso (1) y de su ultima version (2), con hasta cinco
      *campos y el largo real de cada uno (el UNSTRING cuenta aunque
      *el campo no entre, asi se detectan los que el programa
      *cortaria).
       77  WS-T                  PIC 9 VALUE ZERO.
       77  WS-TAB-MAX            PIC 9(3) VALUE 200.
       01  WS-TABLAS.
           03  WS-TAB OCCURS 2 TIMES.
               05  WS-TAB-CANT        PIC 9(3).
               05  WS-TAB-EXCEDE      PIC X.
               05  WS-TAB-ENT OCCURS 200 TIMES.
                   07  WS-TAB-NRO      PIC 9(5).
                   07  WS-TAB-NCAMPOS  PIC 9.
                   07  WS-TAB-MARCA    PIC X.
                   07  WS-TAB-LARGO    PIC 9(3) OCCURS 5 TIMES.
                   07  WS-TAB-CAMPO    PIC X(520) OCCURS 5 TIMES.
       77  WS-E                  PIC 9(3) VALUE ZERO.
       77  WS-E2                 PIC 9(3) VALUE ZERO.
       77  WS-C                  PIC 9 VALUE ZERO.
       77  WS-C-ULT              PIC 9 VALUE ZERO.
       77  WS-CANT-CAMPOS        PIC 9(3) VALUE ZERO.
      *Observaciones.
       77  WS-SEVERIDAD          PIC X(6) VALUE SPACES.
       77  WS-MSG-NRO            PIC 9(5) VALUE ZERO.
       77  WS-MSG-TEXTO          PIC X(110) VALUE SPACES.
       77  WS-ERR-ARCH           PIC 9(4) VALUE ZERO.
       77  WS-AVI-ARCH           PIC 9(4) VALUE ZERO.
       77  WS-TOT-ERRORES        PIC 9(5) VALUE ZERO.
       77  WS-TOT-AVISOS         PIC 9(5) VALUE ZERO.
       77  WS-TOT-VERSIONES      PIC 9(3) VALUE ZERO.
       77  WS-ED-NRO             PIC ZZZZ9 VALUE ZERO.
       77  WS-ED-CANT            PIC ZZZ9 VALUE ZERO.
       77  WS-ED-CANT2           PIC ZZZ9 VALUE ZERO.
       77  WS-ED-LARGO           PIC Z9 VALUE ZERO.
       77  WS-ED-LARGO3          PIC ZZ9 VALUE ZERO.
       77  WS-RPT-LINEA          PIC X(132) VALUE SPACES.
      *Placeholders de la URL.
       77  WS-URL-LARGO          PIC 9(3) VALUE ZERO.
       77  WS-CH                 PIC 9(3) VALUE ZERO.
       77  WS-CH-INI             PIC 9(3) VALUE ZERO.
       77  WS-CH-FIN             PIC 9(3) VALUE ZERO.
       77  WS-PH-NOMBRE          PIC X(40) VALUE SPACES.
       77  WS-PH-BUSCA           PIC X(42) VALUE SPACES.
       77  WS-PH-LARGO           PIC 9(3) VALUE ZERO.
       77  WS-PH-VECES           PIC 9(3) VALUE ZERO.
       77  WS-U-IND              PIC 9 VALUE ZERO.
       77  WS-U-HALLADO-SW       PIC X VALUE "N".
           88  WS-U-HALLADO          VALUE "S".
      *Control de valores.
       77  WS-VAL-FORMATO        PIC X VALUE SPACE.
       77  WS-VAL-LARGO-MAX      PIC 9(2) VALUE ZERO.
       77  WS-VAL-TEXTO          PIC X(520) VALUE SPACES.
       77  WS-VAL-LARGO          PIC 9(3) VALUE ZERO.
       77  WS-VAL-PUNTOS         PIC 9(3) VALUE ZERO.
       77  WS-VAL-DECIMALES      PIC 9(3) VALUE ZERO.
       77  WS-VAL-MALO-SW        PIC X VALUE "N".
           88  WS-VAL-MALO           VALUE "S".
       77  WS-GW-CLIENTE-SW      PIC X VALUE "N".
           88  WS-GW-HAY-CLIENTE     VALUE "S".
       77  WS-GW-SECRETO-SW      PIC X VALUE "N".
           88  WS-GW-HAY-SECRETO     VALUE "S".
      *Versiones.
       77  WS-VER-ULT            PIC 9(5) VALUE ZERO.
       77  WS-VER-ULT-OK         PIC 9(5) VALUE ZERO.
       77  WS-VER-NUEVA          PIC 9(5) VALUE ZERO.
       77  WS-VER-PEDIDA         PIC 9(5) VALUE ZERO.
       77  WS-VER-PEDIDA-SW      PIC X VALUE "N".
           88  WS-VER-PEDIDA-EXISTE  VALUE "S".
       77  WS-VER-RESTAURADA     PIC 9(5) VALUE ZERO.
       77  WS-VER-ANT-SW         PIC X VALUE "N".
           88  WS-HAY-VERSION-ANT    VALUE "S".
       01  WS-CAT-CAMPOS.
           03  WS-CAT-ARCHIVO     PIC X(12).
           03  WS-CAT-VERSION     PIC X(5).
           03  WS-CAT-FECHA       PIC X(8).
           03  WS-CAT-HORA        PIC X(8).
           03  WS-CAT-ESTADO      PIC X(7).
       77  WS-ESTADO             PIC X(7) VALUE SPACES.
       77  WS-DIF-CANT           PIC 9(4) VALUE ZERO.
       77  WS-GRABA-DIF-SW       PIC X VALUE "N".
           88  WS-GRABA-DIF          VALUE "S".
       77  WS-MOVIMIENTO         PIC X(8) VALUE SPACES.
       77  WS-CLAVE-TXT          PIC X(62) VALUE SPACES.
       77  WS-CLAVE-TXT2         PIC X(62) VALUE SPACES.
       77  WS-CAMPO-NOMBRE       PIC X(12) VALUE SPACES.
       77  WS-DIF-LINEA          PIC X(1200) VALUE SPACES.
       77  WS-PTR                PIC 9(4) VALUE ZERO.
       77  WS-DIF-E-ANT          PIC 9(3) VALUE ZERO.
       77  WS-DIF-E-NUE          PIC 9(3) VALUE ZERO.
       77  WS-ED-VER             PIC 9(5) VALUE ZERO.
       77  WS-ED-VER2            PIC 9(5) VALUE ZERO.
       77  WS-OCULTA-SW          PIC X VALUE "N".
           88  WS-OCULTA-VALOR       VALUE "S".
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           STRING WS-HORA(1:2) ":" WS-HORA(3:2) ":" WS-HORA(5:2)
             DELIMITED BY SIZE INTO WS-HORA-X
           END-STRING.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
             INTO WS-ARG-MODO, WS-ARG-ARCHIVO, WS-ARG-VERSION
           END-UNSTRING.
           MOVE "-----INICIO VALIDACION CONFIGURACION-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           EVALUATE WS-ARG-MODO
             WHEN SPACES
               CONTINUE
             WHEN "RESTAURA"
               PERFORM RESTAURA THRU F-RESTAURA
             WHEN OTHER
               DISPLAY "VALIDACFG: USO: validacfg "
                       "| validacfg RESTAURA ARCHIVO [version]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           OPEN OUTPUT F-RPT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "VALIDACION DE ARCHIVOS DE CONFIGURACION  FECHA: "
                    DELIMITED BY SIZE,
                  WS-HOY DELIMITED BY SIZE,
                  "  HORA: " DELIMITED BY SIZE,
                  WS-HORA-X DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           IF WS-VER-RESTAURADA > 0
             MOVE SPACES TO WS-RPT-LINEA
             STRING "RESTAURADO " DELIMITED BY SIZE,
                    WS-ARG-ARCHIVO DELIMITED BY SPACE,
                    " A LA VERSION " DELIMITED BY SIZE,
                    WS-VER-RESTAURADA DELIMITED BY SIZE,
                    " (EL ANTERIOR QUEDO EN " DELIMITED BY SIZE,
                    WS-ANT-NOMBRE DELIMITED BY SPACE,
                    ")" DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
             MOVE WS-RPT-LINEA TO REG-RPT
             WRITE REG-RPT
           END-IF.
           MOVE SPACES TO REG-RPT.
           WRITE REG-RPT.
           PERFORM BUSCA-TOKENSRV THRU F-BUSCA-TOKENSRV.
           PERFORM PROCESA-ARCHIVO THRU F-PROCESA-ARCHIVO
                   VARYING WS-ARC-IND FROM 1 BY 1
                   UNTIL WS-ARC-IND > WS-ARC-CANT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "TOTAL: " DELIMITED BY SIZE,
                  WS-TOT-ERRORES DELIMITED BY SIZE,
                  " ERRORES, " DELIMITED BY SIZE,
                  WS-TOT-AVISOS DELIMITED BY SIZE,
                  " AVISOS, " DELIMITED BY SIZE,
                  WS-TOT-VERSIONES DELIMITED BY SIZE,
                  " ARCHIVOS CON VERSION NUEVA" DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           IF WS-TOT-ERRORES > 0
             MOVE "HAY ERRORES: CORREGIR (O VOLVER A UNA VERSION ANTERIO
      -           "R CON RESTAURA) ANTES DE PONER EN PRODUCCION"
               TO REG-RPT
             WRITE REG-RPT
           END-IF.
           CLOSE F-RPT.
           DISPLAY "VALIDACFG - ERRORES: " WS-TOT-ERRORES
                   "  AVISOS: " WS-TOT-AVISOS
                   "  VERSIONES NUEVAS: " WS-TOT-VERSIONES.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "VALIDACFG: ERRORES " DELIMITED BY SIZE,
                  WS-TOT-ERRORES DELIMITED BY SIZE,
                  " AVISOS " DELIMITED BY SIZE,
                  WS-TOT-AVISOS DELIMITED BY SIZE,
                  " VERSIONES NUEVAS " DELIMITED BY SIZE,
                  WS-TOT-VERSIONES DELIMITED BY SIZE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
           MOVE "-----FIN VALIDACION CONFIGURACION-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           EVALUATE TRUE
             WHEN WS-TOT-ERRORES > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-TOT-AVISOS > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *El servicio de token de "GATEWAYCFG" se necesita antes de
      *validar "SERVICIOS", que va primero.
       BUSCA-TOKENSRV.
           MOVE "GATEWAYCFG" TO WS-CFG-NOMBRE.
           OPEN INPUT F-CFG.
           IF WS-FS-CFG NOT = "00"
             GO TO F-BUSCA-TOKENSRV
           END-IF.
           PERFORM UNTIL WS-FS-CFG = "10"
             READ F-CFG
               AT END
                 MOVE "10" TO WS-FS-CFG
               NOT AT END
                 IF REG-CFG(1:9) = "TOKENSRV|"
                   MOVE SPACES TO WS-TOKENSRV
                   UNSTRING REG-CFG(10:) DELIMITED BY "|"
                     INTO WS-TOKENSRV
                   END-UNSTRING
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE F-CFG.
       F-BUSCA-TOKENSRV.
           EXIT.

       PROCESA-ARCHIVO.
           MOVE WS-ARC-NOMBRE(WS-ARC-IND) TO WS-CFG-NOMBRE.
           MOVE ZERO TO WS-ERR-ARCH WS-AVI-ARCH.
           MOVE 1 TO WS-T.
           PERFORM CARGA-ACTUAL THRU F-CARGA-ACTUAL.
           MOVE SPACES TO WS-RPT-LINEA.
           IF WS-FS-CFG = "35"
             STRING "ARCHIVO: " DELIMITED BY SIZE,
                    WS-CFG-NOMBRE DELIMITED BY SPACE
               INTO WS-RPT-LINEA
             END-STRING
           ELSE
             MOVE WS-TAB-CANT(1) TO WS-ED-CANT
             STRING "ARCHIVO: " DELIMITED BY SIZE,
                    WS-CFG-NOMBRE DELIMITED BY SPACE,
                    "  RENGLONES DE DATOS: " DELIMITED BY SIZE,
                    WS-ED-CANT DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
           END-IF.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           IF WS-FS-CFG = "35"
             MOVE "AVISO" TO WS-SEVERIDAD
             MOVE ZERO TO WS-MSG-NRO
             IF WS-ARC-TIPO(WS-ARC-IND) = "S"
               MOVE "NO EXISTE: PARSERJS2 RESUELVE TODOS LOS SERVICIOS P
      -             "OR VARIABLE DE ENTORNO" TO WS-MSG-TEXTO
             ELSE
               MOVE "NO EXISTE: LOS PROGRAMAS QUE LO LEEN USAN SUS VALOR
      -             "ES POR OMISION" TO WS-MSG-TEXTO
             END-IF
             PERFORM INFORMA THRU F-INFORMA
             IF WS-ARC-TIPO(WS-ARC-IND) = "S"
               PERFORM CONTROLA-CONOCIDOS THRU F-CONTROLA-CONOCIDOS
             END-IF
             PERFORM ESCRIBE-RESULTADO THRU F-ESCRIBE-RESULTADO
             MOVE SPACES TO REG-RPT
             WRITE REG-RPT
             GO TO F-PROCESA-ARCHIVO
           END-IF.
           IF WS-TAB-EXCEDE(1) = "S"
             MOVE "ERROR" TO WS-SEVERIDAD
             MOVE ZERO TO WS-MSG-NRO
             MOVE "MAS DE 200 RENGLONES DE DATOS: EL RESTO NO SE VALIDA 
      -           "NI SE COMPARA" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
           EVALUATE WS-ARC-TIPO(WS-ARC-IND)
             WHEN "S"
               PERFORM VALIDA-SERVICIOS THRU F-VALIDA-SERVICIOS
             WHEN "R"
               PERFORM VALIDA-RESPREQ THRU F-VALIDA-RESPREQ
             WHEN "M"
               PERFORM VALIDA-MONITOR THRU F-VALIDA-MONITOR
             WHEN OTHER
               PERFORM VALIDA-CLAVES THRU F-VALIDA-CLAVES
           END-EVALUATE.
           PERFORM ESCRIBE-RESULTADO THRU F-ESCRIBE-RESULTADO.
           PERFORM VERSIONA-ARCHIVO THRU F-VERSIONA-ARCHIVO.
           MOVE SPACES TO REG-RPT.
           WRITE REG-RPT.
       F-PROCESA-ARCHIVO.
           EXIT.

       ESCRIBE-RESULTADO.
           MOVE WS-ERR-ARCH TO WS-ED-CANT.
           MOVE WS-AVI-ARCH TO WS-ED-CANT2.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  RESULTADO: " DELIMITED BY SIZE,
                  WS-ED-CANT DELIMITED BY SIZE,
                  " ERRORES, " DELIMITED BY SIZE,
                  WS-ED-CANT2 DELIMITED BY SIZE,
                  " AVISOS" DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           ADD WS-ERR-ARCH TO WS-TOT-ERRORES.
           ADD WS-AVI-ARCH TO WS-TOT-AVISOS.
       F-ESCRIBE-RESULTADO.
           EXIT.

      *Deja una observacion en el informe: WS-SEVERIDAD ("ERROR" o
      *"AVISO"), WS-MSG-NRO (renglon del archivo, cero si es del
      *archivo entero) y WS-MSG-TEXTO.
       INFORMA.
           MOVE SPACES TO WS-RPT-LINEA.
           IF WS-MSG-NRO > 0
             MOVE WS-MSG-NRO TO WS-ED-NRO
             STRING "  " DELIMITED BY SIZE,
                    WS-SEVERIDAD DELIMITED BY SIZE,
                    " RENGLON " DELIMITED BY SIZE,
                    WS-ED-NRO DELIMITED BY SIZE,
                    ": " DELIMITED BY SIZE,
                    WS-MSG-TEXTO DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
           ELSE
             STRING "  " DELIMITED BY SIZE,
                    WS-SEVERIDAD DELIMITED BY SIZE,
                    " " DELIMITED BY SIZE,
                    WS-MSG-TEXTO DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
           END-IF.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           IF WS-SEVERIDAD = "ERROR"
             ADD 1 TO WS-ERR-ARCH
           ELSE
             ADD 1 TO WS-AVI-ARCH
           END-IF.
           MOVE SPACES TO WS-MSG-TEXTO.
       F-INFORMA.
           EXIT.

      *Carga en la tabla WS-T los renglones de datos del archivo
      *WS-CFG-NOMBRE.
       CARGA-ACTUAL.
           MOVE ZERO TO WS-TAB-CANT(WS-T) WS-NRO-LINEA.
           MOVE "N" TO WS-TAB-EXCEDE(WS-T).
           OPEN INPUT F-CFG.
           IF WS-FS-CFG NOT = "00"
             MOVE "35" TO WS-FS-CFG
             GO TO F-CARGA-ACTUAL
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-FIN-ARCHIVO
             READ F-CFG
               AT END
                 SET WS-FIN-ARCHIVO TO TRUE
               NOT AT END
                 MOVE REG-CFG TO WS-LINEA
                 PERFORM AGREGA-RENGLON THRU F-AGREGA-RENGLON
             END-READ
           END-PERFORM.
           CLOSE F-CFG.
           MOVE "00" TO WS-FS-CFG.
       F-CARGA-ACTUAL.
           EXIT.

      *Lo mismo desde la copia de version WS-VER-NOMBRE.
       CARGA-VERSION.
           MOVE ZERO TO WS-TAB-CANT(WS-T) WS-NRO-LINEA.
           MOVE "N" TO WS-TAB-EXCEDE(WS-T).
           OPEN INPUT F-VER.
           IF WS-FS-VER NOT = "00"
             GO TO F-CARGA-VERSION
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-FIN-ARCHIVO
             READ F-VER
               AT END
                 SET WS-FIN-ARCHIVO TO TRUE
               NOT AT END
                 MOVE REG-VER TO WS-LINEA
                 PERFORM AGREGA-RENGLON THRU F-AGREGA-RENGLON
             END-READ
           END-PERFORM.
           CLOSE F-VER.
           MOVE "00" TO WS-FS-VER.
       F-CARGA-VERSION.
           EXIT.

      *Separa WS-LINEA en sus campos, igual que los programas: los
      *blancos y los comentarios ("*") no son datos. El "COLAMAX|n"
      *de "MONITORCFG" no lleva servicio: se normaliza como en
      *GWMONITOR, con servicio "*".
       AGREGA-RENGLON.
           ADD 1 TO WS-NRO-LINEA.
           IF WS-LINEA = SPACES OR WS-LINEA(1:1) = "*"
             GO TO F-AGREGA-RENGLON
           END-IF.
           IF WS-TAB-CANT(WS-T) NOT < WS-TAB-MAX
             MOVE "S" TO WS-TAB-EXCEDE(WS-T)
             GO TO F-AGREGA-RENGLON
           END-IF.
           ADD 1 TO WS-TAB-CANT(WS-T).
           MOVE WS-TAB-CANT(WS-T) TO WS-E.
           MOVE WS-NRO-LINEA TO WS-TAB-NRO(WS-T, WS-E).
           MOVE "N" TO WS-TAB-MARCA(WS-T, WS-E).
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
             MOVE SPACES TO WS-TAB-CAMPO(WS-T, WS-E, WS-C)
             MOVE ZERO TO WS-TAB-LARGO(WS-T, WS-E, WS-C)
           END-PERFORM.
      *Largo real del renglon, para que el conteo del ultimo campo
      *no incluya el relleno.
           MOVE 600 TO WS-VAL-LARGO.
           PERFORM UNTIL WS-LINEA(WS-VAL-LARGO:1) NOT = SPACE
             SUBTRACT 1 FROM WS-VAL-LARGO
           END-PERFORM.
           MOVE ZERO TO WS-CANT-CAMPOS.
           UNSTRING WS-LINEA(1:WS-VAL-LARGO) DELIMITED BY "|"
             INTO WS-TAB-CAMPO(WS-T, WS-E, 1)
                    COUNT IN WS-TAB-LARGO(WS-T, WS-E, 1),
                  WS-TAB-CAMPO(WS-T, WS-E, 2)
                    COUNT IN WS-TAB-LARGO(WS-T, WS-E, 2),
                  WS-TAB-CAMPO(WS-T, WS-E, 3)
                    COUNT IN WS-TAB-LARGO(WS-T, WS-E, 3),
                  WS-TAB-CAMPO(WS-T, WS-E, 4)
                    COUNT IN WS-TAB-LARGO(WS-T, WS-E, 4),
                  WS-TAB-CAMPO(WS-T, WS-E, 5)
                    COUNT IN WS-TAB-LARGO(WS-T, WS-E, 5)
             TALLYING IN WS-CANT-CAMPOS
           END-UNSTRING.
           MOVE WS-CANT-CAMPOS TO WS-TAB-NCAMPOS(WS-T, WS-E).
           IF WS-ARC-TIPO(WS-ARC-IND) = "M" AND
              WS-TAB-CAMPO(WS-T, WS-E, 1) = "COLAMAX"
             MOVE WS-TAB-CAMPO(WS-T, WS-E, 2)
               TO WS-TAB-CAMPO(WS-T, WS-E, 3)
             MOVE WS-TAB-LARGO(WS-T, WS-E, 2)
               TO WS-TAB-LARGO(WS-T, WS-E, 3)
             MOVE "*" TO WS-TAB-CAMPO(WS-T, WS-E, 2)
             MOVE 1 TO WS-TAB-LARGO(WS-T, WS-E, 2)
             IF WS-TAB-NCAMPOS(WS-T, WS-E) = 2
               MOVE 3 TO WS-TAB-NCAMPOS(WS-T, WS-E)
             END-IF
           END-IF.
       F-AGREGA-RENGLON.
           EXIT.

      *"SERVICIOS": SERVICIO|plantilla-de-url|host|metodo|
      *host-contingencia (ver CARGA-TBL-SERVICIOS en parserjs.cbl).
       VALIDA-SERVICIOS.
           SET WS-SVC-EXISTE TO TRUE.
           MOVE ZERO TO WS-SVC-CANT.
           PERFORM VALIDA-UN-SERVICIO THRU F-VALIDA-UN-SERVICIO
                   VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TAB-CANT(1).
           PERFORM CONTROLA-CONOCIDOS THRU F-CONTROLA-CONOCIDOS.
       F-VALIDA-SERVICIOS.
           EXIT.

       VALIDA-UN-SERVICIO.
           MOVE WS-TAB-NRO(1, WS-E) TO WS-MSG-NRO.
           MOVE "ERROR" TO WS-SEVERIDAD.
           IF WS-TAB-LARGO(1, WS-E, 1) = 0 OR
              WS-TAB-LARGO(1, WS-E, 2) = 0
             MOVE "RENGLON INCOMPLETO (SERVICIO|URL|HOST|METODO|CONTINGE
      -           "NCIA)" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
             GO TO F-VALIDA-UN-SERVICIO
           END-IF.
           IF WS-E > 50
             MOVE "FUERA DE LA TABLA DE 50 SERVICIOS: PARSERJS2 NO LOCAR
      -           "GA" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
           IF WS-TAB-LARGO(1, WS-E, 1) > 20
             MOVE "NOMBRE DE SERVICIO DE MAS DE 20 CARACTERES"
               TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
           IF WS-TAB-LARGO(1, WS-E, 2) > 512
             MOVE "URL DE MAS DE 512 CARACTERES" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
           IF WS-TAB-LARGO(1, WS-E, 3) > 20 OR
              WS-TAB-LARGO(1, WS-E, 5) > 20
             MOVE "HOST O HOST DE CONTINGENCIA DE MAS DE 20 CARACTERES"
               TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
           IF WS-TAB-CAMPO(1, WS-E, 4) NOT = SPACES AND
              WS-TAB-CAMPO(1, WS-E, 4) NOT = "POST" AND
              WS-TAB-CAMPO(1, WS-E, 4) NOT = "GET"
             STRING "METODO INVALIDO " DELIMITED BY SIZE,
                    WS-TAB-CAMPO(1, WS-E, 4)(1:20) DELIMITED BY SPACE,
                    " (POST O GET; EN BLANCO ES POST)"
                      DELIMITED BY SIZE
               INTO WS-MSG-TEXTO
             END-STRING
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
           PERFORM VARYING WS-E2 FROM 1 BY 1 UNTIL WS-E2 NOT < WS-E
             IF WS-TAB-CAMPO(1, WS-E2, 1) = WS-TAB-CAMPO(1, WS-E, 1)
               MOVE WS-TAB-NRO(1, WS-E2) TO WS-ED-NRO
               STRING "SERVICIO REPETIDO (YA ESTA EN EL RENGLON "
                        DELIMITED BY SIZE,
                      WS-ED-NRO DELIMITED BY SIZE,
                      "): PARSERJS2 USA EL ULTIMO" DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM INFORMA THRU F-INFORMA
               MOVE WS-E TO WS-E2
             END-IF
           END-PERFORM.
           IF WS-SVC-CANT < 200
             ADD 1 TO WS-SVC-CANT
             MOVE WS-TAB-CAMPO(1, WS-E, 1) TO WS-SVC-NOMBRE(WS-SVC-CANT)
           END-IF.
      *Servicio conocido: el de token, o uno de la tabla.
           MOVE ZERO TO WS-CON-HALLADO.
           MOVE "N" TO WS-ES-TOKEN-SW.
           IF WS-TOKENSRV NOT = SPACES AND
              WS-TAB-CAMPO(1, WS-E, 1) = WS-TOKENSRV
             SET WS-ES-TOKEN TO TRUE
           END-IF.
           PERFORM VARYING WS-CON-IND FROM 1 BY 1
                   UNTIL WS-CON-IND > WS-CON-CANT
             IF WS-CON-SERVICIO(WS-CON-IND) = WS-TAB-CAMPO(1, WS-E, 1)
               MOVE WS-CON-IND TO WS-CON-HALLADO
             END-IF
           END-PERFORM.
           IF WS-CON-HALLADO = 0 AND NOT WS-ES-TOKEN
             MOVE "AVISO" TO WS-SEVERIDAD
             STRING "SERVICIO DESCONOCIDO " DELIMITED BY SIZE,
                    WS-TAB-CAMPO(1, WS-E, 1)(1:20) DELIMITED BY SPACE,
                    ": NINGUN PROGRAMA LO LLAMA NI ES EL TOKENSRV "
                      DELIMITED BY SIZE,
                    "(VERIFICAR EL NOMBRE)" DELIMITED BY SIZE
               INTO WS-MSG-TEXTO
             END-STRING
             PERFORM INFORMA THRU F-INFORMA
             GO TO F-VALIDA-UN-SERVICIO
           END-IF.
           PERFORM VALIDA-PLACEHOLDERS THRU F-VALIDA-PLACEHOLDERS.
       F-VALIDA-UN-SERVICIO.
           EXIT.

      *Cada {campo} de la URL tiene que tener su campo "U" entre los
      *que manda el llamador (ARMA-URL corta con "VARIABLE EN URL
      *INCORRECTA" si no), y cada campo "U" deberia estar en la URL.
       VALIDA-PLACEHOLDERS.
           MOVE WS-TAB-LARGO(1, WS-E, 2) TO WS-URL-LARGO.
           IF WS-URL-LARGO > 520
             MOVE 520 TO WS-URL-LARGO
           END-IF.
           MOVE 1 TO WS-CH.
           PERFORM UNTIL WS-CH > WS-URL-LARGO
             IF WS-TAB-CAMPO(1, WS-E, 2)(WS-CH:1) = "{"
               PERFORM UN-PLACEHOLDER THRU F-UN-PLACEHOLDER
             ELSE
               ADD 1 TO WS-CH
             END-IF
           END-PERFORM.
           IF WS-CON-HALLADO = 0
             GO TO F-VALIDA-PLACEHOLDERS
           END-IF.
           PERFORM VARYING WS-U-IND FROM 1 BY 1 UNTIL WS-U-IND > 3
             IF WS-CON-CAMPO-U(WS-CON-HALLADO, WS-U-IND) NOT = SPACES
               MOVE SPACES TO WS-PH-BUSCA
               MOVE 1 TO WS-PTR
               STRING "{" DELIMITED BY SIZE,
                      WS-CON-CAMPO-U(WS-CON-HALLADO, WS-U-IND)
                        DELIMITED BY SPACE,
                      "}" DELIMITED BY SIZE
                 INTO WS-PH-BUSCA WITH POINTER WS-PTR
               END-STRING
               COMPUTE WS-PH-LARGO = WS-PTR - 1
               MOVE ZERO TO WS-PH-VECES
               INSPECT WS-TAB-CAMPO(1, WS-E, 2) TALLYING WS-PH-VECES
                       FOR ALL WS-PH-BUSCA(1:WS-PH-LARGO)
               IF WS-PH-VECES = 0
                 MOVE "AVISO" TO WS-SEVERIDAD
                 STRING "EL CAMPO U " DELIMITED BY SIZE,
                        WS-PH-BUSCA(1:WS-PH-LARGO) DELIMITED BY SIZE,
                        " QUE MANDA EL LLAMADOR NO ESTA EN LA URL"
                          DELIMITED BY SIZE
                   INTO WS-MSG-TEXTO
                 END-STRING
                 PERFORM INFORMA THRU F-INFORMA
               END-IF
             END-IF
           END-PERFORM.
       F-VALIDA-PLACEHOLDERS.
           EXIT.

      *WS-CH esta sobre una "{": busca su "}" y controla el nombre.
      *Deja WS-CH despues del placeholder.
       UN-PLACEHOLDER.
           MOVE WS-CH TO WS-CH-INI.
           MOVE ZERO TO WS-CH-FIN.
           ADD 1 TO WS-CH.
           PERFORM UNTIL WS-CH > WS-URL-LARGO OR WS-CH-FIN > 0
             IF WS-TAB-CAMPO(1, WS-E, 2)(WS-CH:1) = "}"
               MOVE WS-CH TO WS-CH-FIN
             END-IF
             ADD 1 TO WS-CH
           END-PERFORM.
           MOVE "ERROR" TO WS-SEVERIDAD.
           IF WS-CH-FIN = 0
             MOVE "URL MAL FORMADA: { SIN SU }" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
             GO TO F-UN-PLACEHOLDER
           END-IF.
           IF WS-CH-FIN = WS-CH-INI + 1 OR
              WS-CH-FIN - WS-CH-INI - 1 > 40
             MOVE "URL MAL FORMADA: {} VACIO O NOMBRE DE MAS DE 40"
               TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
             GO TO F-UN-PLACEHOLDER
           END-IF.
           MOVE SPACES TO WS-PH-NOMBRE.
           MOVE WS-TAB-CAMPO(1, WS-E, 2)
                (WS-CH-INI + 1 : WS-CH-FIN - WS-CH-INI - 1)
             TO WS-PH-NOMBRE.
           MOVE "N" TO WS-U-HALLADO-SW.
           IF WS-CON-HALLADO > 0
             PERFORM VARYING WS-U-IND FROM 1 BY 1 UNTIL WS-U-IND > 3
               IF WS-CON-CAMPO-U(WS-CON-HALLADO, WS-U-IND) =
                  WS-PH-NOMBRE
                 SET WS-U-HALLADO TO TRUE
               END-IF
             END-PERFORM
           END-IF.
           IF NOT WS-U-HALLADO
             STRING "LA URL PIDE {" DELIMITED BY SIZE,
                    WS-PH-NOMBRE DELIMITED BY SPACE,
                    "} Y EL LLAMADOR NO MANDA ESE CAMPO U (ARMA-URL "
                      DELIMITED BY SIZE,
                    "CORTA CON 409)" DELIMITED BY SIZE
               INTO WS-MSG-TEXTO
             END-STRING
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
       F-UN-PLACEHOLDER.
           EXIT.

      *Servicios que los programas llaman y no tienen entrada.
       CONTROLA-CONOCIDOS.
           MOVE ZERO TO WS-MSG-NRO.
           PERFORM VARYING WS-CON-IND FROM 1 BY 1
                   UNTIL WS-CON-IND > WS-CON-CANT
             MOVE WS-CON-SERVICIO(WS-CON-IND) TO WS-SVC-BUSCA
             PERFORM BUSCA-SVC THRU F-BUSCA-SVC
             IF NOT WS-SVC-HALLADO AND WS-SVC-EXISTE
               MOVE "AVISO" TO WS-SEVERIDAD
               STRING "SERVICIO " DELIMITED BY SIZE,
                      WS-SVC-BUSCA DELIMITED BY SPACE,
                      " SIN ENTRADA: PARSERJS2 LO RESUELVE POR "
                        DELIMITED BY SIZE,
                      "VARIABLE DE ENTORNO" DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM INFORMA THRU F-INFORMA
             END-IF
           END-PERFORM.
           IF WS-TOKENSRV NOT = SPACES
             MOVE WS-TOKENSRV TO WS-SVC-BUSCA
             PERFORM BUSCA-SVC THRU F-BUSCA-SVC
             IF NOT WS-SVC-HALLADO
               MOVE "ERROR" TO WS-SEVERIDAD
               STRING "TOKENSRV " DELIMITED BY SIZE,
                      WS-SVC-BUSCA DELIMITED BY SPACE,
                      " DE GATEWAYCFG SIN ENTRADA: TODO PEDIDO "
                        DELIMITED BY SIZE,
                      "TERMINA EN 401 TOKENSRV NO DECLARADO"
                        DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM INFORMA THRU F-INFORMA
             END-IF
           END-IF.
       F-CONTROLA-CONOCIDOS.
           EXIT.

       BUSCA-SVC.
           MOVE "N" TO WS-SVC-HALLADO-SW.
           PERFORM VARYING WS-E2 FROM 1 BY 1
                   UNTIL WS-E2 > WS-SVC-CANT OR WS-SVC-HALLADO
             IF WS-SVC-NOMBRE(WS-E2) = WS-SVC-BUSCA
               SET WS-SVC-HALLADO TO TRUE
             END-IF
           END-PERFORM.
       F-BUSCA-SVC.
           EXIT.

      *"RESPREQ": SERVICIO|variable|tipo (ver CARGA-TBL-RESPREQ).
       VALIDA-RESPREQ.
           PERFORM VALIDA-UN-RESPREQ THRU F-VALIDA-UN-RESPREQ
                   VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TAB-CANT(1).
       F-VALIDA-RESPREQ.
           EXIT.

       VALIDA-UN-RESPREQ.
           MOVE WS-TAB-NRO(1, WS-E) TO WS-MSG-NRO.
           MOVE "ERROR" TO WS-SEVERIDAD.
           IF WS-TAB-LARGO(1, WS-E, 1) = 0 OR
              WS-TAB-LARGO(1, WS-E, 2) = 0 OR
              WS-TAB-LARGO(1, WS-E, 3) = 0
             MOVE "RENGLON INCOMPLETO (SERVICIO|VARIABLE|TIPO)"
               TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
             GO TO F-VALIDA-UN-RESPREQ
           END-IF.
           IF WS-E > 100
             MOVE "FUERA DE LA TABLA DE 100 VARIABLES: PARSERJS2 NO LA C
      -           "ARGA" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
           IF WS-TAB-LARGO(1, WS-E, 1) > 20 OR
              WS-TAB-LARGO(1, WS-E, 2) > 40
             MOVE "SERVICIO DE MAS DE 20 O VARIABLE DE MAS DE 40 CARACTE
      -           "RES" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
           IF WS-TAB-CAMPO(1, WS-E, 3) NOT = "X" AND
              WS-TAB-CAMPO(1, WS-E, 3) NOT = "9"
             MOVE "TIPO INVALIDO (X TEXTO, 9 NUMERICO)" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
           IF WS-SVC-EXISTE
             MOVE WS-TAB-CAMPO(1, WS-E, 1) TO WS-SVC-BUSCA
             PERFORM BUSCA-SVC THRU F-BUSCA-SVC
             IF NOT WS-SVC-HALLADO
               STRING "SERVICIO " DELIMITED BY SIZE,
                      WS-SVC-BUSCA DELIMITED BY SPACE,
                      " NO ESTA EN SERVICIOS" DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM INFORMA THRU F-INFORMA
             END-IF
           END-IF.
           PERFORM VARYING WS-E2 FROM 1 BY 1 UNTIL WS-E2 NOT < WS-E
             IF WS-TAB-CAMPO(1, WS-E2, 1) = WS-TAB-CAMPO(1, WS-E, 1) AND
                WS-TAB-CAMPO(1, WS-E2, 2) = WS-TAB-CAMPO(1, WS-E, 2)
               MOVE "AVISO" TO WS-SEVERIDAD
               MOVE WS-TAB-NRO(1, WS-E2) TO WS-ED-NRO
               STRING "VARIABLE REPETIDA (YA ESTA EN EL RENGLON "
                        DELIMITED BY SIZE,
                      WS-ED-NRO DELIMITED BY SIZE,
                      ")" DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM INFORMA THRU F-INFORMA
               MOVE WS-E TO WS-E2
             END-IF
           END-PERFORM.
       F-VALIDA-UN-RESPREQ.
           EXIT.

      *"MONITORCFG": TIPO|servicio|valor ("*" = cualquier servicio)
      *y COLAMAX|valor (ver PROCESA-CFG-MONITOR en gwmonitor.cbl).
       VALIDA-MONITOR.
           PERFORM VALIDA-UN-UMBRAL THRU F-VALIDA-UN-UMBRAL
                   VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TAB-CANT(1).
       F-VALIDA-MONITOR.
           EXIT.

       VALIDA-UN-UMBRAL.
           MOVE WS-TAB-NRO(1, WS-E) TO WS-MSG-NRO.
           MOVE "ERROR" TO WS-SEVERIDAD.
           IF WS-TAB-LARGO(1, WS-E, 1) = 0 OR
              WS-TAB-LARGO(1, WS-E, 2) = 0 OR
              WS-TAB-LARGO(1, WS-E, 3) = 0
             MOVE "RENGLON INCOMPLETO (TIPO|SERVICIO|VALOR O COLAMAX|VAL
      -           "OR)" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
             GO TO F-VALIDA-UN-UMBRAL
           END-IF.
           IF WS-E > 50
             MOVE "FUERA DE LA TABLA DE 50 UMBRALES: GWMONITOR NO LO CAR
      -           "GA" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
           PERFORM BUSCA-CLAVE THRU F-BUSCA-CLAVE.
           IF WS-CLV-HALLADA = 0
             MOVE "AVISO" TO WS-SEVERIDAD
             MOVE "TIPO DE UMBRAL DESCONOCIDO: GWMONITOR NO LO USA"
               TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           ELSE
             MOVE WS-TAB-CAMPO(1, WS-E, 3) TO WS-VAL-TEXTO
             MOVE WS-TAB-LARGO(1, WS-E, 3) TO WS-VAL-LARGO
             PERFORM VALIDA-VALOR THRU F-VALIDA-VALOR
           END-IF.
           IF WS-SVC-EXISTE AND WS-TAB-CAMPO(1, WS-E, 2) NOT = "*"
             MOVE WS-TAB-CAMPO(1, WS-E, 2) TO WS-SVC-BUSCA
             PERFORM BUSCA-SVC THRU F-BUSCA-SVC
             IF NOT WS-SVC-HALLADO
               MOVE "AVISO" TO WS-SEVERIDAD
               STRING "SERVICIO " DELIMITED BY SIZE,
                      WS-SVC-BUSCA DELIMITED BY SPACE,
                      " NO ESTA EN SERVICIOS: EL UMBRAL NUNCA APLICA"
                        DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM INFORMA THRU F-INFORMA
             END-IF
           END-IF.
           PERFORM VARYING WS-E2 FROM 1 BY 1 UNTIL WS-E2 NOT < WS-E
             IF WS-TAB-CAMPO(1, WS-E2, 1) = WS-TAB-CAMPO(1, WS-E, 1) AND
                WS-TAB-CAMPO(1, WS-E2, 2) = WS-TAB-CAMPO(1, WS-E, 2)
               MOVE "AVISO" TO WS-SEVERIDAD
               MOVE WS-TAB-NRO(1, WS-E2) TO WS-ED-NRO
               STRING "UMBRAL REPETIDO (YA ESTA EN EL RENGLON "
                        DELIMITED BY SIZE,
                      WS-ED-NRO DELIMITED BY SIZE,
                      ")" DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM INFORMA THRU F-INFORMA
               MOVE WS-E TO WS-E2
             END-IF
           END-PERFORM.
       F-VALIDA-UN-UMBRAL.
           EXIT.

      *Archivos CLAVE|VALOR.
       VALIDA-CLAVES.
           MOVE "N" TO WS-GW-CLIENTE-SW WS-GW-SECRETO-SW.
           PERFORM VALIDA-UNA-CLAVE THRU F-VALIDA-UNA-CLAVE
                   VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TAB-CANT(1).
           IF WS-CFG-NOMBRE = "GATEWAYCFG" AND
              WS-TOKENSRV NOT = SPACES AND
              (NOT WS-GW-HAY-CLIENTE OR NOT WS-GW-HAY-SECRETO)
             MOVE "AVISO" TO WS-SEVERIDAD
             MOVE ZERO TO WS-MSG-NRO
             MOVE "TOKENSRV SIN CLIENTE O SIN SECRETO: EL SERVICIO DE TO
      -           "KEN VA A RECHAZAR EL PEDIDO" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
           END-IF.
       F-VALIDA-CLAVES.
           EXIT.

       VALIDA-UNA-CLAVE.
           MOVE WS-TAB-NRO(1, WS-E) TO WS-MSG-NRO.
           MOVE "ERROR" TO WS-SEVERIDAD.
           IF WS-TAB-LARGO(1, WS-E, 1) = 0 OR
              WS-TAB-LARGO(1, WS-E, 2) = 0
             MOVE "RENGLON INCOMPLETO (CLAVE|VALOR)" TO WS-MSG-TEXTO
             PERFORM INFORMA THRU F-INFORMA
             GO TO F-VALIDA-UNA-CLAVE
           END-IF.
           IF WS-TAB-CAMPO(1, WS-E, 1) = "CLIENTE"
             SET WS-GW-HAY-CLIENTE TO TRUE
           END-IF.
           IF WS-TAB-CAMPO(1, WS-E, 1) = "SECRETO"
             SET WS-GW-HAY-SECRETO TO TRUE
           END-IF.
           PERFORM VARYING WS-E2 FROM 1 BY 1 UNTIL WS-E2 NOT < WS-E
             IF WS-TAB-CAMPO(1, WS-E2, 1) = WS-TAB-CAMPO(1, WS-E, 1)
               MOVE "AVISO" TO WS-SEVERIDAD
               MOVE WS-TAB-NRO(1, WS-E2) TO WS-ED-NRO
               STRING "CLAVE REPETIDA (YA ESTA EN EL RENGLON "
                        DELIMITED BY SIZE,
                      WS-ED-NRO DELIMITED BY SIZE,
                      "): LOS PROGRAMAS USAN LA ULTIMA"
                        DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM INFORMA THRU F-INFORMA
               MOVE WS-E TO WS-E2
             END-IF
           END-PERFORM.
           PERFORM BUSCA-CLAVE THRU F-BUSCA-CLAVE.
           IF WS-CLV-HALLADA = 0
             MOVE "AVISO" TO WS-SEVERIDAD
             STRING "CLAVE DESCONOCIDA " DELIMITED BY SIZE,
                    WS-TAB-CAMPO(1, WS-E, 1)(1:20) DELIMITED BY SPACE,
                    ": NINGUN PROGRAMA LA LEE" DELIMITED BY SIZE
               INTO WS-MSG-TEXTO
             END-STRING
             PERFORM INFORMA THRU F-INFORMA
             GO TO F-VALIDA-UNA-CLAVE
           END-IF.
           MOVE WS-TAB-CAMPO(1, WS-E, 2) TO WS-VAL-TEXTO.
           MOVE WS-TAB-LARGO(1, WS-E, 2) TO WS-VAL-LARGO.
           PERFORM VALIDA-VALOR THRU F-VALIDA-VALOR.
       F-VALIDA-UNA-CLAVE.
           EXIT.

      *Busca la clave (o tipo de umbral) del renglon WS-E en la tabla
      *del archivo en proceso. Deja su posicion en WS-CLV-HALLADA.
       BUSCA-CLAVE.
           MOVE ZERO TO WS-CLV-HALLADA.
           PERFORM VARYING WS-CLV-IND FROM 1 BY 1
                   UNTIL WS-CLV-IND > WS-CLV-CANT
             IF WS-CLV-ARCHIVO(WS-CLV-IND) = WS-CFG-NOMBRE AND
                WS-CLV-CLAVE(WS-CLV-IND) = WS-TAB-CAMPO(1, WS-E, 1)
               MOVE WS-CLV-IND TO WS-CLV-HALLADA
             END-IF
           END-PERFORM.
       F-BUSCA-CLAVE.
           EXIT.

      *Controla WS-VAL-TEXTO (largo WS-VAL-LARGO) contra el formato
      *de la clave WS-CLV-HALLADA.
       VALIDA-VALOR.
           MOVE WS-CLV-FORMATO(WS-CLV-HALLADA) TO WS-VAL-FORMATO.
           MOVE WS-CLV-LARGO(WS-CLV-HALLADA) TO WS-VAL-LARGO-MAX.
           MOVE WS-VAL-LARGO-MAX TO WS-ED-LARGO.
           MOVE "ERROR" TO WS-SEVERIDAD.
           EVALUATE WS-VAL-FORMATO
             WHEN "N"
               IF WS-VAL-TEXTO(1:WS-VAL-LARGO-MAX) IS NOT NUMERIC
                 STRING "VALOR NO NUMERICO: EL PROGRAMA TOMA "
                          DELIMITED BY SIZE,
                        WS-ED-LARGO DELIMITED BY SIZE,
                        " DIGITOS (CON CEROS A IZQUIERDA)"
                          DELIMITED BY SIZE
                   INTO WS-MSG-TEXTO
                 END-STRING
                 PERFORM INFORMA THRU F-INFORMA
               ELSE
                 IF WS-VAL-LARGO > WS-VAL-LARGO-MAX
                   MOVE "AVISO" TO WS-SEVERIDAD
                   STRING "VALOR DE MAS DE " DELIMITED BY SIZE,
                          WS-ED-LARGO DELIMITED BY SIZE,
                          " DIGITOS: EL PROGRAMA TOMA LOS PRIMEROS"
                            DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM INFORMA THRU F-INFORMA
                 END-IF
               END-IF
             WHEN "I"
               PERFORM VALIDA-IMPORTE THRU F-VALIDA-IMPORTE
               IF WS-VAL-MALO
                 MOVE "IMPORTE INVALIDO (DIGITOS, PUNTO Y HASTA DOS DECI
      -               "MALES, HASTA 15 CARACTERES)" TO WS-MSG-TEXTO
                 PERFORM INFORMA THRU F-INFORMA
               END-IF
             WHEN "S"
               IF WS-VAL-TEXTO NOT = "S" AND WS-VAL-TEXTO NOT = "N"
                 MOVE "VALOR INVALIDO (S O N)" TO WS-MSG-TEXTO
                 PERFORM INFORMA THRU F-INFORMA
               END-IF
             WHEN OTHER
               IF WS-VAL-LARGO > WS-VAL-LARGO-MAX
                 STRING "VALOR DE MAS DE " DELIMITED BY SIZE,
                        WS-ED-LARGO DELIMITED BY SIZE,
                        " CARACTERES: EL PROGRAMA LO CORTA"
                          DELIMITED BY SIZE
                   INTO WS-MSG-TEXTO
                 END-STRING
                 PERFORM INFORMA THRU F-INFORMA
               END-IF
           END-EVALUATE.
       F-VALIDA-VALOR.
           EXIT.

      *Mismo formato que aceptan CONVIERTE-IMPORTE (vtaempled.cbl) y
      *CONVIERTE-VALOR (gwmonitor.cbl): digitos, un punto optativo y
      *hasta dos decimales, sin blancos intermedios.
       VALIDA-IMPORTE.
           MOVE "N" TO WS-VAL-MALO-SW.
           MOVE ZERO TO WS-VAL-PUNTOS WS-VAL-DECIMALES.
           IF WS-VAL-LARGO > 15 OR WS-VAL-LARGO = 0
             SET WS-VAL-MALO TO TRUE
             GO TO F-VALIDA-IMPORTE
           END-IF.
           PERFORM VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > WS-VAL-LARGO
             EVALUATE TRUE
               WHEN WS-VAL-TEXTO(WS-CH:1) = "."
                 ADD 1 TO WS-VAL-PUNTOS
               WHEN WS-VAL-TEXTO(WS-CH:1) IS NUMERIC
                 IF WS-VAL-PUNTOS > 0
                   ADD 1 TO WS-VAL-DECIMALES
                 END-IF
               WHEN OTHER
                 SET WS-VAL-MALO TO TRUE
             END-EVALUATE
           END-PERFORM.
           IF WS-VAL-PUNTOS > 1 OR WS-VAL-DECIMALES > 2
             SET WS-VAL-MALO TO TRUE
           END-IF.
       F-VALIDA-IMPORTE.
           EXIT.

      *Compara el archivo con su ultima version y, si cambio algun
      *campo, lo versiona: copia, renglon en "CFGVERS" y detalle en
      *"CFGCAMBIOS". La primera vez solo se guarda la version 1.
       VERSIONA-ARCHIVO.
           PERFORM BUSCA-VERSIONES THRU F-BUSCA-VERSIONES.
           MOVE "N" TO WS-VER-ANT-SW.
           MOVE ZERO TO WS-DIF-CANT.
           IF WS-VER-ULT > 0
             PERFORM ARMA-NOMBRE-VERSION THRU F-ARMA-NOMBRE-VERSION
             MOVE 2 TO WS-T
             PERFORM CARGA-VERSION THRU F-CARGA-VERSION
             IF WS-FS-VER = "00"
               SET WS-HAY-VERSION-ANT TO TRUE
             ELSE
               MOVE "AVISO" TO WS-SEVERIDAD
               MOVE ZERO TO WS-MSG-NRO
               STRING "FALTA LA COPIA " DELIMITED BY SIZE,
                      WS-VER-NOMBRE DELIMITED BY SPACE,
                      ": SE VERSIONA SIN DETALLE DE CAMBIOS"
                        DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM INFORMA THRU F-INFORMA
               ADD 1 TO WS-TOT-AVISOS
             END-IF
           END-IF.
           IF WS-HAY-VERSION-ANT
             MOVE "N" TO WS-GRABA-DIF-SW
             PERFORM COMPARA-TABLAS THRU F-COMPARA-TABLAS
             IF WS-DIF-CANT = 0
               MOVE SPACES TO WS-RPT-LINEA
               STRING "  SIN CAMBIOS DESDE LA VERSION "
                        DELIMITED BY SIZE,
                      WS-VER-ULT DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
               MOVE WS-RPT-LINEA TO REG-RPT
               WRITE REG-RPT
               GO TO F-VERSIONA-ARCHIVO
             END-IF
           END-IF.
           COMPUTE WS-VER-NUEVA = WS-VER-ULT + 1.
           EVALUATE TRUE
             WHEN WS-ERR-ARCH > 0
               MOVE "ERRORES" TO WS-ESTADO
             WHEN WS-AVI-ARCH > 0
               MOVE "AVISOS" TO WS-ESTADO
             WHEN OTHER
               MOVE "OK" TO WS-ESTADO
           END-EVALUATE.
           PERFORM GRABA-COPIA THRU F-GRABA-COPIA.
           PERFORM GRABA-CATALOGO THRU F-GRABA-CATALOGO.
           PERFORM ABRE-CAMBIOS THRU F-ABRE-CAMBIOS.
           IF WS-HAY-VERSION-ANT
             MOVE "S" TO WS-GRABA-DIF-SW
             MOVE ZERO TO WS-DIF-CANT
             PERFORM COMPARA-TABLAS THRU F-COMPARA-TABLAS
           ELSE
             MOVE "INICIAL" TO WS-MOVIMIENTO
             MOVE SPACES TO WS-CLAVE-TXT WS-CAMPO-NOMBRE
             MOVE ZERO TO WS-DIF-E-ANT WS-DIF-E-NUE
             PERFORM GRABA-DIFERENCIA THRU F-GRABA-DIFERENCIA
           END-IF.
           CLOSE F-CAMBIOS.
           ADD 1 TO WS-TOT-VERSIONES.
           MOVE WS-DIF-CANT TO WS-ED-CANT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  VERSION " DELIMITED BY SIZE,
                  WS-VER-NUEVA DELIMITED BY SIZE,
                  " REGISTRADA (" DELIMITED BY SIZE,
                  WS-ESTADO DELIMITED BY SPACE,
                  "), CAMPOS CAMBIADOS: " DELIMITED BY SIZE,
                  WS-ED-CANT DELIMITED BY SIZE,
                  ", COPIA EN " DELIMITED BY SIZE,
                  WS-VER-NOMBRE DELIMITED BY SPACE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
       F-VERSIONA-ARCHIVO.
           EXIT.

      *Ultima version de WS-CFG-NOMBRE en "CFGVERS", y ultima sin
      *errores. Si se pidio una version (RESTAURA) dice si existe.
       BUSCA-VERSIONES.
           MOVE ZERO TO WS-VER-ULT WS-VER-ULT-OK.
           MOVE "N" TO WS-VER-PEDIDA-SW.
           OPEN INPUT F-CFGVERS.
           IF WS-FS-CFGVERS NOT = "00"
             GO TO F-BUSCA-VERSIONES
           END-IF.
           PERFORM UNTIL WS-FS-CFGVERS = "10"
             READ F-CFGVERS
               AT END
                 MOVE "10" TO WS-FS-CFGVERS
               NOT AT END
                 MOVE SPACES TO WS-CAT-CAMPOS
                 UNSTRING REG-CFGVERS DELIMITED BY "|"
                   INTO WS-CAT-ARCHIVO, WS-CAT-VERSION,
                        WS-CAT-FECHA, WS-CAT-HORA, WS-CAT-ESTADO
                 END-UNSTRING
                 IF WS-CAT-ARCHIVO = WS-CFG-NOMBRE AND
                    WS-CAT-VERSION IS NUMERIC
                   MOVE WS-CAT-VERSION TO WS-VER-ULT
                   IF WS-CAT-ESTADO NOT = "ERRORES"
                     MOVE WS-CAT-VERSION TO WS-VER-ULT-OK
                   END-IF
                   IF WS-VER-PEDIDA > 0 AND
                      WS-CAT-VERSION = WS-ARG-VERSION
                     SET WS-VER-PEDIDA-EXISTE TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE F-CFGVERS.
       F-BUSCA-VERSIONES.
           EXIT.

      *WS-VER-NOMBRE = ARCHIVO.Vnnnnn de la version WS-VER-ULT.
       ARMA-NOMBRE-VERSION.
           MOVE WS-VER-ULT TO WS-ED-VER.
           MOVE SPACES TO WS-VER-NOMBRE.
           STRING WS-CFG-NOMBRE DELIMITED BY SPACE,
                  ".V" DELIMITED BY SIZE,
                  WS-ED-VER DELIMITED BY SIZE
             INTO WS-VER-NOMBRE
           END-STRING.
       F-ARMA-NOMBRE-VERSION.
           EXIT.

      *Copia el archivo tal cual (con sus comentarios) a la version
      *nueva.
       GRABA-COPIA.
           MOVE WS-VER-NUEVA TO WS-VER-ULT.
           PERFORM ARMA-NOMBRE-VERSION THRU F-ARMA-NOMBRE-VERSION.
           OPEN INPUT F-CFG.
           OPEN OUTPUT F-VER.
           IF WS-FS-CFG NOT = "00" OR WS-FS-VER NOT = "00"
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "VALIDACFG: NO PUDO GRABAR " DELIMITED BY SIZE,
                    WS-VER-NOMBRE DELIMITED BY SPACE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "VALIDACFG: NO PUDO GRABAR " WS-VER-NOMBRE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-FIN-ARCHIVO
             READ F-CFG
               AT END
                 SET WS-FIN-ARCHIVO TO TRUE
               NOT AT END
                 MOVE REG-CFG TO REG-VER
                 WRITE REG-VER
             END-READ
           END-PERFORM.
           CLOSE F-CFG F-VER.
           COMPUTE WS-VER-ULT = WS-VER-NUEVA - 1.
       F-GRABA-COPIA.
           EXIT.

       GRABA-CATALOGO.
           OPEN EXTEND F-CFGVERS.
           IF WS-FS-CFGVERS = "05" OR WS-FS-CFGVERS = "35"
             OPEN OUTPUT F-CFGVERS
             CLOSE F-CFGVERS
             OPEN EXTEND F-CFGVERS
           END-IF.
           MOVE SPACES TO REG-CFGVERS.
           STRING WS-CFG-NOMBRE DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-VER-NUEVA DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-HOY DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-HORA-X DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-ESTADO DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-ERR-ARCH DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-AVI-ARCH DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-DIF-CANT DELIMITED BY SIZE
             INTO REG-CFGVERS
           END-STRING.
           WRITE REG-CFGVERS.
           CLOSE F-CFGVERS.
       F-GRABA-CATALOGO.
           EXIT.

       ABRE-CAMBIOS.
           OPEN EXTEND F-CAMBIOS.
           IF WS-FS-CAMBIOS = "05" OR WS-FS-CAMBIOS = "35"
             OPEN OUTPUT F-CAMBIOS
             CLOSE F-CAMBIOS
             OPEN EXTEND F-CAMBIOS
           END-IF.
       F-ABRE-CAMBIOS.
           EXIT.

      *Empareja los renglones del archivo (tabla 1) con los de la
      *version anterior (tabla 2) por su clave; cuenta (y si
      *WS-GRABA-DIF esta prendido, graba) cada campo que cambio, y
      *los renglones que aparecieron o desaparecieron.
       COMPARA-TABLAS.
           EVALUATE WS-ARC-TIPO(WS-ARC-IND)
             WHEN "S"
               MOVE 5 TO WS-C-ULT
             WHEN "R"
             WHEN "M"
               MOVE 3 TO WS-C-ULT
             WHEN OTHER
               MOVE 2 TO WS-C-ULT
           END-EVALUATE.
           PERFORM VARYING WS-E2 FROM 1 BY 1
                   UNTIL WS-E2 > WS-TAB-CANT(2)
             MOVE "N" TO WS-TAB-MARCA(2, WS-E2)
           END-PERFORM.
           PERFORM COMPARA-RENGLON THRU F-COMPARA-RENGLON
                   VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TAB-CANT(1).
           MOVE "BAJA" TO WS-MOVIMIENTO.
           MOVE ZERO TO WS-DIF-E-NUE.
           PERFORM VARYING WS-E2 FROM 1 BY 1
                   UNTIL WS-E2 > WS-TAB-CANT(2)
             IF WS-TAB-MARCA(2, WS-E2) = "N"
               MOVE WS-E2 TO WS-DIF-E-ANT
               PERFORM DIFERENCIA-RENGLON THRU F-DIFERENCIA-RENGLON
             END-IF
           END-PERFORM.
       F-COMPARA-TABLAS.
           EXIT.

       COMPARA-RENGLON.
           MOVE ZERO TO WS-DIF-E-ANT.
           PERFORM VARYING WS-E2 FROM 1 BY 1
                   UNTIL WS-E2 > WS-TAB-CANT(2) OR WS-DIF-E-ANT > 0
             IF WS-TAB-MARCA(2, WS-E2) = "N" AND
                WS-TAB-CAMPO(2, WS-E2, 1) = WS-TAB-CAMPO(1, WS-E, 1)
               IF WS-ARC-NCLAVE(WS-ARC-IND) = 1 OR
                  WS-TAB-CAMPO(2, WS-E2, 2) = WS-TAB-CAMPO(1, WS-E, 2)
                 MOVE WS-E2 TO WS-DIF-E-ANT
                 MOVE "S" TO WS-TAB-MARCA(2, WS-E2)
               END-IF
             END-IF
           END-PERFORM.
           MOVE WS-E TO WS-DIF-E-NUE.
           IF WS-DIF-E-ANT = 0
             MOVE "ALTA" TO WS-MOVIMIENTO
           ELSE
             MOVE "CAMBIO" TO WS-MOVIMIENTO
           END-IF.
           PERFORM DIFERENCIA-RENGLON THRU F-DIFERENCIA-RENGLON.
       F-COMPARA-RENGLON.
           EXIT.

      *Diferencias campo a campo entre el renglon WS-DIF-E-ANT de la
      *version anterior y el WS-DIF-E-NUE del archivo (cero = no
      *existe de ese lado).
       DIFERENCIA-RENGLON.
           IF WS-DIF-E-NUE > 0
             MOVE 1 TO WS-T
             MOVE WS-DIF-E-NUE TO WS-E2
           ELSE
             MOVE 2 TO WS-T
             MOVE WS-DIF-E-ANT TO WS-E2
           END-IF.
           MOVE SPACES TO WS-CLAVE-TXT.
           IF WS-ARC-NCLAVE(WS-ARC-IND) = 1
             MOVE WS-TAB-CAMPO(WS-T, WS-E2, 1) TO WS-CLAVE-TXT
           ELSE
             STRING WS-TAB-CAMPO(WS-T, WS-E2, 1)(1:20)
                      DELIMITED BY SPACE,
                    "/" DELIMITED BY SIZE,
                    WS-TAB-CAMPO(WS-T, WS-E2, 2)(1:40)
                      DELIMITED BY SPACE
               INTO WS-CLAVE-TXT
             END-STRING
           END-IF.
           MOVE "N" TO WS-OCULTA-SW.
           IF WS-CFG-NOMBRE = "GATEWAYCFG" AND
              WS-CLAVE-TXT = "SECRETO"
             SET WS-OCULTA-VALOR TO TRUE
           END-IF.
           COMPUTE WS-C = WS-ARC-NCLAVE(WS-ARC-IND) + 1.
           PERFORM UNTIL WS-C > WS-C-ULT
             PERFORM DIFERENCIA-CAMPO THRU F-DIFERENCIA-CAMPO
             ADD 1 TO WS-C
           END-PERFORM.
       F-DIFERENCIA-RENGLON.
           EXIT.

       DIFERENCIA-CAMPO.
           IF WS-DIF-E-ANT > 0 AND WS-DIF-E-NUE > 0
             IF WS-TAB-CAMPO(2, WS-DIF-E-ANT, WS-C) =
                WS-TAB-CAMPO(1, WS-DIF-E-NUE, WS-C)
               GO TO F-DIFERENCIA-CAMPO
             END-IF
           END-IF.
           IF WS-DIF-E-ANT = 0
             IF WS-TAB-CAMPO(1, WS-DIF-E-NUE, WS-C) = SPACES
               GO TO F-DIFERENCIA-CAMPO
             END-IF
           END-IF.
           IF WS-DIF-E-NUE = 0
             IF WS-TAB-CAMPO(2, WS-DIF-E-ANT, WS-C) = SPACES
               GO TO F-DIFERENCIA-CAMPO
             END-IF
           END-IF.
           ADD 1 TO WS-DIF-CANT.
           IF NOT WS-GRABA-DIF
             GO TO F-DIFERENCIA-CAMPO
           END-IF.
           EVALUATE WS-ARC-TIPO(WS-ARC-IND)
             WHEN "S"
               EVALUATE WS-C
                 WHEN 2
                   MOVE "URL" TO WS-CAMPO-NOMBRE
                 WHEN 3
                   MOVE "HOST" TO WS-CAMPO-NOMBRE
                 WHEN 4
                   MOVE "METODO" TO WS-CAMPO-NOMBRE
                 WHEN OTHER
                   MOVE "CONTINGENCIA" TO WS-CAMPO-NOMBRE
               END-EVALUATE
             WHEN "R"
               MOVE "TIPO" TO WS-CAMPO-NOMBRE
             WHEN OTHER
               MOVE "VALOR" TO WS-CAMPO-NOMBRE
           END-EVALUATE.
           PERFORM GRABA-DIFERENCIA THRU F-GRABA-DIFERENCIA.
       F-DIFERENCIA-CAMPO.
           EXIT.

      *Renglon de "CFGCAMBIOS" (y su copia en el informe):
      *FECHA|HORA|ARCHIVO|VERSION-ANT|VERSION|MOVIMIENTO|CLAVE|CAMPO|
      *ANTERIOR|NUEVO.
       GRABA-DIFERENCIA.
           MOVE SPACES TO WS-DIF-LINEA.
           MOVE 1 TO WS-PTR.
           MOVE WS-VER-NUEVA TO WS-ED-VER2.
           COMPUTE WS-ED-VER = WS-VER-NUEVA - 1.
           STRING WS-HOY DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-HORA-X DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-CFG-NOMBRE DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-ED-VER DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-ED-VER2 DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-MOVIMIENTO DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-CLAVE-TXT DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-CAMPO-NOMBRE DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE
             INTO WS-DIF-LINEA WITH POINTER WS-PTR
           END-STRING.
           IF WS-DIF-E-ANT > 0 AND WS-C > 0
             MOVE 2 TO WS-T
             MOVE WS-DIF-E-ANT TO WS-E2
             PERFORM PONE-VALOR THRU F-PONE-VALOR
           END-IF.
           STRING "|" DELIMITED BY SIZE
             INTO WS-DIF-LINEA WITH POINTER WS-PTR
           END-STRING.
           IF WS-DIF-E-NUE > 0 AND WS-C > 0
             MOVE 1 TO WS-T
             MOVE WS-DIF-E-NUE TO WS-E2
             PERFORM PONE-VALOR THRU F-PONE-VALOR
           END-IF.
           MOVE WS-DIF-LINEA TO REG-CAMBIOS.
           WRITE REG-CAMBIOS.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "    " DELIMITED BY SIZE,
                  WS-DIF-LINEA DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
       F-GRABA-DIFERENCIA.
           EXIT.

       PONE-VALOR.
           IF WS-TAB-LARGO(WS-T, WS-E2, WS-C) = 0
             GO TO F-PONE-VALOR
           END-IF.
           IF WS-OCULTA-VALOR
             STRING "********" DELIMITED BY SIZE
               INTO WS-DIF-LINEA WITH POINTER WS-PTR
             END-STRING
             GO TO F-PONE-VALOR
           END-IF.
           MOVE WS-TAB-LARGO(WS-T, WS-E2, WS-C) TO WS-VAL-LARGO.
           IF WS-VAL-LARGO > 520
             MOVE 520 TO WS-VAL-LARGO
           END-IF.
           STRING WS-TAB-CAMPO(WS-T, WS-E2, WS-C)(1:WS-VAL-LARGO)
                    DELIMITED BY SIZE
             INTO WS-DIF-LINEA WITH POINTER WS-PTR
           END-STRING.
       F-PONE-VALOR.
           EXIT.

      *RESTAURA ARCHIVO [version]: vuelve el archivo a una version
      *guardada. El actual queda como ARCHIVO.ANT (puede tener cambios
      *que nunca se validaron) y el restaurado se versiona como
      *cualquier cambio en la validacion que sigue. La version se copia
      *primero a ARCHIVO.TMP y recien entonces se renombra encima del
      *vivo (mismo esquema que CAMBIA-VIVO en ajuststk.cbl), asi un
      *error a mitad de camino no deja al sistema sin el archivo.
       RESTAURA.
           MOVE ZERO TO WS-ARC-IND.
           PERFORM VARYING WS-CLV-IND FROM 1 BY 1
                   UNTIL WS-CLV-IND > WS-ARC-CANT
             IF WS-ARC-NOMBRE(WS-CLV-IND) = WS-ARG-ARCHIVO
               MOVE WS-CLV-IND TO WS-ARC-IND
             END-IF
           END-PERFORM.
           IF WS-ARC-IND = 0
             DISPLAY "VALIDACFG: ARCHIVO DESCONOCIDO " WS-ARG-ARCHIVO
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-ARG-ARCHIVO TO WS-CFG-NOMBRE.
           MOVE ZERO TO WS-VER-PEDIDA.
           IF WS-ARG-VERSION NOT = SPACES
             INSPECT WS-ARG-VERSION REPLACING LEADING SPACE BY ZERO
             IF WS-ARG-VERSION IS NOT NUMERIC OR
                WS-ARG-VERSION = "00000"
               DISPLAY "VALIDACFG: VERSION INVALIDA " WS-ARG-VERSION
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE WS-ARG-VERSION TO WS-VER-PEDIDA
           END-IF.
           PERFORM BUSCA-VERSIONES THRU F-BUSCA-VERSIONES.
           IF WS-VER-PEDIDA > 0
             IF NOT WS-VER-PEDIDA-EXISTE
               DISPLAY "VALIDACFG: " WS-ARG-ARCHIVO
                       " NO TIENE LA VERSION " WS-ARG-VERSION
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE WS-VER-PEDIDA TO WS-VER-ULT
           ELSE
             IF WS-VER-ULT-OK = 0
               DISPLAY "VALIDACFG: " WS-ARG-ARCHIVO
                       " NO TIENE VERSIONES SIN ERRORES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE WS-VER-ULT-OK TO WS-VER-ULT
           END-IF.
           MOVE WS-VER-ULT TO WS-VER-RESTAURADA.
           PERFORM ARMA-NOMBRE-VERSION THRU F-ARMA-NOMBRE-VERSION.
           MOVE SPACES TO WS-ANT-NOMBRE.
           STRING WS-CFG-NOMBRE DELIMITED BY SPACE,
                  ".ANT" DELIMITED BY SIZE
             INTO WS-ANT-NOMBRE
           END-STRING.
           MOVE SPACES TO WS-TMP-NOMBRE.
           STRING WS-CFG-NOMBRE DELIMITED BY SPACE,
                  ".TMP" DELIMITED BY SIZE
             INTO WS-TMP-NOMBRE
           END-STRING.
           OPEN INPUT F-VER.
           IF WS-FS-VER NOT = "00"
             DISPLAY "VALIDACFG: NO PUDO ABRIR " WS-VER-NOMBRE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM COPIA-RESTAURADA THRU F-COPIA-RESTAURADA.
           PERFORM CAMBIA-RESTAURADA THRU F-CAMBIA-RESTAURADA.
      *El pedido queda en "CFGCAMBIOS" antes de la validacion que
      *versiona el resultado.
      *VERSION-ANT es la ultima version registrada y VERSION la
      *restaurada.
           MOVE ZERO TO WS-VER-PEDIDA.
           PERFORM BUSCA-VERSIONES THRU F-BUSCA-VERSIONES.
           PERFORM ABRE-CAMBIOS THRU F-ABRE-CAMBIOS.
           MOVE "RESTAURA" TO WS-MOVIMIENTO.
           MOVE SPACES TO WS-CLAVE-TXT WS-CAMPO-NOMBRE.
           PERFORM GRABA-DIF-RESTAURA THRU F-GRABA-DIF-RESTAURA.
           CLOSE F-CAMBIOS.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "VALIDACFG: RESTAURADO " DELIMITED BY SIZE,
                  WS-CFG-NOMBRE DELIMITED BY SPACE,
                  " DESDE " DELIMITED BY SIZE,
                  WS-VER-NOMBRE DELIMITED BY SPACE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
       F-RESTAURA.
           EXIT.

      *Copia la version pedida a ARCHIVO.TMP. F-CFG se abre con el
      *nombre temporal y despues vuelve al del archivo vivo.
       COPIA-RESTAURADA.
           MOVE WS-TMP-NOMBRE TO WS-CFG-NOMBRE.
           OPEN OUTPUT F-CFG.
           IF WS-FS-CFG NOT = "00"
             CLOSE F-VER
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "VALIDACFG: NO PUDO CREAR " DELIMITED BY SIZE,
                    WS-TMP-NOMBRE DELIMITED BY SPACE,
                    " FS=" DELIMITED BY SIZE,
                    WS-FS-CFG DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             PERFORM FALLA-RESTAURA THRU F-FALLA-RESTAURA
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-FIN-ARCHIVO
             READ F-VER
               AT END
                 SET WS-FIN-ARCHIVO TO TRUE
               NOT AT END
                 MOVE REG-VER TO REG-CFG
                 WRITE REG-CFG
                 IF WS-FS-CFG NOT = "00"
                   SET WS-FIN-ARCHIVO TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           IF WS-FS-CFG NOT = "00"
             CLOSE F-VER F-CFG
             CALL "CBL_DELETE_FILE" USING WS-TMP-NOMBRE
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "VALIDACFG: NO PUDO GRABAR " DELIMITED BY SIZE,
                    WS-TMP-NOMBRE DELIMITED BY SPACE,
                    " FS=" DELIMITED BY SIZE,
                    WS-FS-CFG DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             PERFORM FALLA-RESTAURA THRU F-FALLA-RESTAURA
           END-IF.
           CLOSE F-VER F-CFG.
           MOVE WS-ARG-ARCHIVO TO WS-CFG-NOMBRE.
       F-COPIA-RESTAURADA.
           EXIT.

      *ARCHIVO.TMP en lugar del vivo, el vivo queda como ARCHIVO.ANT.
      *Si el archivo no existia (se restaura uno borrado) no hay nada
      *para guardar como ".ANT". Si falla el ultimo renombrado se
      *vuelve a poner el anterior.
       CAMBIA-RESTAURADA.
           MOVE "N" TO WS-VIVO-SW.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CFG-NOMBRE,
                WS-DETALLE-ARCH.
           IF RETURN-CODE = 0
             SET WS-HAY-VIVO TO TRUE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-ANT-NOMBRE.
           IF WS-HAY-VIVO
             CALL "CBL_RENAME_FILE" USING WS-CFG-NOMBRE, WS-ANT-NOMBRE
             IF RETURN-CODE NOT = 0
               CALL "CBL_DELETE_FILE" USING WS-TMP-NOMBRE
               MOVE SPACES TO W-MENSAJE-LOG
               STRING "VALIDACFG: NO PUDO RENOMBRAR " DELIMITED BY
                        SIZE,
                      WS-CFG-NOMBRE DELIMITED BY SPACE,
                      " A " DELIMITED BY SIZE,
                      WS-ANT-NOMBRE DELIMITED BY SPACE
                 INTO W-MENSAJE-LOG
               END-STRING
               PERFORM FALLA-RESTAURA THRU F-FALLA-RESTAURA
             END-IF
           END-IF.
           CALL "CBL_RENAME_FILE" USING WS-TMP-NOMBRE, WS-CFG-NOMBRE.
           IF RETURN-CODE NOT = 0
             IF WS-HAY-VIVO
               CALL "CBL_RENAME_FILE" USING WS-ANT-NOMBRE,
                    WS-CFG-NOMBRE
             END-IF
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "VALIDACFG: NO PUDO RENOMBRAR " DELIMITED BY SIZE,
                    WS-TMP-NOMBRE DELIMITED BY SPACE,
                    " A " DELIMITED BY SIZE,
                    WS-CFG-NOMBRE DELIMITED BY SPACE
               INTO W-MENSAJE-LOG
             END-STRING
             PERFORM FALLA-RESTAURA THRU F-FALLA-RESTAURA
           END-IF.
           MOVE 0 TO RETURN-CODE.
       F-CAMBIA-RESTAURADA.
           EXIT.

      *Error al restaurar: el mensaje ya esta en W-MENSAJE-LOG.
       FALLA-RESTAURA.
           CALL "logger" USING W-MENSAJE-LOG.
           DISPLAY W-MENSAJE-LOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       F-FALLA-RESTAURA.
           EXIT.

      *Como GRABA-DIFERENCIA, pero sin campos ni copia al informe
      *(todavia no esta abierto).
       GRABA-DIF-RESTAURA.
           MOVE SPACES TO WS-DIF-LINEA.
           MOVE WS-VER-ULT TO WS-ED-VER.
           MOVE WS-VER-RESTAURADA TO WS-ED-VER2.
           STRING WS-HOY DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-HORA-X DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-CFG-NOMBRE DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-ED-VER DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-ED-VER2 DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-MOVIMIENTO DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-CLAVE-TXT DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-CAMPO-NOMBRE DELIMITED BY SPACE,
                  "||" DELIMITED BY SIZE
             INTO WS-DIF-LINEA
           END-STRING.
           MOVE WS-DIF-LINEA TO REG-CAMBIOS.
           WRITE REG-CAMBIOS.
       F-GRABA-DIF-RESTAURA.
           EXIT.
