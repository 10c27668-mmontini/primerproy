       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVAEXT.
       AUTHOR. LOCOMOTORA.
       INSTALLATION. OCTUBRE-DE-2026.
       DATE-WRITTEN. OCTUBRE-DE-2026.
      *================================================================
      * Archivo historico mensual de las generaciones fechadas que
      * DEPURAEXT corta cada noche ("AUDITORIA", "RESPEXT",
      * "IMPRESTAT", "STOCKEXT" y "VTAEMPREQ", ARCHIVO.Dyyyymmdd).
      * DEPURAEXT las borra pasada la retencion de "DEPURACFG", pero
      * finanzas tiene que conservar la evidencia de las ventas de
      * empleado todo el periodo fiscal y las disputas llegan mucho
      * despues de los 30 dias.
      *
      * Junta todas las generaciones de un mes en un volumen de
      * archivo "ARCHEXT.Vaaaamm": cada renglon lleva el archivo de
      * origen (12), la fecha de la generacion (8) y el renglon tal
      * cual estaba. Por cada generacion archivada deja un renglon en
      * el catalogo "ARCHCAT":
      *   ARCHIVO|FECHA|VOLUMEN|CANTIDAD|PRIMER-ID|ULTIMO-ID|FECHA|HORA
      * (primer y ultimo idtransaccion de la generacion, en blanco en
      * "STOCKEXT" que no las trae; fecha y hora del archivado). Con
      * ese catalogo DOSSIER busca en el archivo cuando el rango pedido
      * es mas viejo que las generaciones vivas.
      *
      * Se invoca por linea de comandos:
      *
      *   archivaext [aaaamm]            archiva el mes (sin argumento,
      *                                  el mes anterior al de hoy)
      *   archivaext VERIFICA [aaaamm]   relee los volumenes (todos o
      *                                  el del mes) y compara
      *                                  cantidades e ids contra el
      *                                  catalogo
      *
      * CIERRESEQ lo corre el primer dia habil de cada mes, con el mes
      * anterior, antes de DEPURAEXT; DEPURAEXT no borra generaciones
      * de un mes que todavia no tiene su volumen.
      *
      * Solo se archivan meses cerrados. Si el volumen del mes ya
      * existe no se rehace (las generaciones ya pueden estar
      * depuradas y el volumen nuevo saldria incompleto): para
      * rehacerlo hay que borrar el volumen a mano. El volumen se arma
      * en "ARCHEXT.Vaaaamm.TMP" y el catalogo en "ARCHCAT.TMP"; el
      * catalogo se cambia primero (el anterior queda en
      * "ARCHCAT.ANT") y el volumen se renombra al final, asi un
      * corte en el medio deja el mes sin volumen, DEPURAEXT no toca
      * sus generaciones y la corrida siguiente lo rehace entero.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-GEN ASSIGN TO WS-GEN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GEN.
           SELECT F-VOL ASSIGN TO WS-VOL-ABRIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VOL.
           SELECT F-CAT ASSIGN TO "ARCHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
           SELECT F-CATTMP ASSIGN TO "ARCHCAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATTMP.
           SELECT F-RPT ASSIGN TO WS-RPT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
      *Registro generico de generacion: 420 alcanza para el mas ancho
      *de los extractos (RESPEXT), igual que en DOSSIER.
       FD  F-GEN.
       01  REG-GEN               PIC X(420).
       FD  F-VOL.
       01  REG-VOL.
           03  VOL-ARCHIVO       PIC X(12).
           03  VOL-FECHA         PIC X(8).
           03  VOL-RENGLON       PIC X(420).
       FD  F-CAT.
       01  REG-CAT               PIC X(200).
       FD  F-CATTMP.
       01  REG-CATTMP            PIC X(200).
       FD  F-RPT.
       01  REG-RPT               PIC X(132).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-GEN             PIC XX VALUE "00".
       77  WS-FS-VOL             PIC XX VALUE "00".
       77  WS-FS-CAT             PIC XX VALUE "00".
       77  WS-FS-CATTMP          PIC XX VALUE "00".
       77  WS-FS-RPT             PIC XX VALUE "00".
       77  WS-GEN-EOF-SW         PIC X VALUE "N".
           88  WS-FIN-GEN            VALUE "S".
       77  WS-VOL-EOF-SW         PIC X VALUE "N".
           88  WS-FIN-VOL            VALUE "S".
       77  WS-CAT-EOF-SW         PIC X VALUE "N".
           88  WS-FIN-CAT            VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-HORA               PIC 9(8) VALUE ZERO.
       77  WS-CMDLINE            PIC X(100) VALUE SPACES.
       77  WS-ARG1               PIC X(10) VALUE SPACES.
       77  WS-ARG2               PIC X(10) VALUE SPACES.
      *Modo de corrida: "A" archivar un mes, "V" verificar.
       77  WS-MODO               PIC X VALUE "A".
           88  WS-MODO-ARCHIVA       VALUE "A".
           88  WS-MODO-VERIFICA      VALUE "V".
      *Mes a archivar o verificar (en verificacion, en blanco son
      *todos los volumenes del catalogo).
       01  WS-PERIODO.
           03  WS-PER-ANIO       PIC 9(4).
           03  WS-PER-MES        PIC 9(2).
       01  WS-PERIODO-X REDEFINES WS-PERIODO
                                 PIC X(6).
       77  WS-GEN-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-VOL-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-VOL-TMP            PIC X(30) VALUE SPACES.
       77  WS-VOL-ABRIR          PIC X(30) VALUE SPACES.
       77  WS-RPT-NOMBRE         PIC X(30) VALUE SPACES.
       01  WS-DETALLE-ARCH.
           03  FILLER            PIC X(16) VALUE LOW-VALUES.
      *Los mismos extractos que corta DEPURAEXT, con el numero de
      *campo donde cada uno trae la idtransaccion (0: no la trae).
       01  WS-ARCHIVOS.
           03  FILLER            PIC X(12) VALUE "AUDITORIA".
           03  FILLER            PIC 9     VALUE 2.
           03  FILLER            PIC X(12) VALUE "RESPEXT".
           03  FILLER            PIC 9     VALUE 2.
           03  FILLER            PIC X(12) VALUE "IMPRESTAT".
           03  FILLER            PIC 9     VALUE 5.
           03  FILLER            PIC X(12) VALUE "STOCKEXT".
           03  FILLER            PIC 9     VALUE 0.
           03  FILLER            PIC X(12) VALUE "VTAEMPREQ".
           03  FILLER            PIC 9     VALUE 2.
       01  WS-ARCHIVOS-R REDEFINES WS-ARCHIVOS.
           03  WS-ARCH-ENT OCCURS 5 TIMES.
               05  WS-ARCHIVO    PIC X(12).
               05  WS-ARCH-IDPOS PIC 9.
       77  WS-ARCH-IND           PIC 9(2) VALUE ZERO.
       77  WS-IDPOS              PIC 9 VALUE ZERO.
      *Primeros campos de un renglon, para sacar la idtransaccion.
       01  WS-CAMPOS.
           03  WS-CAMPO          PIC X(40) OCCURS 5 TIMES.
       77  WS-ID-RENGLON         PIC X(36) VALUE SPACES.
      *Generacion en curso.
       77  WS-GEN-CANT           PIC 9(8) VALUE ZERO.
       77  WS-GEN-PRIM-ID        PIC X(36) VALUE SPACES.
       77  WS-GEN-ULT-ID         PIC X(36) VALUE SPACES.
      *Fecha de trabajo para recorrer los dias del mes.
       01  WS-FECHA-TRABAJO.
           03  WS-FT-ANIO        PIC 9(4).
           03  WS-FT-MES         PIC 9(2).
           03  WS-FT-DIA         PIC 9(2).
       01  WS-FECHA-TRABAJO-N REDEFINES WS-FECHA-TRABAJO
                                 PIC 9(8).
       77  WS-ULT-DIA-MES        PIC 9(2) VALUE ZERO.
       77  WS-BISIESTO-SW        PIC X VALUE "N".
           88  WS-ES-BISIESTO        VALUE "S".
       77  WS-RESTO-4            PIC 9(4) VALUE ZERO.
       77  WS-RESTO-100          PIC 9(4) VALUE ZERO.
       77  WS-RESTO-400          PIC 9(4) VALUE ZERO.
       77  WS-COCIENTE           PIC 9(4) VALUE ZERO.
      *Campos de un renglon de "ARCHCAT".
       01  WS-CAT-CAMPOS.
           03  WS-CAT-ARCHIVO    PIC X(12).
           03  WS-CAT-FECHA      PIC X(8).
           03  WS-CAT-VOLUMEN    PIC X(30).
           03  WS-CAT-CANT       PIC X(8).
           03  WS-CAT-PRIM-ID    PIC X(36).
           03  WS-CAT-ULT-ID     PIC X(36).
           03  WS-CAT-FEC-ARCH   PIC X(8).
           03  WS-CAT-HORA-ARCH  PIC X(8).
       77  WS-CAT-RENGLON        PIC X(200) VALUE SPACES.
      *Verificacion: los renglones de catalogo de un mismo volumen
      *(un mes son a lo sumo 5 archivos por 31 dias) con lo contado
      *al releer el volumen.
       77  WS-VER-VOLUMEN        PIC X(30) VALUE SPACES.
       01  WS-TBL-VER.
           03  WS-VER-CANT       PIC 9(3) VALUE ZERO.
           03  WS-VER-ENT OCCURS 200 TIMES.
               05  WS-VER-ARCHIVO    PIC X(12).
               05  WS-VER-FECHA      PIC X(8).
               05  WS-VER-CANT-CAT   PIC 9(8).
               05  WS-VER-PRIM-CAT   PIC X(36).
               05  WS-VER-ULT-CAT    PIC X(36).
               05  WS-VER-CANT-VOL   PIC 9(8).
               05  WS-VER-PRIM-VOL   PIC X(36).
               05  WS-VER-ULT-VOL    PIC X(36).
       77  WS-VER-IND            PIC 9(3) VALUE ZERO.
       77  WS-VER-ACT            PIC 9(3) VALUE ZERO.
       77  WS-VER-SOBRANTES      PIC 9(8) VALUE ZERO.
       77  WS-VER-FUERA          PIC 9(4) VALUE ZERO.
       77  WS-VOL-FALTA-SW       PIC X VALUE "N".
           88  WS-VOL-FALTA          VALUE "S".
       77  WS-ESTADO-TXT         PIC X(30) VALUE SPACES.
      *Totales.
       77  WS-TOT-GENERACIONES   PIC 9(5) VALUE ZERO.
       77  WS-TOT-RENGLONES      PIC 9(9) VALUE ZERO.
       77  WS-TOT-VOLUMENES      PIC 9(5) VALUE ZERO.
       77  WS-TOT-VERIFICADAS    PIC 9(5) VALUE ZERO.
       77  WS-TOT-DIFERENCIAS    PIC 9(5) VALUE ZERO.
       77  WS-ED-CANT            PIC ZZZZZZZ9 VALUE ZERO.
       77  WS-ED-CANT2           PIC ZZZZZZZ9 VALUE ZERO.
       77  WS-RPT-LINEA          PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           PERFORM PARSEA-COMANDO THRU F-PARSEA-COMANDO.
           IF WS-MODO-VERIFICA
             MOVE "-----INICIO VERIFICACION DE ARCHIVO-----"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             PERFORM VERIFICA-CATALOGO THRU F-VERIFICA-CATALOGO
             DISPLAY "ARCHIVAEXT - VOLUMENES: " WS-TOT-VOLUMENES
                     "  GENERACIONES VERIFICADAS: "
                     WS-TOT-VERIFICADAS
                     "  CON DIFERENCIAS: " WS-TOT-DIFERENCIAS
             MOVE "-----FIN VERIFICACION DE ARCHIVO-----"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             IF WS-TOT-DIFERENCIAS > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
             STOP RUN
           END-IF.
           MOVE "-----INICIO ARCHIVO DE EXTRACTOS-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           PERFORM ARCHIVA-MES THRU F-ARCHIVA-MES.
           DISPLAY "ARCHIVAEXT - PERIODO: " WS-PERIODO-X
                   "  GENERACIONES: " WS-TOT-GENERACIONES
                   "  RENGLONES: " WS-TOT-RENGLONES.
           MOVE "-----FIN ARCHIVO DE EXTRACTOS-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
      *Las rutinas de archivo dejan RETURN-CODE distinto de cero
      *cuando un nombre no existe (caso normal al buscar
      *generaciones): se limpia para que el job no termine con error.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       PARSEA-COMANDO.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
             INTO WS-ARG1, WS-ARG2
           END-UNSTRING.
           MOVE SPACES TO WS-PERIODO-X.
           IF WS-ARG1 = "VERIFICA"
             SET WS-MODO-VERIFICA TO TRUE
             IF WS-ARG2(1:6) IS NUMERIC
               MOVE WS-ARG2(1:6) TO WS-PERIODO-X
             END-IF
             GO TO F-PARSEA-COMANDO
           END-IF.
           SET WS-MODO-ARCHIVA TO TRUE.
           IF WS-ARG1(1:6) IS NUMERIC
             MOVE WS-ARG1(1:6) TO WS-PERIODO-X
           ELSE
             MOVE WS-HOY(1:6) TO WS-PERIODO-X
             IF WS-PER-MES = 1
               MOVE 12 TO WS-PER-MES
               SUBTRACT 1 FROM WS-PER-ANIO
             ELSE
               SUBTRACT 1 FROM WS-PER-MES
             END-IF
           END-IF.
      *El mes en curso (o uno futuro) todavia no esta cerrado: sus
      *generaciones siguen apareciendo y el volumen quedaria corto.
           IF WS-PERIODO-X NOT < WS-HOY(1:6) OR
              WS-PER-MES < 1 OR WS-PER-MES > 12
             DISPLAY "ARCHIVAEXT: SOLO SE ARCHIVAN MESES CERRADOS ("
                     WS-PERIODO-X ")"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
       F-PARSEA-COMANDO.
           EXIT.

      *Arma el volumen del mes con todas sus generaciones fechadas y
      *reemplaza el catalogo con el renglon de cada una.
       ARCHIVA-MES.
           MOVE SPACES TO WS-VOL-NOMBRE WS-VOL-TMP.
           STRING "ARCHEXT.V" DELIMITED BY SIZE,
                  WS-PERIODO-X DELIMITED BY SIZE
             INTO WS-VOL-NOMBRE
           END-STRING.
           STRING WS-VOL-NOMBRE DELIMITED BY SPACE,
                  ".TMP" DELIMITED BY SIZE
             INTO WS-VOL-TMP
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-VOL-NOMBRE,
                WS-DETALLE-ARCH.
           IF RETURN-CODE = 0
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "ARCHIVAEXT: YA ARCHIVADO " DELIMITED BY SIZE,
                    WS-VOL-NOMBRE DELIMITED BY SPACE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-ARCHIVA-MES
           END-IF.
           MOVE "ARCHIVARPT" TO WS-RPT-NOMBRE.
           OPEN OUTPUT F-RPT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "ARCHIVO DE EXTRACTOS  PERIODO: " DELIMITED BY SIZE,
                  WS-PERIODO-X DELIMITED BY SIZE,
                  "  VOLUMEN: " DELIMITED BY SIZE,
                  WS-VOL-NOMBRE DELIMITED BY SPACE,
                  "  FECHA: " DELIMITED BY SIZE,
                  WS-HOY DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           MOVE SPACES TO REG-RPT.
           WRITE REG-RPT.
           MOVE SPACES TO WS-RPT-LINEA.
           MOVE "ARCHIVO      FECHA     RENGLONES  PRIMER ID"
             TO WS-RPT-LINEA.
           MOVE "ULTIMO ID" TO WS-RPT-LINEA(71:9).
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
      *Catalogo nuevo: lo que ya habia, menos cualquier renglon viejo
      *de este volumen (de una corrida cortada antes de renombrarlo).
           OPEN OUTPUT F-CATTMP.
           IF WS-FS-CATTMP NOT = "00"
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "ARCHIVAEXT: NO PUDO CREAR ARCHCAT.TMP FS="
                      DELIMITED BY SIZE,
                    WS-FS-CATTMP DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "ARCHIVAEXT: NO PUDO CREAR ARCHCAT.TMP FS="
                     WS-FS-CATTMP
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM COPIA-CATALOGO THRU F-COPIA-CATALOGO.
           MOVE WS-VOL-TMP TO WS-VOL-ABRIR.
           OPEN OUTPUT F-VOL.
           IF WS-FS-VOL NOT = "00"
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "ARCHIVAEXT: NO PUDO CREAR " DELIMITED BY SIZE,
                    WS-VOL-TMP DELIMITED BY SPACE,
                    " FS=" DELIMITED BY SIZE,
                    WS-FS-VOL DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "ARCHIVAEXT: NO PUDO CREAR " WS-VOL-TMP
                     " FS=" WS-FS-VOL
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-PER-ANIO TO WS-FT-ANIO.
           MOVE WS-PER-MES TO WS-FT-MES.
           MOVE 1 TO WS-FT-DIA.
           PERFORM CALCULA-ULT-DIA THRU F-CALCULA-ULT-DIA.
           PERFORM ARCHIVA-DIA THRU F-ARCHIVA-DIA
                   VARYING WS-FT-DIA FROM 1 BY 1
                   UNTIL WS-FT-DIA > WS-ULT-DIA-MES.
           CLOSE F-VOL.
           CLOSE F-CATTMP.
           MOVE SPACES TO REG-RPT.
           WRITE REG-RPT.
      *Mes sin generaciones: no se deja volumen vacio ni se toca el
      *catalogo.
           IF WS-TOT-GENERACIONES = 0
             CALL "CBL_DELETE_FILE" USING WS-VOL-TMP
             MOVE "ARCHCAT.TMP" TO WS-GEN-NOMBRE
             CALL "CBL_DELETE_FILE" USING WS-GEN-NOMBRE
             MOVE "SIN GENERACIONES FECHADAS EN EL PERIODO" TO REG-RPT
             WRITE REG-RPT
             CLOSE F-RPT
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "ARCHIVAEXT: SIN GENERACIONES EN " DELIMITED BY
                      SIZE,
                    WS-PERIODO-X DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-ARCHIVA-MES
           END-IF.
           PERFORM CAMBIA-CATALOGO THRU F-CAMBIA-CATALOGO.
           CALL "CBL_RENAME_FILE" USING WS-VOL-TMP, WS-VOL-NOMBRE.
           IF RETURN-CODE NOT = 0
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "ARCHIVAEXT: NO PUDO RENOMBRAR " DELIMITED BY SIZE,
                    WS-VOL-TMP DELIMITED BY SPACE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "ARCHIVAEXT: NO PUDO RENOMBRAR " WS-VOL-TMP
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-TOT-RENGLONES TO WS-ED-CANT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "GENERACIONES ARCHIVADAS: " DELIMITED BY SIZE,
                  WS-TOT-GENERACIONES DELIMITED BY SIZE,
                  "  RENGLONES: " DELIMITED BY SIZE,
                  WS-ED-CANT DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           CLOSE F-RPT.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "ARCHIVAEXT: ARCHIVADO " DELIMITED BY SIZE,
                  WS-VOL-NOMBRE DELIMITED BY SPACE,
                  " GENERACIONES: " DELIMITED BY SIZE,
                  WS-TOT-GENERACIONES DELIMITED BY SIZE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
       F-ARCHIVA-MES.
           EXIT.

       COPIA-CATALOGO.
           MOVE "N" TO WS-CAT-EOF-SW.
      *Solo "00", o "35" (primer archivado: todavia no hay catalogo),
      *permiten seguir: con cualquier otro estado el catalogo nuevo
      *tendria solo este volumen y la historia quedaria en ".ANT"
      *hasta el mes siguiente.
           OPEN INPUT F-CAT.
           EVALUATE WS-FS-CAT
             WHEN "00"
               CONTINUE
             WHEN "35"
               GO TO F-COPIA-CATALOGO
             WHEN OTHER
               CLOSE F-CATTMP
               MOVE "ARCHCAT.TMP" TO WS-GEN-NOMBRE
               CALL "CBL_DELETE_FILE" USING WS-GEN-NOMBRE
               MOVE SPACES TO W-MENSAJE-LOG
               STRING "ARCHIVAEXT: NO PUDO ABRIR ARCHCAT FS="
                        DELIMITED BY SIZE,
                      WS-FS-CAT DELIMITED BY SIZE
                 INTO W-MENSAJE-LOG
               END-STRING
               CALL "logger" USING W-MENSAJE-LOG
               DISPLAY "ARCHIVAEXT: NO PUDO ABRIR ARCHCAT FS="
                       WS-FS-CAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           PERFORM COPIA-RENGLON-CAT THRU F-COPIA-RENGLON-CAT
                   UNTIL WS-FIN-CAT.
           CLOSE F-CAT.
       F-COPIA-CATALOGO.
           EXIT.

       COPIA-RENGLON-CAT.
           READ F-CAT
             AT END
               SET WS-FIN-CAT TO TRUE
               GO TO F-COPIA-RENGLON-CAT
           END-READ.
           PERFORM SEPARA-CATALOGO THRU F-SEPARA-CATALOGO.
           IF WS-CAT-VOLUMEN NOT = WS-VOL-NOMBRE
             MOVE REG-CAT TO REG-CATTMP
             WRITE REG-CATTMP
           END-IF.
       F-COPIA-RENGLON-CAT.
           EXIT.

       SEPARA-CATALOGO.
           MOVE SPACES TO WS-CAT-CAMPOS.
           UNSTRING REG-CAT DELIMITED BY "|"
             INTO WS-CAT-ARCHIVO, WS-CAT-FECHA, WS-CAT-VOLUMEN,
                  WS-CAT-CANT, WS-CAT-PRIM-ID, WS-CAT-ULT-ID,
                  WS-CAT-FEC-ARCH, WS-CAT-HORA-ARCH
           END-UNSTRING.
       F-SEPARA-CATALOGO.
           EXIT.

      *Las generaciones de los cinco extractos de la fecha
      *WS-FECHA-TRABAJO que existan.
       ARCHIVA-DIA.
           PERFORM ARCHIVA-GENERACION THRU F-ARCHIVA-GENERACION
                   VARYING WS-ARCH-IND FROM 1 BY 1
                   UNTIL WS-ARCH-IND > 5.
       F-ARCHIVA-DIA.
           EXIT.

       ARCHIVA-GENERACION.
           MOVE SPACES TO WS-GEN-NOMBRE.
           STRING WS-ARCHIVO(WS-ARCH-IND) DELIMITED BY SPACE,
                  ".D" DELIMITED BY SIZE,
                  WS-FECHA-TRABAJO-N DELIMITED BY SIZE
             INTO WS-GEN-NOMBRE
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-GEN-NOMBRE,
                WS-DETALLE-ARCH.
           IF RETURN-CODE NOT = 0
             MOVE 0 TO RETURN-CODE
             GO TO F-ARCHIVA-GENERACION
           END-IF.
           OPEN INPUT F-GEN.
           IF WS-FS-GEN NOT = "00"
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "ARCHIVAEXT: NO PUDO LEER " DELIMITED BY SIZE,
                    WS-GEN-NOMBRE DELIMITED BY SPACE,
                    " FS=" DELIMITED BY SIZE,
                    WS-FS-GEN DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-ARCHIVA-GENERACION
           END-IF.
           MOVE "N" TO WS-GEN-EOF-SW.
           MOVE ZERO TO WS-GEN-CANT.
           MOVE SPACES TO WS-GEN-PRIM-ID WS-GEN-ULT-ID.
           MOVE WS-ARCH-IDPOS(WS-ARCH-IND) TO WS-IDPOS.
           PERFORM COPIA-RENGLON-GEN THRU F-COPIA-RENGLON-GEN
                   UNTIL WS-FIN-GEN.
           CLOSE F-GEN.
           ADD 1 TO WS-TOT-GENERACIONES.
           MOVE WS-GEN-CANT TO WS-ED-CANT.
           MOVE SPACES TO WS-CAT-RENGLON.
           STRING WS-ARCHIVO(WS-ARCH-IND) DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-FECHA-TRABAJO-N DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-VOL-NOMBRE DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-GEN-CANT DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-GEN-PRIM-ID DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-GEN-ULT-ID DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-HOY DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-HORA DELIMITED BY SIZE
             INTO WS-CAT-RENGLON
           END-STRING.
           MOVE WS-CAT-RENGLON TO REG-CATTMP.
           WRITE REG-CATTMP.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING WS-ARCHIVO(WS-ARCH-IND) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-FECHA-TRABAJO-N DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-ED-CANT DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-GEN-PRIM-ID DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-GEN-ULT-ID DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
       F-ARCHIVA-GENERACION.
           EXIT.

       COPIA-RENGLON-GEN.
           READ F-GEN
             AT END
               SET WS-FIN-GEN TO TRUE
               GO TO F-COPIA-RENGLON-GEN
           END-READ.
           MOVE WS-ARCHIVO(WS-ARCH-IND) TO VOL-ARCHIVO.
           MOVE WS-FECHA-TRABAJO TO VOL-FECHA.
           MOVE REG-GEN TO VOL-RENGLON.
           WRITE REG-VOL.
           ADD 1 TO WS-GEN-CANT WS-TOT-RENGLONES.
           IF WS-IDPOS > 0
             MOVE REG-GEN TO VOL-RENGLON
             PERFORM SACA-ID THRU F-SACA-ID
             IF WS-GEN-CANT = 1
               MOVE WS-ID-RENGLON TO WS-GEN-PRIM-ID
             END-IF
             MOVE WS-ID-RENGLON TO WS-GEN-ULT-ID
           END-IF.
       F-COPIA-RENGLON-GEN.
           EXIT.

      *Idtransaccion del renglon de VOL-RENGLON, del campo WS-IDPOS.
       SACA-ID.
           MOVE SPACES TO WS-CAMPOS.
           UNSTRING VOL-RENGLON DELIMITED BY "|"
             INTO WS-CAMPO(1), WS-CAMPO(2), WS-CAMPO(3),
                  WS-CAMPO(4), WS-CAMPO(5)
           END-UNSTRING.
           MOVE WS-CAMPO(WS-IDPOS)(1:36) TO WS-ID-RENGLON.
       F-SACA-ID.
           EXIT.

      *Catalogo nuevo en su lugar, el anterior queda como ".ANT"
      *(mismo esquema que CAMBIA-VIVO en ajuststk.cbl). Sin catalogo
      *vigente no hay nada para guardar como ".ANT".
       CAMBIA-CATALOGO.
           MOVE "ARCHCAT.ANT" TO WS-GEN-NOMBRE.
           CALL "CBL_DELETE_FILE" USING WS-GEN-NOMBRE.
           MOVE "ARCHCAT" TO WS-VOL-ABRIR.
           CALL "CBL_RENAME_FILE" USING WS-VOL-ABRIR, WS-GEN-NOMBRE.
           MOVE "ARCHCAT.TMP" TO WS-GEN-NOMBRE.
           CALL "CBL_RENAME_FILE" USING WS-GEN-NOMBRE, WS-VOL-ABRIR.
           IF RETURN-CODE NOT = 0
             MOVE "ARCHIVAEXT: NO PUDO RENOMBRAR ARCHCAT.TMP"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "ARCHIVAEXT: NO PUDO RENOMBRAR ARCHCAT.TMP"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 0 TO RETURN-CODE.
       F-CAMBIA-CATALOGO.
           EXIT.

      *Verificacion: recorre el catalogo juntando los renglones
      *seguidos de un mismo volumen (cada archivado los deja juntos)
      *y verifica cada volumen contra su grupo.
       VERIFICA-CATALOGO.
           MOVE "ARCHVERIRPT" TO WS-RPT-NOMBRE.
           OPEN OUTPUT F-RPT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "VERIFICACION DEL ARCHIVO DE EXTRACTOS  FECHA: "
                    DELIMITED BY SIZE,
                  WS-HOY DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           IF WS-PERIODO-X NOT = SPACES
             MOVE WS-PERIODO-X TO WS-RPT-LINEA(67:6)
             MOVE "PERIODO:" TO WS-RPT-LINEA(58:8)
           END-IF.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           MOVE SPACES TO REG-RPT.
           WRITE REG-RPT.
           MOVE SPACES TO WS-VER-VOLUMEN.
           MOVE ZERO TO WS-VER-CANT.
           MOVE "N" TO WS-CAT-EOF-SW.
           OPEN INPUT F-CAT.
           IF WS-FS-CAT NOT = "00"
             MOVE "SIN CATALOGO ARCHCAT: NO HAY NADA ARCHIVADO"
               TO REG-RPT
             WRITE REG-RPT
             CLOSE F-RPT
             GO TO F-VERIFICA-CATALOGO
           END-IF.
           PERFORM LEE-CATALOGO-VER THRU F-LEE-CATALOGO-VER
                   UNTIL WS-FIN-CAT.
           CLOSE F-CAT.
           IF WS-VER-CANT > 0
             PERFORM VERIFICA-VOLUMEN THRU F-VERIFICA-VOLUMEN
           END-IF.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "VOLUMENES: " DELIMITED BY SIZE,
                  WS-TOT-VOLUMENES DELIMITED BY SIZE,
                  "  GENERACIONES VERIFICADAS: " DELIMITED BY SIZE,
                  WS-TOT-VERIFICADAS DELIMITED BY SIZE,
                  "  CON DIFERENCIAS: " DELIMITED BY SIZE,
                  WS-TOT-DIFERENCIAS DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           CLOSE F-RPT.
       F-VERIFICA-CATALOGO.
           EXIT.

       LEE-CATALOGO-VER.
           READ F-CAT
             AT END
               SET WS-FIN-CAT TO TRUE
               GO TO F-LEE-CATALOGO-VER
           END-READ.
           PERFORM SEPARA-CATALOGO THRU F-SEPARA-CATALOGO.
           IF WS-PERIODO-X NOT = SPACES AND
              WS-CAT-FECHA(1:6) NOT = WS-PERIODO-X
             GO TO F-LEE-CATALOGO-VER
           END-IF.
           IF WS-CAT-VOLUMEN NOT = WS-VER-VOLUMEN
             IF WS-VER-CANT > 0
               PERFORM VERIFICA-VOLUMEN THRU F-VERIFICA-VOLUMEN
             END-IF
             MOVE WS-CAT-VOLUMEN TO WS-VER-VOLUMEN
             MOVE ZERO TO WS-VER-CANT WS-VER-FUERA
           END-IF.
           IF WS-VER-CANT >= 200
             ADD 1 TO WS-VER-FUERA
             GO TO F-LEE-CATALOGO-VER
           END-IF.
           ADD 1 TO WS-VER-CANT.
           MOVE WS-CAT-ARCHIVO TO WS-VER-ARCHIVO(WS-VER-CANT).
           MOVE WS-CAT-FECHA TO WS-VER-FECHA(WS-VER-CANT).
           IF WS-CAT-CANT IS NUMERIC
             MOVE WS-CAT-CANT TO WS-VER-CANT-CAT(WS-VER-CANT)
           ELSE
             MOVE ZERO TO WS-VER-CANT-CAT(WS-VER-CANT)
           END-IF.
           MOVE WS-CAT-PRIM-ID TO WS-VER-PRIM-CAT(WS-VER-CANT).
           MOVE WS-CAT-ULT-ID TO WS-VER-ULT-CAT(WS-VER-CANT).
           MOVE ZERO TO WS-VER-CANT-VOL(WS-VER-CANT).
           MOVE SPACES TO WS-VER-PRIM-VOL(WS-VER-CANT)
                          WS-VER-ULT-VOL(WS-VER-CANT).
       F-LEE-CATALOGO-VER.
           EXIT.

      *Relee el volumen WS-VER-VOLUMEN entero, cuenta renglones e ids
      *por archivo + fecha y compara con el grupo del catalogo.
       VERIFICA-VOLUMEN.
           ADD 1 TO WS-TOT-VOLUMENES.
           MOVE ZERO TO WS-VER-SOBRANTES WS-VER-ACT.
           MOVE "N" TO WS-VOL-FALTA-SW.
           MOVE WS-VER-VOLUMEN TO WS-VOL-ABRIR.
           MOVE "N" TO WS-VOL-EOF-SW.
           OPEN INPUT F-VOL.
           IF WS-FS-VOL NOT = "00"
             SET WS-VOL-FALTA TO TRUE
           ELSE
             PERFORM CUENTA-RENGLON-VOL THRU F-CUENTA-RENGLON-VOL
                     UNTIL WS-FIN-VOL
             CLOSE F-VOL
           END-IF.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "VOLUMEN " DELIMITED BY SIZE,
                  WS-VER-VOLUMEN DELIMITED BY SPACE
             INTO WS-RPT-LINEA
           END-STRING.
           IF WS-VOL-FALTA
             MOVE "** VOLUMEN FALTANTE **" TO WS-RPT-LINEA(40:22)
           END-IF.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
           MOVE "  ARCHIVO      FECHA     CATALOGO    VOLUMEN  ESTADO"
             TO REG-RPT.
           WRITE REG-RPT.
           PERFORM INFORMA-GENERACION THRU F-INFORMA-GENERACION
                   VARYING WS-VER-IND FROM 1 BY 1
                   UNTIL WS-VER-IND > WS-VER-CANT.
           IF WS-VER-SOBRANTES > 0
             ADD 1 TO WS-TOT-DIFERENCIAS
             MOVE WS-VER-SOBRANTES TO WS-ED-CANT
             MOVE SPACES TO WS-RPT-LINEA
             STRING "  ** " DELIMITED BY SIZE,
                    WS-ED-CANT DELIMITED BY SIZE,
                    " RENGLONES DEL VOLUMEN SIN RENGLON EN EL CATALOGO"
                      DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
             MOVE WS-RPT-LINEA TO REG-RPT
             WRITE REG-RPT
           END-IF.
           IF WS-VER-FUERA > 0
             MOVE SPACES TO WS-RPT-LINEA
             STRING "  (" DELIMITED BY SIZE,
                    WS-VER-FUERA DELIMITED BY SIZE,
                    " RENGLONES DE CATALOGO SIN VERIFICAR POR TOPE)"
                      DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
             MOVE WS-RPT-LINEA TO REG-RPT
             WRITE REG-RPT
           END-IF.
           MOVE SPACES TO REG-RPT.
           WRITE REG-RPT.
           MOVE ZERO TO WS-VER-CANT.
       F-VERIFICA-VOLUMEN.
           EXIT.

       CUENTA-RENGLON-VOL.
           READ F-VOL
             AT END
               SET WS-FIN-VOL TO TRUE
               GO TO F-CUENTA-RENGLON-VOL
           END-READ.
      *Los renglones de una misma generacion vienen juntos: se busca
      *en la tabla solo cuando cambia el archivo o la fecha.
           IF WS-VER-ACT = 0 OR
              WS-VER-ARCHIVO(WS-VER-ACT) NOT = VOL-ARCHIVO OR
              WS-VER-FECHA(WS-VER-ACT) NOT = VOL-FECHA
             MOVE ZERO TO WS-VER-ACT
             PERFORM VARYING WS-VER-IND FROM 1 BY 1
                     UNTIL WS-VER-IND > WS-VER-CANT
                        OR WS-VER-ACT > 0
               IF WS-VER-ARCHIVO(WS-VER-IND) = VOL-ARCHIVO AND
                  WS-VER-FECHA(WS-VER-IND) = VOL-FECHA
                 MOVE WS-VER-IND TO WS-VER-ACT
               END-IF
             END-PERFORM
           END-IF.
           IF WS-VER-ACT = 0
             ADD 1 TO WS-VER-SOBRANTES
             GO TO F-CUENTA-RENGLON-VOL
           END-IF.
           ADD 1 TO WS-VER-CANT-VOL(WS-VER-ACT).
           MOVE ZERO TO WS-IDPOS.
           PERFORM VARYING WS-ARCH-IND FROM 1 BY 1
                   UNTIL WS-ARCH-IND > 5
             IF WS-ARCHIVO(WS-ARCH-IND) = VOL-ARCHIVO
               MOVE WS-ARCH-IDPOS(WS-ARCH-IND) TO WS-IDPOS
             END-IF
           END-PERFORM.
           IF WS-IDPOS > 0
             PERFORM SACA-ID THRU F-SACA-ID
             IF WS-VER-CANT-VOL(WS-VER-ACT) = 1
               MOVE WS-ID-RENGLON TO WS-VER-PRIM-VOL(WS-VER-ACT)
             END-IF
             MOVE WS-ID-RENGLON TO WS-VER-ULT-VOL(WS-VER-ACT)
           END-IF.
       F-CUENTA-RENGLON-VOL.
           EXIT.

       INFORMA-GENERACION.
           ADD 1 TO WS-TOT-VERIFICADAS.
           EVALUATE TRUE
             WHEN WS-VOL-FALTA
               MOVE "VOLUMEN FALTANTE" TO WS-ESTADO-TXT
             WHEN WS-VER-CANT-VOL(WS-VER-IND) NOT =
                  WS-VER-CANT-CAT(WS-VER-IND)
               MOVE "** DIFERENCIA EN CANTIDAD" TO WS-ESTADO-TXT
             WHEN WS-VER-PRIM-VOL(WS-VER-IND) NOT =
                  WS-VER-PRIM-CAT(WS-VER-IND) OR
                  WS-VER-ULT-VOL(WS-VER-IND) NOT =
                  WS-VER-ULT-CAT(WS-VER-IND)
               MOVE "** DIFERENCIA EN IDS" TO WS-ESTADO-TXT
             WHEN OTHER
               MOVE "OK" TO WS-ESTADO-TXT
           END-EVALUATE.
           IF WS-ESTADO-TXT NOT = "OK"
             ADD 1 TO WS-TOT-DIFERENCIAS
           END-IF.
           MOVE WS-VER-CANT-CAT(WS-VER-IND) TO WS-ED-CANT.
           MOVE WS-VER-CANT-VOL(WS-VER-IND) TO WS-ED-CANT2.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "  " DELIMITED BY SIZE,
                  WS-VER-ARCHIVO(WS-VER-IND) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-VER-FECHA(WS-VER-IND) DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-ED-CANT DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-ED-CANT2 DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-ESTADO-TXT DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-RPT.
           WRITE REG-RPT.
       F-INFORMA-GENERACION.
           EXIT.

      *Ultimo dia del mes de WS-FECHA-TRABAJO, mismo criterio de
      *bisiesto que DEPURAEXT.
       CALCULA-ULT-DIA.
           EVALUATE WS-FT-MES
             WHEN 1
             WHEN 3
             WHEN 5
             WHEN 7
             WHEN 8
             WHEN 10
             WHEN 12
               MOVE 31 TO WS-ULT-DIA-MES
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
               MOVE 30 TO WS-ULT-DIA-MES
             WHEN 2
               MOVE "N" TO WS-BISIESTO-SW
               DIVIDE WS-FT-ANIO BY 4 GIVING WS-COCIENTE
                      REMAINDER WS-RESTO-4
               DIVIDE WS-FT-ANIO BY 100 GIVING WS-COCIENTE
                      REMAINDER WS-RESTO-100
               DIVIDE WS-FT-ANIO BY 400 GIVING WS-COCIENTE
                      REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = 0 AND
                  (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                 SET WS-ES-BISIESTO TO TRUE
               END-IF
               IF WS-ES-BISIESTO
                 MOVE 29 TO WS-ULT-DIA-MES
               ELSE
                 MOVE 28 TO WS-ULT-DIA-MES
               END-IF
           END-EVALUATE.
       F-CALCULA-ULT-DIA.
           EXIT.
