       DATE-WRITTEN. SEPTIEMBRE-DE-2025.
      *================================================================
      * Controlador de la secuencia de cierre nocturno: corre en orden
      * CIERREZ, CONCILPOS, REENVIAVTA, REIMPRIME, INFORIMP,
      * DESPACHAQ, VTAEMPLED, el resumen mensual de VTAEMPLED,
      * VTAEMPANOM, SRVHIST, SRVTREND, ARCHIVAEXT y por ultimo
      * DEPURAEXT, que antes se lanzaban a mano uno por uno
      * (CONCILPOS va antes de
      * REENVIAVTA para que las ventas del diario que nunca se
      * enviaron salgan en el reenvio de la misma noche; INFORIMP va
      * despues de REIMPRIME para informar el resultado de los
      * reenvios y desvios de la noche). Cada paso
      * que termina queda registrado en el archivo de control
      * "CIERRECHK" (fecha, numero de paso, programa, codigo de
      * retorno y hora): si un paso aborta, la corrida siguiente del
      * por ejemplo, que DEPURAEXT corte las generaciones antes de que
      * REIMPRIME haya leido "IMPRESTAT").
      *
      * Que pasos corren en cada fecha lo dice el calendario
      * "CALENDARIO" (ver CARGA-CALENDARIO): en un dia no habil no
      * corre ninguno, el resumen mensual de VTAEMPLED y el informe
      * de anomalias VTAEMPANOM salen solo el ultimo dia habil del
      * mes y SRVTREND y ARCHIVAEXT (con el mes anterior) solo el
      * primer dia habil; ARCHIVAEXT va antes de
      * DEPURAEXT para que el mes quede archivado antes de que se
      * purguen sus generaciones. A los pasos que procesan "lo del
      * dia" se les pasa la fecha de cierre como argumento.
      *
      * Recuperacion: si quedaron fechas sin su renglon "FIN" en
      * "CIERRECHK" (el servidor estuvo caido una noche, o la
      * secuencia de esa fecha quedo a medias), antes del cierre de
      * hoy se cierra cada una de esas fechas, en orden, con los pasos
      * que le correspondan segun el calendario. DEPURAEXT no corre
      * en una fecha recuperada: el corte de hoy se lleva tambien los
      * renglones de esas fechas (cortar antes dejaria sin datos al
      * cierre de hoy). Si faltan mas fechas que las configuradas
      * ("RECUPERA" en el calendario) el controlador no arranca: un
      * hueco asi es decision del operador y no de este programa.
      *
      * Al terminar (bien o mal) deja en "CIERRELOG" un resumen con el
      * estado de cada paso de cada fecha cerrada en la corrida y la
      * lista de fechas recuperadas, para que el turno manana vea de
      * un vistazo como quedo el cierre.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-CIERRELOG ASSIGN TO "CIERRELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CIERRELOG.
           SELECT F-CALENDARIO ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
       DATA DIVISION.
       FILE SECTION.
      *Renglones de control: "PASO|fecha|nro|programa|rc|hora" por
       01  REG-CIERRECHK         PIC X(80).
       FD  F-CIERRELOG.
       01  REG-CIERRELOG         PIC X(132).
       FD  F-CALENDARIO.
       01  REG-CALENDARIO        PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-CIERRECHK       PIC XX VALUE "00".
       77  WS-FS-CIERRELOG       PIC XX VALUE "00".
       77  WS-FS-CALENDARIO      PIC XX VALUE "00".
       77  WS-EOF-SW             PIC X  VALUE "N".
           88  WS-FIN-CIERRECHK      VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-HORA               PIC 9(8) VALUE ZERO.
      *Los pasos de la secuencia, en el orden en que DEBEN correr.
      *El comando es el ejecutable de cada job batch, tal como se lo
      *lanzaba a mano. La frecuencia dice en que fechas corre el paso:
      *"D" todo dia habil, "U" solo el ultimo dia habil del mes, "P"
      *solo el primer dia habil del mes, "H" todo dia habil pero solo
      *en el cierre de hoy (no en una fecha recuperada). El argumento
      *dice que se le agrega al comando: "F" la fecha de cierre, "R"
      *la fecha de cierre y "RESUMEN", "M" el mes anterior a la fecha
      *de cierre (AAAAMM), " " nada.
       01  WS-PASOS.
           03  FILLER            PIC X(12) VALUE "CIERREZ".
           03  FILLER            PIC X(30) VALUE "cierrez".
           03  FILLER            PIC X(2)  VALUE "DF".
           03  FILLER            PIC X(12) VALUE "CONCILPOS".
           03  FILLER            PIC X(30) VALUE "concilpos".
           03  FILLER            PIC X(2)  VALUE "DF".
           03  FILLER            PIC X(12) VALUE "REENVIAVTA".
           03  FILLER            PIC X(30) VALUE "reenviavta".
           03  FILLER            PIC X(2)  VALUE "DF".
           03  FILLER            PIC X(12) VALUE "REIMPRIME".
           03  FILLER            PIC X(30) VALUE "reimprime".
           03  FILLER            PIC X(2)  VALUE "D ".
           03  FILLER            PIC X(12) VALUE "INFORIMP".
           03  FILLER            PIC X(30) VALUE "inforimp".
           03  FILLER            PIC X(2)  VALUE "D ".
           03  FILLER            PIC X(12) VALUE "DESPACHAQ".
           03  FILLER            PIC X(30) VALUE "despachaq".
           03  FILLER            PIC X(2)  VALUE "D ".
           03  FILLER            PIC X(12) VALUE "VTAEMPLED".
           03  FILLER            PIC X(30) VALUE "vtaempled".
           03  FILLER            PIC X(2)  VALUE "DF".
           03  FILLER            PIC X(12) VALUE "VTAEMPSTM".
           03  FILLER            PIC X(30) VALUE "vtaempled".
           03  FILLER            PIC X(2)  VALUE "UR".
           03  FILLER            PIC X(12) VALUE "VTAEMPANOM".
           03  FILLER            PIC X(30) VALUE "vtaempanom".
           03  FILLER            PIC X(2)  VALUE "UF".
           03  FILLER            PIC X(12) VALUE "SRVHIST".
           03  FILLER            PIC X(30) VALUE "srvhist".
           03  FILLER            PIC X(2)  VALUE "DF".
           03  FILLER            PIC X(12) VALUE "SRVTREND".
           03  FILLER            PIC X(30) VALUE "srvtrend".
           03  FILLER            PIC X(2)  VALUE "PM".
           03  FILLER            PIC X(12) VALUE "ARCHIVAEXT".
           03  FILLER            PIC X(30) VALUE "archivaext".
           03  FILLER            PIC X(2)  VALUE "PM".
           03  FILLER            PIC X(12) VALUE "DEPURAEXT".
           03  FILLER            PIC X(30) VALUE "depuraext".
           03  FILLER            PIC X(2)  VALUE "H ".
       01  WS-PASOS-R REDEFINES WS-PASOS.
           03  WS-PASO-ENT OCCURS 13 TIMES.
               05  WS-PASO-PGM   PIC X(12).
               05  WS-PASO-CMD   PIC X(30).
               05  WS-PASO-FREC  PIC X.
               05  WS-PASO-ARG   PIC X.
       77  WS-PASOS-CANT         PIC 9(2) VALUE 13.
       77  WS-PASO-IND           PIC 9(2) VALUE ZERO.
       77  WS-BUS-IND            PIC 9(2) VALUE ZERO.
      *Estado de cada paso en la fecha que se esta cerrando, para el
      *resumen de "CIERRELOG": "S" saltado (ya estaba completado),
      *"E" ejecutado ahora, "F" fallo ahora, "C" no corresponde en
      *esa fecha segun el calendario, "R" queda para el cierre de
      *hoy (fecha recuperada), " " no se llego a intentar.
       01  WS-ESTADOS.
           03  WS-EST-ENT OCCURS 13 TIMES.
               05  WS-EST-COD    PIC X.
               05  WS-EST-RC     PIC 9(4).
               05  WS-EST-HORA   PIC X(8).
      *Pasos ya completados (rc 0) registrados en "CIERRECHK" para la
      *fecha que se esta cerrando.
       01  WS-HECHOS.
           03  WS-HECHO          PIC X OCCURS 13 TIMES VALUE "N".
      *Campos de cada renglon de "CIERRECHK".
       77  WS-CHK-PREFIJO        PIC X(4)  VALUE SPACES.
       77  WS-CHK-FECHA          PIC X(8)  VALUE SPACES.
       77  WS-CHK-PGM            PIC X(12) VALUE SPACES.
       77  WS-CHK-RC             PIC X(4)  VALUE SPACES.
       77  WS-CHK-HORA           PIC X(8)  VALUE SPACES.
      *Ultima fecha que llego a su renglon "FIN" y primera fecha
      *registrada en el archivo de control: de ahi sale que fechas
      *quedaron sin cerrar.
       77  WS-FIN-FECHA          PIC X(8) VALUE SPACES.
       77  WS-PRIM-FECHA         PIC X(8) VALUE SPACES.
       77  WS-ABORTA-SW          PIC X VALUE "N".
           88  WS-SECUENCIA-ABORTA   VALUE "S".
       77  WS-RC-PASO            PIC S9(4) VALUE ZERO.
       77  WS-COMANDO            PIC X(30) VALUE SPACES.
       77  WS-CHK-RENGLON        PIC X(80) VALUE SPACES.
       77  WS-ED-RC              PIC ZZZ9 VALUE ZERO.
       77  WS-ED-CANT            PIC ZZ9 VALUE ZERO.
       77  WS-RPT-LINEA          PIC X(132) VALUE SPACES.
       77  WS-RPT-PTR            PIC 9(3) VALUE ZERO.
      *Calendario: dias habiles de la semana (lunes a domingo, "S" o
      *"N"), maximo de fechas a recuperar en una corrida, y la tabla
      *de fechas especiales (HABIL, NOHABIL, FERIADO de sucursal y
      *FINMES).
       77  WS-SEMANA             PIC X(7) VALUE "SSSSSSS".
       77  WS-RECUPERA           PIC 9(3) VALUE 7.
       77  WS-CAL-CLAVE          PIC X(10) VALUE SPACES.
       77  WS-CAL-VALOR          PIC X(20) VALUE SPACES.
       77  WS-CAL-VALOR2         PIC X(10) VALUE SPACES.
       77  WS-CAL-CANT-S         PIC 9(2) VALUE ZERO.
       77  WS-CAL-CANT-N         PIC 9(2) VALUE ZERO.
       01  WS-TBL-CALENDARIO.
           03  WS-CAL-CANT       PIC 9(3) VALUE ZERO.
           03  WS-CAL-ENT OCCURS 500 TIMES.
               05  WS-CAL-TIPO   PIC X(8).
               05  WS-CAL-FECHA  PIC X(8).
               05  WS-CAL-SUC    PIC X(3).
       77  WS-CAL-IND            PIC 9(3) VALUE ZERO.
      *Fecha que se esta cerrando (hoy o una fecha recuperada).
       01  WS-FECHA-CIERRE.
           03  WS-FC-ANIO        PIC 9(4).
           03  WS-FC-MES         PIC 9(2).
           03  WS-FC-DIA         PIC 9(2).
       01  WS-FECHA-CIERRE-N REDEFINES WS-FECHA-CIERRE
                                 PIC 9(8).
       77  WS-RECUPERADA-SW      PIC X VALUE "N".
           88  WS-FECHA-RECUPERADA   VALUE "S".
      *Mes anterior a la fecha de cierre, argumento de SRVTREND.
       01  WS-MES-ANT.
           03  WS-MA-ANIO        PIC 9(4).
           03  WS-MA-MES         PIC 9(2).
       01  WS-MES-ANT-X REDEFINES WS-MES-ANT
                                 PIC X(6).
      *Lo que dice el calendario de la fecha de cierre.
       77  WS-DIA-HABIL-SW       PIC X VALUE "N".
           88  WS-ES-DIA-HABIL       VALUE "S".
       77  WS-ULT-HABIL-SW       PIC X VALUE "N".
           88  WS-ES-ULT-HABIL       VALUE "S".
       77  WS-PRIM-HABIL-SW      PIC X VALUE "N".
           88  WS-ES-PRIM-HABIL      VALUE "S".
       77  WS-FINMES-FECHA       PIC X(8) VALUE SPACES.
       77  WS-FERIADOS-TXT       PIC X(100) VALUE SPACES.
       77  WS-FER-PTR            PIC 9(3) VALUE 1.
       77  WS-CORRESP-SW         PIC X VALUE "N".
           88  WS-PASO-CORRESPONDE   VALUE "S".
       77  WS-NOCORR-COD         PIC X VALUE "C".
      *Fechas a recuperar antes del cierre de hoy, con su resultado:
      *"C" cerrada, "F" quedo incompleta, " " no se llego a correr.
       01  WS-TBL-RECUPERO.
           03  WS-RECUP-CANT     PIC 9(2) VALUE ZERO.
           03  WS-RECUP-ENT OCCURS 31 TIMES.
               05  WS-RECUP-FECHA PIC X(8).
               05  WS-RECUP-EST  PIC X.
       77  WS-RECUP-IND          PIC 9(2) VALUE ZERO.
       77  WS-EXCEDE-SW          PIC X VALUE "N".
           88  WS-RECUPERO-EXCEDIDO  VALUE "S".
      *Fecha de trabajo para la aritmetica de calendario
      *(SUMA-UN-DIA, dia de la semana, ultimo dia del mes).
       01  WS-FECHA-TRABAJO.
           03  WS-FT-ANIO        PIC 9(4).
           03  WS-FT-MES         PIC 9(2).
           03  WS-FT-DIA         PIC 9(2).
       01  WS-FECHA-TRABAJO-N REDEFINES WS-FECHA-TRABAJO
                                 PIC 9(8).
       77  WS-EVAL-HABIL-SW      PIC X VALUE "N".
           88  WS-EVAL-ES-HABIL      VALUE "S".
       77  WS-ULT-DIA-MES        PIC 9(2) VALUE ZERO.
       77  WS-BISIESTO-SW        PIC X VALUE "N".
           88  WS-ES-BISIESTO        VALUE "S".
       77  WS-RESTO-4            PIC 9(4) VALUE ZERO.
       77  WS-RESTO-100          PIC 9(4) VALUE ZERO.
       77  WS-RESTO-400          PIC 9(4) VALUE ZERO.
       77  WS-COCIENTE           PIC 9(4) VALUE ZERO.
      *Dia de la semana (1 lunes ... 7 domingo): ajuste por mes del
      *metodo de Sakamoto, con enero y febrero contados en el anio
      *anterior.
       77  WS-DS-TABLA           PIC X(12) VALUE "032503514624".
       77  WS-DS-AJUSTE          PIC 9 VALUE ZERO.
       77  WS-DS-ANIO            PIC 9(4) VALUE ZERO.
       77  WS-DS-C4              PIC 9(4) VALUE ZERO.
       77  WS-DS-C100            PIC 9(4) VALUE ZERO.
       77  WS-DS-C400            PIC 9(4) VALUE ZERO.
       77  WS-DS-SUMA            PIC 9(5) VALUE ZERO.
       77  WS-DS-COC             PIC 9(5) VALUE ZERO.
       77  WS-DS-IND             PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           MOVE "-----INICIO SECUENCIA DE CIERRE-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           PERFORM CARGA-CALENDARIO THRU F-CARGA-CALENDARIO.
           MOVE WS-HOY TO WS-FECHA-CIERRE-N.
           PERFORM LEE-CONTROL THRU F-LEE-CONTROL.
      *El cierre de hoy ya termino entero (el job se corrio dos
      *veces): no se vuelve a correr nada.
           IF WS-FIN-FECHA NOT = SPACES AND
              WS-FIN-FECHA NOT < WS-HOY
             MOVE "CIERRESEQ: EL CIERRE DE HOY YA TERMINO"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             MOVE 0 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM DETERMINA-RECUPERO THRU F-DETERMINA-RECUPERO.
      *Mas fechas sin cerrar que las que se recuperan solas: no se
      *arranca, como antes con cualquier secuencia vieja a medias.
           IF WS-RECUPERO-EXCEDIDO
             MOVE WS-RECUPERA TO WS-ED-CANT
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "CIERRESEQ: MAS DE " DELIMITED BY SIZE,
                    WS-ED-CANT DELIMITED BY SIZE,
                    " FECHAS SIN CERRAR DESDE " DELIMITED BY SIZE,
                    WS-RECUP-FECHA(1) DELIMITED BY SIZE,
                    ", NO ARRANCA" DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "CIERRESEQ: HAY MAS DE " WS-ED-CANT
                     " FECHAS SIN CERRAR DESDE " WS-RECUP-FECHA(1)
                     ". RESOLVER ANTES DE CERRAR " WS-HOY
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT F-CIERRELOG.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "SECUENCIA DE CIERRE  FECHA: " DELIMITED BY SIZE,
                  WS-HOY DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-CIERRELOG.
           WRITE REG-CIERRELOG.
           MOVE SPACES TO REG-CIERRELOG.
           WRITE REG-CIERRELOG.
      *Primero las fechas atrasadas, en orden; si una queda a medias
      *no se sigue con las demas ni con la de hoy.
           MOVE "S" TO WS-RECUPERADA-SW.
           PERFORM CIERRA-FECHA-RECUP THRU F-CIERRA-FECHA-RECUP
                   VARYING WS-RECUP-IND FROM 1 BY 1
                   UNTIL WS-RECUP-IND > WS-RECUP-CANT
                      OR WS-SECUENCIA-ABORTA.
           IF NOT WS-SECUENCIA-ABORTA
             MOVE "N" TO WS-RECUPERADA-SW
             MOVE WS-HOY TO WS-FECHA-CIERRE-N
             PERFORM CIERRA-FECHA THRU F-CIERRA-FECHA
           END-IF.
           PERFORM ESCRIBE-PIE THRU F-ESCRIBE-PIE.
           CLOSE F-CIERRELOG.
           IF WS-SECUENCIA-ABORTA
             MOVE "-----SECUENCIA DE CIERRE ABORTADA-----"
               TO W-MENSAJE-LOG
           END-IF.
           STOP RUN.

      *Calendario "CALENDARIO", CLAVE|VALOR con comentarios "*":
      *  SEMANA|SSSSSSN        dias habiles de lunes a domingo (si no
      *                        esta, todos los dias son habiles)
      *  NOHABIL|aaaammdd      dia no habil para toda la cadena
      *  HABIL|aaaammdd        habil aunque el dia de semana no lo sea
      *  FERIADO|aaaammdd|suc  feriado de una sucursal: la cadena
      *                        cierra igual, queda anotado en el
      *                        resumen (sin sucursal vale como NOHABIL)
      *  FINMES|aaaammdd       ultimo dia habil de ese mes a efectos
      *                        del cierre mensual, cuando no es el que
      *                        sale del calendario (debe ser habil)
      *  RECUPERA|nnn          maximo de fechas sin cerrar que se
      *                        recuperan solas (7 si no esta, hasta 31)
      *Sin calendario todos los dias son habiles y el ultimo y primer
      *dia habil del mes son el ultimo y el primero del calendario.
       CARGA-CALENDARIO.
           MOVE ZERO TO WS-CAL-CANT.
           OPEN INPUT F-CALENDARIO.
           IF WS-FS-CALENDARIO NOT = "00"
             MOVE "CIERRESEQ: SIN CALENDARIO, TODOS LOS DIAS HABILES"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-CARGA-CALENDARIO
           END-IF.
           PERFORM UNTIL WS-FS-CALENDARIO = "10"
             READ F-CALENDARIO
               AT END
                 MOVE "10" TO WS-FS-CALENDARIO
               NOT AT END
                 IF REG-CALENDARIO NOT = SPACES AND
                    REG-CALENDARIO(1:1) NOT = "*"
                   PERFORM EVALUA-RENGLON-CAL
                           THRU F-EVALUA-RENGLON-CAL
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE F-CALENDARIO.
       F-CARGA-CALENDARIO.
           EXIT.

       EVALUA-RENGLON-CAL.
           MOVE SPACES TO WS-CAL-CLAVE WS-CAL-VALOR WS-CAL-VALOR2.
           UNSTRING REG-CALENDARIO DELIMITED BY "|"
             INTO WS-CAL-CLAVE, WS-CAL-VALOR, WS-CAL-VALOR2
           END-UNSTRING.
           EVALUATE WS-CAL-CLAVE
             WHEN "SEMANA"
               MOVE ZERO TO WS-CAL-CANT-S WS-CAL-CANT-N
               INSPECT WS-CAL-VALOR(1:7) TALLYING
                       WS-CAL-CANT-S FOR ALL "S"
                       WS-CAL-CANT-N FOR ALL "N"
               IF WS-CAL-CANT-S + WS-CAL-CANT-N = 7
                 MOVE WS-CAL-VALOR(1:7) TO WS-SEMANA
               END-IF
             WHEN "RECUPERA"
               IF WS-CAL-VALOR(1:3) IS NUMERIC
                 MOVE WS-CAL-VALOR(1:3) TO WS-RECUPERA
                 IF WS-RECUPERA > 31
                   MOVE 31 TO WS-RECUPERA
                 END-IF
               END-IF
             WHEN "HABIL"
             WHEN "NOHABIL"
             WHEN "FERIADO"
             WHEN "FINMES"
               IF WS-CAL-VALOR(1:8) IS NUMERIC AND
                  WS-CAL-CANT < 500
                 ADD 1 TO WS-CAL-CANT
                 MOVE WS-CAL-CLAVE TO WS-CAL-TIPO(WS-CAL-CANT)
                 MOVE WS-CAL-VALOR(1:8) TO WS-CAL-FECHA(WS-CAL-CANT)
                 MOVE WS-CAL-VALOR2(1:3) TO WS-CAL-SUC(WS-CAL-CANT)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       F-EVALUA-RENGLON-CAL.
           EXIT.

      *Recorre "CIERRECHK" entero: se queda con la ultima fecha que
      *llego a "FIN", la primera fecha registrada, y que pasos de la
      *fecha de cierre ya estan completados con rc 0 (para
      *saltearlos al retomar).
       LEE-CONTROL.
           MOVE "N" TO WS-EOF-SW.
           MOVE ALL "N" TO WS-HECHOS.
           OPEN INPUT F-CIERRECHK.
           IF WS-FS-CIERRECHK NOT = "00"
      *Primer cierre con controlador: no hay historia, se arranca
             INTO WS-CHK-PREFIJO, WS-CHK-FECHA, WS-CHK-NRO,
                  WS-CHK-PGM, WS-CHK-RC, WS-CHK-HORA
           END-UNSTRING.
           IF WS-CHK-FECHA IS NOT NUMERIC
             GO TO F-EVALUA-RENGLON-CHK
           END-IF.
           IF WS-PRIM-FECHA = SPACES OR
              WS-CHK-FECHA < WS-PRIM-FECHA
             MOVE WS-CHK-FECHA TO WS-PRIM-FECHA
           END-IF.
           EVALUATE WS-CHK-PREFIJO
             WHEN "PASO"
      *El paso se reconoce por el programa y no por el numero: el
      *numero cambia cuando se agregan pasos a la secuencia.
               IF WS-CHK-FECHA = WS-FECHA-CIERRE AND
                  WS-CHK-RC(1:4) = "0000"
                 PERFORM MARCA-HECHO THRU F-MARCA-HECHO
                         VARYING WS-BUS-IND FROM 1 BY 1
                         UNTIL WS-BUS-IND > WS-PASOS-CANT
               END-IF
             WHEN "FIN"
      *En "FIN|fecha|hora" la fecha cae en el segundo campo, igual
      *que en los renglones "PASO".
               IF WS-FIN-FECHA = SPACES OR
                  WS-CHK-FECHA > WS-FIN-FECHA
                 MOVE WS-CHK-FECHA TO WS-FIN-FECHA
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       F-EVALUA-RENGLON-CHK.
           EXIT.

       MARCA-HECHO.
           IF WS-PASO-PGM(WS-BUS-IND) = WS-CHK-PGM
             MOVE "S" TO WS-HECHO(WS-BUS-IND)
           END-IF.
       F-MARCA-HECHO.
           EXIT.

      *Fechas sin "FIN" entre la ultima cerrada y hoy (sin "FIN"
      *nunca, desde la primera registrada). Sin historia no hay nada
      *que recuperar.
       DETERMINA-RECUPERO.
           MOVE ZERO TO WS-RECUP-CANT.
           IF WS-FIN-FECHA NOT = SPACES
             MOVE WS-FIN-FECHA TO WS-FECHA-TRABAJO
             PERFORM SUMA-UN-DIA THRU F-SUMA-UN-DIA
           ELSE
             IF WS-PRIM-FECHA NOT = SPACES
               MOVE WS-PRIM-FECHA TO WS-FECHA-TRABAJO
             ELSE
               GO TO F-DETERMINA-RECUPERO
             END-IF
           END-IF.
           PERFORM AGREGA-RECUPERO THRU F-AGREGA-RECUPERO
                   UNTIL WS-FECHA-TRABAJO-N NOT < WS-HOY
                      OR WS-RECUPERO-EXCEDIDO.
       F-DETERMINA-RECUPERO.
           EXIT.

       AGREGA-RECUPERO.
           IF WS-RECUP-CANT NOT < WS-RECUPERA
             SET WS-RECUPERO-EXCEDIDO TO TRUE
             GO TO F-AGREGA-RECUPERO
           END-IF.
           ADD 1 TO WS-RECUP-CANT.
           MOVE WS-FECHA-TRABAJO TO WS-RECUP-FECHA(WS-RECUP-CANT).
           MOVE SPACE TO WS-RECUP-EST(WS-RECUP-CANT).
           PERFORM SUMA-UN-DIA THRU F-SUMA-UN-DIA.
       F-AGREGA-RECUPERO.
           EXIT.

       CIERRA-FECHA-RECUP.
           MOVE WS-RECUP-FECHA(WS-RECUP-IND) TO WS-FECHA-CIERRE.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "CIERRESEQ: RECUPERA EL CIERRE DEL "
                    DELIMITED BY SIZE,
                  WS-FECHA-CIERRE DELIMITED BY SIZE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
           PERFORM CIERRA-FECHA THRU F-CIERRA-FECHA.
           IF WS-SECUENCIA-ABORTA
             MOVE "F" TO WS-RECUP-EST(WS-RECUP-IND)
           ELSE
             MOVE "C" TO WS-RECUP-EST(WS-RECUP-IND)
           END-IF.
       F-CIERRA-FECHA-RECUP.
           EXIT.

      *Cierre de la fecha WS-FECHA-CIERRE: los pasos que le
      *corresponden segun el calendario, salteando los que ya se
      *completaron, su renglon "FIN" si termino entera y su bloque en
      *"CIERRELOG".
       CIERRA-FECHA.
           INITIALIZE WS-ESTADOS.
           PERFORM LEE-CONTROL THRU F-LEE-CONTROL.
           PERFORM EVALUA-CALENDARIO THRU F-EVALUA-CALENDARIO.
           IF NOT WS-ES-DIA-HABIL
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "CIERRESEQ: " DELIMITED BY SIZE,
                    WS-FECHA-CIERRE DELIMITED BY SIZE,
                    " NO HABIL, NO CORRE NINGUN PASO"
                      DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
           END-IF.
           MOVE WS-FC-ANIO TO WS-MA-ANIO.
           IF WS-FC-MES = 1
             MOVE 12 TO WS-MA-MES
             SUBTRACT 1 FROM WS-MA-ANIO
           ELSE
             COMPUTE WS-MA-MES = WS-FC-MES - 1
           END-IF.
           PERFORM CORRE-PASO THRU F-CORRE-PASO
                   VARYING WS-PASO-IND FROM 1 BY 1
                   UNTIL WS-PASO-IND > WS-PASOS-CANT
                      OR WS-SECUENCIA-ABORTA.
           IF NOT WS-SECUENCIA-ABORTA
             PERFORM GRABA-FIN THRU F-GRABA-FIN
           END-IF.
           PERFORM ESCRIBE-RESUMEN THRU F-ESCRIBE-RESUMEN.
       F-CIERRA-FECHA.
           EXIT.

      *Habil, ultimo habil y primer habil del mes para la fecha de
      *cierre, y la lista de sucursales con feriado ese dia.
       EVALUA-CALENDARIO.
           MOVE "N" TO WS-ULT-HABIL-SW WS-PRIM-HABIL-SW.
           MOVE SPACES TO WS-FINMES-FECHA WS-FERIADOS-TXT.
           MOVE 1 TO WS-FER-PTR.
           PERFORM JUNTA-FERIADO THRU F-JUNTA-FERIADO
                   VARYING WS-CAL-IND FROM 1 BY 1
                   UNTIL WS-CAL-IND > WS-CAL-CANT.
           MOVE WS-FECHA-CIERRE TO WS-FECHA-TRABAJO.
           PERFORM ES-HABIL THRU F-ES-HABIL.
           MOVE WS-EVAL-HABIL-SW TO WS-DIA-HABIL-SW.
           IF NOT WS-ES-DIA-HABIL
             GO TO F-EVALUA-CALENDARIO
           END-IF.
      *Ultimo habil: el FINMES del mes si lo hay; si no, ningun dia
      *habil despues de este en el mes.
           IF WS-FINMES-FECHA NOT = SPACES
             IF WS-FINMES-FECHA = WS-FECHA-CIERRE
               MOVE "S" TO WS-ULT-HABIL-SW
             END-IF
           ELSE
             MOVE "S" TO WS-ULT-HABIL-SW
             MOVE WS-FECHA-CIERRE TO WS-FECHA-TRABAJO
             PERFORM CALCULA-ULT-DIA THRU F-CALCULA-ULT-DIA
             PERFORM BUSCA-HABIL-POSTERIOR
                     THRU F-BUSCA-HABIL-POSTERIOR
                     UNTIL WS-FT-DIA NOT < WS-ULT-DIA-MES
                        OR NOT WS-ES-ULT-HABIL
           END-IF.
      *Primer habil: ningun dia habil antes de este en el mes.
           MOVE "S" TO WS-PRIM-HABIL-SW.
           MOVE WS-FECHA-CIERRE TO WS-FECHA-TRABAJO.
           MOVE ZERO TO WS-FT-DIA.
           PERFORM BUSCA-HABIL-ANTERIOR THRU F-BUSCA-HABIL-ANTERIOR
                   UNTIL WS-FT-DIA + 1 NOT < WS-FC-DIA
                      OR NOT WS-ES-PRIM-HABIL.
       F-EVALUA-CALENDARIO.
           EXIT.

       JUNTA-FERIADO.
           IF WS-CAL-TIPO(WS-CAL-IND) = "FINMES" AND
              WS-CAL-FECHA(WS-CAL-IND)(1:6) = WS-FECHA-CIERRE(1:6)
             MOVE WS-CAL-FECHA(WS-CAL-IND) TO WS-FINMES-FECHA
           END-IF.
           IF WS-CAL-FECHA(WS-CAL-IND) NOT = WS-FECHA-CIERRE
             GO TO F-JUNTA-FERIADO
           END-IF.
           IF WS-CAL-TIPO(WS-CAL-IND) = "FERIADO" AND
              WS-CAL-SUC(WS-CAL-IND) NOT = SPACES AND
              WS-FER-PTR < 96
             STRING " " DELIMITED BY SIZE,
                    WS-CAL-SUC(WS-CAL-IND) DELIMITED BY SPACE
               INTO WS-FERIADOS-TXT WITH POINTER WS-FER-PTR
             END-STRING
           END-IF.
       F-JUNTA-FERIADO.
           EXIT.

       BUSCA-HABIL-POSTERIOR.
           ADD 1 TO WS-FT-DIA.
           PERFORM ES-HABIL THRU F-ES-HABIL.
           IF WS-EVAL-ES-HABIL
             MOVE "N" TO WS-ULT-HABIL-SW
           END-IF.
       F-BUSCA-HABIL-POSTERIOR.
           EXIT.

       BUSCA-HABIL-ANTERIOR.
           ADD 1 TO WS-FT-DIA.
           PERFORM ES-HABIL THRU F-ES-HABIL.
           IF WS-EVAL-ES-HABIL
             MOVE "N" TO WS-PRIM-HABIL-SW
           END-IF.
       F-BUSCA-HABIL-ANTERIOR.
           EXIT.

      *WS-FECHA-TRABAJO es habil? Primero el dia de la semana segun
      *SEMANA; una fecha HABIL o NOHABIL (o FERIADO sin sucursal) del
      *calendario manda sobre el dia de la semana.
       ES-HABIL.
           PERFORM DIA-SEMANA THRU F-DIA-SEMANA.
           MOVE WS-SEMANA(WS-DS-IND:1) TO WS-EVAL-HABIL-SW.
           PERFORM BUSCA-EXCEPCION THRU F-BUSCA-EXCEPCION
                   VARYING WS-CAL-IND FROM 1 BY 1
                   UNTIL WS-CAL-IND > WS-CAL-CANT.
       F-ES-HABIL.
           EXIT.

       BUSCA-EXCEPCION.
           IF WS-CAL-FECHA(WS-CAL-IND) NOT = WS-FECHA-TRABAJO
             GO TO F-BUSCA-EXCEPCION
           END-IF.
           EVALUATE WS-CAL-TIPO(WS-CAL-IND)
             WHEN "HABIL"
               MOVE "S" TO WS-EVAL-HABIL-SW
             WHEN "NOHABIL"
               MOVE "N" TO WS-EVAL-HABIL-SW
             WHEN "FERIADO"
               IF WS-CAL-SUC(WS-CAL-IND) = SPACES
                 MOVE "N" TO WS-EVAL-HABIL-SW
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       F-BUSCA-EXCEPCION.
           EXIT.

      *Dia de la semana de WS-FECHA-TRABAJO en WS-DS-IND (1 lunes
      *... 7 domingo).
       DIA-SEMANA.
           MOVE WS-FT-ANIO TO WS-DS-ANIO.
           IF WS-FT-MES < 3
             SUBTRACT 1 FROM WS-DS-ANIO
           END-IF.
           DIVIDE WS-DS-ANIO BY 4 GIVING WS-DS-C4.
           DIVIDE WS-DS-ANIO BY 100 GIVING WS-DS-C100.
           DIVIDE WS-DS-ANIO BY 400 GIVING WS-DS-C400.
           MOVE WS-DS-TABLA(WS-FT-MES:1) TO WS-DS-AJUSTE.
           COMPUTE WS-DS-SUMA = WS-DS-ANIO + WS-DS-C4 - WS-DS-C100
                              + WS-DS-C400 + WS-DS-AJUSTE + WS-FT-DIA.
           DIVIDE WS-DS-SUMA BY 7 GIVING WS-DS-COC
                  REMAINDER WS-DS-IND.
           IF WS-DS-IND = 0
             MOVE 7 TO WS-DS-IND
           END-IF.
       F-DIA-SEMANA.
           EXIT.

       SUMA-UN-DIA.
           PERFORM CALCULA-ULT-DIA THRU F-CALCULA-ULT-DIA.
           IF WS-FT-DIA < WS-ULT-DIA-MES
             ADD 1 TO WS-FT-DIA
             GO TO F-SUMA-UN-DIA
           END-IF.
           MOVE 1 TO WS-FT-DIA.
           IF WS-FT-MES = 12
             MOVE 1 TO WS-FT-MES
             ADD 1 TO WS-FT-ANIO
           ELSE
             ADD 1 TO WS-FT-MES
           END-IF.
       F-SUMA-UN-DIA.
           EXIT.

      *Ultimo dia del mes de WS-FECHA-TRABAJO, con el mismo criterio
      *de bisiesto que DEPURAEXT y VTAEMPLED.
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
               PERFORM CALCULA-BISIESTO THRU F-CALCULA-BISIESTO
               IF WS-ES-BISIESTO
                 MOVE 29 TO WS-ULT-DIA-MES
               ELSE
                 MOVE 28 TO WS-ULT-DIA-MES
               END-IF
           END-EVALUATE.
       F-CALCULA-ULT-DIA.
           EXIT.

       CALCULA-BISIESTO.
           MOVE "N" TO WS-BISIESTO-SW.
           DIVIDE WS-FT-ANIO BY 4 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-4.
           DIVIDE WS-FT-ANIO BY 100 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-100.
           DIVIDE WS-FT-ANIO BY 400 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-400.
           IF WS-RESTO-4 = 0 AND
              (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
             SET WS-ES-BISIESTO TO TRUE
           END-IF.
       F-CALCULA-BISIESTO.
           EXIT.

      *Corre el paso WS-PASO-IND, salvo que el control diga que en la
      *fecha de cierre ya se completo o que el calendario diga que no
      *le toca. El codigo de retorno del job se toma tal cual:
      *cualquier rc distinto de cero corta la secuencia (el paso que
      *sigue no debe correr sobre un paso fallado).
       CORRE-PASO.
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "CIERRESEQ: SALTEA " DELIMITED BY SIZE,
                    WS-PASO-PGM(WS-PASO-IND) DELIMITED BY SPACE,
                    " (YA COMPLETADO EL " DELIMITED BY SIZE,
                    WS-FECHA-CIERRE DELIMITED BY SIZE,
                    ")" DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-CORRE-PASO
           END-IF.
           PERFORM CORRESPONDE-PASO THRU F-CORRESPONDE-PASO.
           IF NOT WS-PASO-CORRESPONDE
             MOVE WS-NOCORR-COD TO WS-EST-COD(WS-PASO-IND)
             MOVE ZERO TO WS-EST-RC(WS-PASO-IND)
             MOVE SPACES TO WS-EST-HORA(WS-PASO-IND)
             GO TO F-CORRE-PASO
           END-IF.
           PERFORM ARMA-COMANDO THRU F-ARMA-COMANDO.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "CIERRESEQ: CORRE " DELIMITED BY SIZE,
                  WS-PASO-PGM(WS-PASO-IND) DELIMITED BY SPACE,
                  " (" DELIMITED BY SIZE,
                  WS-COMANDO DELIMITED BY "  ",
                  ")" DELIMITED BY SIZE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
           CALL "SYSTEM" USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-RC-PASO.
           MOVE 0 TO RETURN-CODE.
             DISPLAY "CIERRESEQ: FALLO "
                     WS-PASO-PGM(WS-PASO-IND)
                     " RC=" WS-RC-PASO
                     " CIERRE DEL " WS-FECHA-CIERRE
                     " - RETOMAR CON CIERRESEQ"
           END-IF.
           MOVE WS-HORA(1:2) TO WS-EST-HORA(WS-PASO-IND)(1:2).
       F-CORRE-PASO.
           EXIT.

      *Le toca correr al paso en la fecha de cierre? Segun su
      *frecuencia y lo que dijo el calendario de esa fecha.
       CORRESPONDE-PASO.
           MOVE "N" TO WS-CORRESP-SW.
           MOVE "C" TO WS-NOCORR-COD.
           EVALUATE WS-PASO-FREC(WS-PASO-IND)
             WHEN "D"
               IF WS-ES-DIA-HABIL
                 MOVE "S" TO WS-CORRESP-SW
               END-IF
             WHEN "U"
               IF WS-ES-ULT-HABIL
                 MOVE "S" TO WS-CORRESP-SW
               END-IF
             WHEN "P"
               IF WS-ES-PRIM-HABIL
                 MOVE "S" TO WS-CORRESP-SW
               END-IF
             WHEN "H"
               IF WS-ES-DIA-HABIL
                 IF WS-FECHA-RECUPERADA
                   MOVE "R" TO WS-NOCORR-COD
                 ELSE
                   MOVE "S" TO WS-CORRESP-SW
                 END-IF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       F-CORRESPONDE-PASO.
           EXIT.

       ARMA-COMANDO.
           MOVE SPACES TO WS-COMANDO.
           EVALUATE WS-PASO-ARG(WS-PASO-IND)
             WHEN "F"
               STRING WS-PASO-CMD(WS-PASO-IND) DELIMITED BY SPACE,
                      " " DELIMITED BY SIZE,
                      WS-FECHA-CIERRE DELIMITED BY SIZE
                 INTO WS-COMANDO
               END-STRING
             WHEN "R"
               STRING WS-PASO-CMD(WS-PASO-IND) DELIMITED BY SPACE,
                      " " DELIMITED BY SIZE,
                      WS-FECHA-CIERRE DELIMITED BY SIZE,
                      " RESUMEN" DELIMITED BY SIZE
                 INTO WS-COMANDO
               END-STRING
             WHEN "M"
               STRING WS-PASO-CMD(WS-PASO-IND) DELIMITED BY SPACE,
                      " " DELIMITED BY SIZE,
                      WS-MES-ANT-X DELIMITED BY SIZE
                 INTO WS-COMANDO
               END-STRING
             WHEN OTHER
               MOVE WS-PASO-CMD(WS-PASO-IND) TO WS-COMANDO
           END-EVALUATE.
       F-ARMA-COMANDO.
           EXIT.

      *Deja en "CIERRECHK" el renglon del paso recien corrido, haya
      *terminado bien o mal: el rc distinto de cero tambien queda
      *registrado, para que el resumen y la investigacion posterior
           MOVE SPACES TO WS-CHK-RENGLON.
           MOVE WS-RC-PASO TO WS-EST-RC(WS-PASO-IND).
           STRING "PASO|"        DELIMITED BY SIZE,
                  WS-FECHA-CIERRE DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
                  WS-PASO-IND    DELIMITED BY SIZE,
                  "|"            DELIMITED BY SIZE,
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-CHK-RENGLON.
           STRING "FIN|"   DELIMITED BY SIZE,
                  WS-FECHA-CIERRE DELIMITED BY SIZE,
                  "|"      DELIMITED BY SIZE,
                  WS-HORA  DELIMITED BY SIZE
             INTO WS-CHK-RENGLON
       F-GRABA-FIN.
           EXIT.

      *Bloque de "CIERRELOG" de la fecha recien cerrada: que dijo el
      *calendario, un renglon por paso con su estado y como quedo la
      *secuencia de esa fecha. El archivo se recrea en cada corrida:
      *interesa la foto del ultimo intento.
       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-RPT-LINEA.
           MOVE 1 TO WS-RPT-PTR.
           STRING "CIERRE DEL " DELIMITED BY SIZE,
                  WS-FECHA-CIERRE DELIMITED BY SIZE
             INTO WS-RPT-LINEA WITH POINTER WS-RPT-PTR
           END-STRING.
           IF WS-FECHA-RECUPERADA
             STRING " (RECUPERADO)" DELIMITED BY SIZE
               INTO WS-RPT-LINEA WITH POINTER WS-RPT-PTR
             END-STRING
           END-IF.
           IF WS-ES-DIA-HABIL
             STRING "  DIA HABIL" DELIMITED BY SIZE
               INTO WS-RPT-LINEA WITH POINTER WS-RPT-PTR
             END-STRING
           ELSE
             STRING "  DIA NO HABIL" DELIMITED BY SIZE
               INTO WS-RPT-LINEA WITH POINTER WS-RPT-PTR
             END-STRING
           END-IF.
           IF WS-ES-PRIM-HABIL
             STRING " - PRIMER DIA HABIL DEL MES" DELIMITED BY SIZE
               INTO WS-RPT-LINEA WITH POINTER WS-RPT-PTR
             END-STRING
           END-IF.
           IF WS-ES-ULT-HABIL
             STRING " - ULTIMO DIA HABIL DEL MES" DELIMITED BY SIZE
               INTO WS-RPT-LINEA WITH POINTER WS-RPT-PTR
             END-STRING
           END-IF.
           MOVE WS-RPT-LINEA TO REG-CIERRELOG.
           WRITE REG-CIERRELOG.
           IF WS-FERIADOS-TXT NOT = SPACES
             MOVE SPACES TO WS-RPT-LINEA
             STRING "  FERIADO EN SUCURSALES:" DELIMITED BY SIZE,
                    WS-FERIADOS-TXT DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
             MOVE WS-RPT-LINEA TO REG-CIERRELOG
             WRITE REG-CIERRELOG
           END-IF.
           MOVE SPACES TO REG-CIERRELOG.
           WRITE REG-CIERRELOG.
           PERFORM ESCRIBE-PASO-LOG THRU F-ESCRIBE-PASO-LOG
             MOVE "SECUENCIA COMPLETA" TO REG-CIERRELOG
           END-IF.
           WRITE REG-CIERRELOG.
           MOVE SPACES TO REG-CIERRELOG.
           WRITE REG-CIERRELOG.
       F-ESCRIBE-RESUMEN.
           EXIT.

             WHEN "S"
               STRING "  " DELIMITED BY SIZE,
                      WS-PASO-PGM(WS-PASO-IND) DELIMITED BY SIZE,
                      " SALTEADO (YA COMPLETADO)"
                        DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
             WHEN "C"
               STRING "  " DELIMITED BY SIZE,
                      WS-PASO-PGM(WS-PASO-IND) DELIMITED BY SIZE,
                      " NO CORRESPONDE EN ESTA FECHA (CALENDARIO)"
                        DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
             WHEN "R"
               STRING "  " DELIMITED BY SIZE,
                      WS-PASO-PGM(WS-PASO-IND) DELIMITED BY SIZE,
                      " QUEDA PARA EL CIERRE DE HOY"
                        DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
           WRITE REG-CIERRELOG.
       F-ESCRIBE-PASO-LOG.
           EXIT.

      *Pie de "CIERRELOG": las fechas atrasadas que se recuperaron en
      *esta corrida (o que quedaron pendientes) y como quedo la
      *secuencia en general.
       ESCRIBE-PIE.
           IF WS-RECUP-CANT = 0
             MOVE "FECHAS RECUPERADAS: NINGUNA" TO REG-CIERRELOG
             WRITE REG-CIERRELOG
           ELSE
             MOVE "FECHAS RECUPERADAS:" TO REG-CIERRELOG
             WRITE REG-CIERRELOG
             PERFORM ESCRIBE-RECUP-LOG THRU F-ESCRIBE-RECUP-LOG
                     VARYING WS-RECUP-IND FROM 1 BY 1
                     UNTIL WS-RECUP-IND > WS-RECUP-CANT
           END-IF.
           MOVE SPACES TO REG-CIERRELOG.
           WRITE REG-CIERRELOG.
           IF WS-SECUENCIA-ABORTA
             MOVE "CIERRE INCOMPLETO: RETOMAR CON CIERRESEQ"
               TO REG-CIERRELOG
           ELSE
             MOVE "CIERRE COMPLETO" TO REG-CIERRELOG
           END-IF.
           WRITE REG-CIERRELOG.
       F-ESCRIBE-PIE.
           EXIT.

       ESCRIBE-RECUP-LOG.
           MOVE SPACES TO WS-RPT-LINEA.
           EVALUATE WS-RECUP-EST(WS-RECUP-IND)
             WHEN "C"
               STRING "  " DELIMITED BY SIZE,
                      WS-RECUP-FECHA(WS-RECUP-IND) DELIMITED BY SIZE,
                      "  CERRADA" DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
             WHEN "F"
               STRING "  " DELIMITED BY SIZE,
                      WS-RECUP-FECHA(WS-RECUP-IND) DELIMITED BY SIZE,
                      "  INCOMPLETA" DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
             WHEN OTHER
               STRING "  " DELIMITED BY SIZE,
                      WS-RECUP-FECHA(WS-RECUP-IND) DELIMITED BY SIZE,
                      "  SIN CORRER" DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
           END-EVALUATE.
           MOVE WS-RPT-LINEA TO REG-CIERRELOG.
           WRITE REG-CIERRELOG.
       F-ESCRIBE-RECUP-LOG.
           EXIT.
