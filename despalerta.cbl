       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESPALERTA.
       AUTHOR. LOCOMOTORA.
       INSTALLATION. OCTUBRE-DE-2026.
       DATE-WRITTEN. OCTUBRE-DE-2026.
      *================================================================
      * Despachador de alertas: GWMONITOR deja un renglon en
      * "ALERTAS" cada vez que un umbral se supera y GWPROBE deja
      * CAIDO en "GWSTATUS", pero nadie se entera si no esta mirando
      * la consola, y en una caida larga la misma condicion se vuelve
      * a escribir cada pocos minutos. Se corre desde cron cada pocos
      * minutos, igual que GWMONITOR.
      *
      * Lee solo lo nuevo de "ALERTAS" (la cantidad de renglones ya
      * procesados queda en "ALERTAPOS") y los renglones de
      * "GWSTATUS" posteriores a la ultima sonda vista. Cada servicio
      * + tipo de alerta (para GWSTATUS, el host + "CAIDO") es UN
      * incidente abierto en "INCIDENTES" (indexado por servicio +
      * tipo, compartido con ADMININC): las repeticiones solo suman
      * al incidente, no vuelven a avisar.
      *
      * Al abrir un incidente se avisa a los contactos de nivel 1 del
      * servicio en "CONTACTOS" (SERVICIO|NIVEL|NOMBRE|DESTINO; "*"
      * vale para todos los servicios). Si el incidente no se
      * reconoce (ADMININC RECONOCER) en "ESCALA" minutos se avisa al
      * nivel siguiente; si no hay nivel siguiente se le recuerda al
      * ultimo. Cuando la condicion se va se manda el aviso de
      * normalizado a todos los niveles avisados y el incidente se
      * cierra: para "GWSTATUS" cuando el host vuelve ARRIBA; para
      * "ALERTAS" (GWMONITOR no escribe nada cuando el umbral deja de
      * superarse) cuando pasan "NORMAL" minutos sin repeticion. Un
      * incidente cerrado a mano (ADMININC CERRAR) se avisa y se
      * cierra en la corrida siguiente.
      *
      * Parametros en "ALERTACFG" (CLAVE|VALOR, como "GATEWAYCFG"):
      *   ESCALA|030     minutos sin reconocer hasta escalar
      *   NORMAL|015     minutos sin repeticion para dar por
      *                  normalizada una alerta de GWMONITOR
      *   COMANDO|cmd    comando de envio (correo, mensajeria): se
      *                  lo llama con el destino y el texto entre
      *                  comillas. Sin COMANDO los avisos solo quedan
      *                  en "AVISOS" y en la consola.
      *
      * Cada aviso queda en "AVISOS" y cada incidente cerrado en el
      * historico "INCIDHIST" con inicio, reconocimiento y fin
      * (NRO|SERVICIO|TIPO|INICIO|HORA|RECONOCIDO|HORA|OPERADOR|FIN|
      * HORA|OPERADOR-FIN|CIERRE|REPETICIONES|NIVEL, con OPERADOR-FIN
      * el que lo cerro con ADMININC CERRAR, vacio si se normalizo
      * solo), para discutir el SLA con el proveedor con horarios
      * reales.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ALERTACFG ASSIGN TO "ALERTACFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTACFG.
           SELECT F-CONTACTOS ASSIGN TO "CONTACTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTACTOS.
           SELECT F-ALERTAPOS ASSIGN TO "ALERTAPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTAPOS.
           SELECT F-ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTAS.
           SELECT F-GWSTATUS ASSIGN TO "GWSTATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GWSTATUS.
           SELECT F-INCIDENTES ASSIGN TO "INCIDENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-CLAVE
               FILE STATUS IS WS-FS-INCIDENTES.
           SELECT F-INCIDHIST ASSIGN TO "INCIDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCIDHIST.
           SELECT F-AVISOS ASSIGN TO "AVISOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVISOS.
       DATA DIVISION.
       FILE SECTION.
       FD  F-ALERTACFG.
       01  REG-ALERTACFG         PIC X(80).
       FD  F-CONTACTOS.
       01  REG-CONTACTOS         PIC X(132).
      *Renglones de "ALERTAS" ya procesados, fecha y hora de la
      *ultima sonda de "GWSTATUS" vista y ultimo numero de incidente.
       FD  F-ALERTAPOS.
       01  REG-ALERTAPOS.
           03  POS-ALERTAS       PIC 9(9).
           03  POS-GW-SELLO      PIC X(16).
           03  POS-ULT-NRO       PIC 9(6).
       FD  F-ALERTAS.
       01  REG-ALERTAS           PIC X(132).
       FD  F-GWSTATUS.
       01  REG-GWSTATUS          PIC X(80).
      *Incidente abierto, uno por servicio + tipo. Mismo layout que
      *el FD de admininc.cbl, que comparte el archivo.
       FD  F-INCIDENTES.
       01  REG-INCIDENTES.
           03  INC-CLAVE.
               05  INC-SERVICIO  PIC X(20).
               05  INC-TIPO      PIC X(10).
           03  INC-NRO           PIC 9(6).
      *Origen: "A" alerta de GWMONITOR, "G" sonda de GWPROBE.
           03  INC-ORIGEN        PIC X.
      *Estado: "A" abierto, "R" reconocido, "C" cerrado a mano
      *(pendiente de avisar y pasar al historico).
           03  INC-ESTADO        PIC X.
           03  INC-INI-FECHA     PIC X(8).
           03  INC-INI-HORA      PIC X(8).
           03  INC-ULT-FECHA     PIC X(8).
           03  INC-ULT-HORA      PIC X(8).
           03  INC-CANT          PIC 9(5).
           03  INC-NIVEL         PIC 9.
           03  INC-AVISO-FECHA   PIC X(8).
           03  INC-AVISO-HORA    PIC X(8).
           03  INC-ACK-FECHA     PIC X(8).
           03  INC-ACK-HORA      PIC X(8).
           03  INC-ACK-OPER      PIC X(10).
           03  INC-FIN-FECHA     PIC X(8).
           03  INC-FIN-HORA      PIC X(8).
           03  INC-FIN-OPER      PIC X(10).
           03  INC-VALOR         PIC X(10).
       FD  F-INCIDHIST.
       01  REG-INCIDHIST         PIC X(160).
       FD  F-AVISOS.
       01  REG-AVISOS            PIC X(250).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-ALERTACFG       PIC XX VALUE "00".
       77  WS-FS-CONTACTOS       PIC XX VALUE "00".
       77  WS-FS-ALERTAPOS       PIC XX VALUE "00".
       77  WS-FS-ALERTAS         PIC XX VALUE "00".
       77  WS-FS-GWSTATUS        PIC XX VALUE "00".
       77  WS-FS-INCIDENTES      PIC XX VALUE "00".
       77  WS-FS-INCIDHIST       PIC XX VALUE "00".
       77  WS-FS-AVISOS          PIC XX VALUE "00".
       77  WS-EOF-SW             PIC X VALUE "N".
           88  WS-FIN-ARCHIVO        VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-HORA               PIC 9(8) VALUE ZERO.
       77  WS-CFG-CLAVE          PIC X(20) VALUE SPACES.
       77  WS-CFG-VALOR          PIC X(58) VALUE SPACES.
      *Parametros de "ALERTACFG".
       77  WS-ESCALA-MIN         PIC 9(3) VALUE 30.
       77  WS-NORMAL-MIN         PIC 9(3) VALUE 15.
       77  WS-CMD-ENVIO          PIC X(58) VALUE SPACES.
      *Contactos de "CONTACTOS".
       01  WS-TBL-CONTACTOS.
           03  WS-CTO-ENTRY OCCURS 100 TIMES.
               05  WS-CTO-SERVICIO PIC X(20).
               05  WS-CTO-NIVEL    PIC 9.
               05  WS-CTO-NOMBRE   PIC X(20).
               05  WS-CTO-DESTINO  PIC X(60).
       77  WS-CTO-CANT           PIC 9(3) VALUE ZERO.
       77  WS-CTO-IND            PIC 9(3) VALUE ZERO.
       77  WS-CTO-NIVEL-X        PIC X(3) VALUE SPACES.
       77  WS-CTO-HAY-SW         PIC X VALUE "N".
           88  WS-CTO-HAY            VALUE "S".
      *Posicion de lectura.
       77  WS-POS-ALERTAS        PIC 9(9) VALUE ZERO.
       77  WS-POS-GW-SELLO       PIC X(16) VALUE SPACES.
       77  WS-GW-SELLO-MAX       PIC X(16) VALUE SPACES.
       77  WS-ULT-NRO            PIC 9(6) VALUE ZERO.
       77  WS-ALR-LEIDOS         PIC 9(9) VALUE ZERO.
       77  WS-ALR-TOTAL          PIC 9(9) VALUE ZERO.
      *Campos de "ALERTAS" (FECHA|HORA|SERVICIO|TIPO|VALOR|UMBRAL,
      *ver GRABA-ALERTA en gwmonitor.cbl).
       01  WS-ALR-CAMPOS.
           03  WS-ALR-FECHA      PIC X(8).
           03  WS-ALR-HORA       PIC X(8).
           03  WS-ALR-SERVICIO   PIC X(20).
           03  WS-ALR-TIPO       PIC X(10).
           03  WS-ALR-VALOR      PIC X(10).
           03  WS-ALR-UMBRAL     PIC X(10).
      *Campos de "GWSTATUS" (HOST|ESTADO|FECHA|HORA, ver
      *GRABA-ESTADOS en gwprobe.cbl).
       01  WS-GW-CAMPOS.
           03  WS-GW-HOST        PIC X(20).
           03  WS-GW-ESTADO      PIC X(6).
           03  WS-GW-FECHA       PIC X(8).
           03  WS-GW-HORA        PIC X(8).
       01  WS-GW-SELLO.
           03  WS-GW-SELLO-FECHA PIC X(8).
           03  WS-GW-SELLO-HORA  PIC X(8).
      *Condicion en proceso (de cualquiera de los dos origenes).
       77  WS-CND-SERVICIO       PIC X(20) VALUE SPACES.
       77  WS-CND-TIPO           PIC X(10) VALUE SPACES.
       77  WS-CND-ORIGEN         PIC X VALUE SPACES.
       77  WS-CND-FECHA          PIC X(8) VALUE SPACES.
       77  WS-CND-HORA           PIC X(8) VALUE SPACES.
       77  WS-CND-VALOR          PIC X(10) VALUE SPACES.
      *Aviso en armado.
       77  WS-AVI-CLASE          PIC X(12) VALUE SPACES.
       77  WS-AVI-NIVEL          PIC 9 VALUE ZERO.
       77  WS-AVI-DESDE          PIC 9 VALUE ZERO.
       77  WS-AVI-HASTA          PIC 9 VALUE ZERO.
       77  WS-AVI-TEXTO          PIC X(120) VALUE SPACES.
       77  WS-AVI-ENVIADOS       PIC 9(3) VALUE ZERO.
       77  WS-COMANDO            PIC X(250) VALUE SPACES.
       77  WS-CIERRE-MOTIVO      PIC X(12) VALUE SPACES.
      *Minutos transcurridos entre dos fechas y horas: cada fecha se
      *lleva a un numero de dia corrido y se suman horas y minutos.
       77  WS-CM-FECHA           PIC X(8) VALUE SPACES.
       77  WS-CM-HORA            PIC X(8) VALUE SPACES.
       77  WS-CM-MINUTOS         PIC 9(11) VALUE ZERO.
       77  WS-CM-ANIO            PIC 9(5) VALUE ZERO.
       77  WS-CM-MES             PIC 9(2) VALUE ZERO.
       77  WS-CM-DIA             PIC 9(2) VALUE ZERO.
       77  WS-CM-HH              PIC 9(2) VALUE ZERO.
       77  WS-CM-MM              PIC 9(2) VALUE ZERO.
       77  WS-CM-DIAS            PIC 9(9) VALUE ZERO.
       77  WS-CM-AUX             PIC 9(9) VALUE ZERO.
       77  WS-MIN-AHORA          PIC 9(11) VALUE ZERO.
       77  WS-MIN-TRANSC         PIC 9(11) VALUE ZERO.
      *Totales de la corrida.
       77  WS-TOT-CONDICIONES    PIC 9(5) VALUE ZERO.
       77  WS-TOT-NUEVOS         PIC 9(5) VALUE ZERO.
       77  WS-TOT-REPETIDOS      PIC 9(5) VALUE ZERO.
       77  WS-TOT-ESCALADOS      PIC 9(5) VALUE ZERO.
       77  WS-TOT-CERRADOS       PIC 9(5) VALUE ZERO.
       77  WS-TOT-AVISOS         PIC 9(5) VALUE ZERO.
       77  WS-INC-ABIERTO-SW     PIC X VALUE "N".
           88  WS-INC-ABIERTO        VALUE "S".
       77  WS-INC-BORRA-SW       PIC X VALUE "N".
           88  WS-INC-BORRA          VALUE "S".
       77  WS-ED-NRO             PIC 9(6) VALUE ZERO.
       77  WS-ED-CANT            PIC ZZZZ9 VALUE ZERO.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HOY TO WS-CM-FECHA.
           MOVE WS-HORA TO WS-CM-HORA.
           PERFORM CALCULA-MINUTOS THRU F-CALCULA-MINUTOS.
           MOVE WS-CM-MINUTOS TO WS-MIN-AHORA.
           PERFORM CARGA-CFG-ALERTA THRU F-CARGA-CFG-ALERTA.
           PERFORM CARGA-CONTACTOS THRU F-CARGA-CONTACTOS.
           PERFORM LEE-POSICION THRU F-LEE-POSICION.
           PERFORM ABRE-INCIDENTES THRU F-ABRE-INCIDENTES.
           PERFORM PROCESA-ALERTAS THRU F-PROCESA-ALERTAS.
           PERFORM PROCESA-GWSTATUS THRU F-PROCESA-GWSTATUS.
           PERFORM REVISA-INCIDENTES THRU F-REVISA-INCIDENTES.
           CLOSE F-INCIDENTES.
           PERFORM GRABA-POSICION THRU F-GRABA-POSICION.
           DISPLAY "DESPALERTA - CONDICIONES: " WS-TOT-CONDICIONES
                   "  NUEVOS: " WS-TOT-NUEVOS
                   "  REPETIDOS: " WS-TOT-REPETIDOS
                   "  ESCALADOS: " WS-TOT-ESCALADOS
                   "  CERRADOS: " WS-TOT-CERRADOS
                   "  AVISOS: " WS-TOT-AVISOS.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *Parametros de "ALERTACFG"; sin archivo quedan los defaults.
       CARGA-CFG-ALERTA.
           OPEN INPUT F-ALERTACFG.
           IF WS-FS-ALERTACFG = "00"
             PERFORM UNTIL WS-FS-ALERTACFG = "10"
               READ F-ALERTACFG
                 AT END
                   MOVE "10" TO WS-FS-ALERTACFG
                 NOT AT END
                   IF REG-ALERTACFG NOT = SPACES AND
                      REG-ALERTACFG(1:1) NOT = "*"
                     MOVE SPACES TO WS-CFG-CLAVE WS-CFG-VALOR
                     UNSTRING REG-ALERTACFG DELIMITED BY "|"
                       INTO WS-CFG-CLAVE, WS-CFG-VALOR
                     END-UNSTRING
                     EVALUATE WS-CFG-CLAVE
                       WHEN "ESCALA"
                         MOVE WS-CFG-VALOR(1:3) TO WS-ESCALA-MIN
                       WHEN "NORMAL"
                         MOVE WS-CFG-VALOR(1:3) TO WS-NORMAL-MIN
                       WHEN "COMANDO"
                         MOVE WS-CFG-VALOR TO WS-CMD-ENVIO
                       WHEN OTHER
                         CONTINUE
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE F-ALERTACFG
           END-IF.
       F-CARGA-CFG-ALERTA.
           EXIT.

       CARGA-CONTACTOS.
           OPEN INPUT F-CONTACTOS.
           IF WS-FS-CONTACTOS NOT = "00"
             MOVE "DESPALERTA: SIN ARCHIVO CONTACTOS, SOLO CONSOLA"
               TO W-MENSAJE-LOG
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-CARGA-CONTACTOS
           END-IF.
           PERFORM UNTIL WS-FS-CONTACTOS = "10"
             READ F-CONTACTOS
               AT END
                 MOVE "10" TO WS-FS-CONTACTOS
               NOT AT END
                 IF REG-CONTACTOS NOT = SPACES AND
                    REG-CONTACTOS(1:1) NOT = "*" AND
                    WS-CTO-CANT < 100
                   ADD 1 TO WS-CTO-CANT
                   MOVE SPACES TO WS-CTO-NIVEL-X
                   UNSTRING REG-CONTACTOS DELIMITED BY "|"
                     INTO WS-CTO-SERVICIO(WS-CTO-CANT),
                          WS-CTO-NIVEL-X,
                          WS-CTO-NOMBRE(WS-CTO-CANT),
                          WS-CTO-DESTINO(WS-CTO-CANT)
                   END-UNSTRING
                   IF WS-CTO-NIVEL-X(1:1) IS NUMERIC
                     MOVE WS-CTO-NIVEL-X(1:1)
                       TO WS-CTO-NIVEL(WS-CTO-CANT)
                   ELSE
                     MOVE 1 TO WS-CTO-NIVEL(WS-CTO-CANT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE F-CONTACTOS.
       F-CARGA-CONTACTOS.
           EXIT.

       LEE-POSICION.
           OPEN INPUT F-ALERTAPOS.
           IF WS-FS-ALERTAPOS = "00"
             READ F-ALERTAPOS
               AT END
                 CONTINUE
               NOT AT END
                 IF POS-ALERTAS IS NUMERIC
                   MOVE POS-ALERTAS TO WS-POS-ALERTAS
                 END-IF
                 MOVE POS-GW-SELLO TO WS-POS-GW-SELLO
                 IF POS-ULT-NRO IS NUMERIC
                   MOVE POS-ULT-NRO TO WS-ULT-NRO
                 END-IF
             END-READ
             CLOSE F-ALERTAPOS
           END-IF.
           MOVE WS-POS-GW-SELLO TO WS-GW-SELLO-MAX.
       F-LEE-POSICION.
           EXIT.

       GRABA-POSICION.
           OPEN OUTPUT F-ALERTAPOS.
           MOVE WS-POS-ALERTAS TO POS-ALERTAS.
           MOVE WS-GW-SELLO-MAX TO POS-GW-SELLO.
           MOVE WS-ULT-NRO TO POS-ULT-NRO.
           WRITE REG-ALERTAPOS.
           CLOSE F-ALERTAPOS.
       F-GRABA-POSICION.
           EXIT.

      *Abre (o crea) los incidentes, compartidos con ADMININC.
       ABRE-INCIDENTES.
           OPEN I-O F-INCIDENTES.
           IF WS-FS-INCIDENTES = "35"
             OPEN OUTPUT F-INCIDENTES
             CLOSE F-INCIDENTES
             OPEN I-O F-INCIDENTES
           END-IF.
           IF WS-FS-INCIDENTES NOT = "00"
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "DESPALERTA: NO PUDO ABRIR INCIDENTES FS="
                      DELIMITED BY SIZE,
                    WS-FS-INCIDENTES DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "DESPALERTA: NO PUDO ABRIR INCIDENTES FS="
                     WS-FS-INCIDENTES
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
       F-ABRE-INCIDENTES.
           EXIT.

      *Renglones nuevos de "ALERTAS". Si el archivo tiene menos
      *renglones que los ya procesados es que lo recrearon: se toma
      *entero.
       PROCESA-ALERTAS.
           MOVE ZERO TO WS-ALR-TOTAL.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT F-ALERTAS.
           IF WS-FS-ALERTAS NOT = "00"
             MOVE ZERO TO WS-POS-ALERTAS
             GO TO F-PROCESA-ALERTAS
           END-IF.
           PERFORM CUENTA-ALERTA THRU F-CUENTA-ALERTA
                   UNTIL WS-FIN-ARCHIVO.
           CLOSE F-ALERTAS.
           IF WS-ALR-TOTAL < WS-POS-ALERTAS
             MOVE ZERO TO WS-POS-ALERTAS
           END-IF.
           IF WS-ALR-TOTAL = WS-POS-ALERTAS
             GO TO F-PROCESA-ALERTAS
           END-IF.
           MOVE ZERO TO WS-ALR-LEIDOS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT F-ALERTAS.
           PERFORM LEE-ALERTA THRU F-LEE-ALERTA
                   UNTIL WS-FIN-ARCHIVO.
           CLOSE F-ALERTAS.
           MOVE WS-ALR-LEIDOS TO WS-POS-ALERTAS.
       F-PROCESA-ALERTAS.
           EXIT.

       CUENTA-ALERTA.
           READ F-ALERTAS
             AT END
               SET WS-FIN-ARCHIVO TO TRUE
             NOT AT END
               ADD 1 TO WS-ALR-TOTAL
           END-READ.
       F-CUENTA-ALERTA.
           EXIT.

       LEE-ALERTA.
           READ F-ALERTAS
             AT END
               SET WS-FIN-ARCHIVO TO TRUE
               GO TO F-LEE-ALERTA
           END-READ.
           ADD 1 TO WS-ALR-LEIDOS.
           IF WS-ALR-LEIDOS <= WS-POS-ALERTAS OR
              REG-ALERTAS = SPACES
             GO TO F-LEE-ALERTA
           END-IF.
           MOVE SPACES TO WS-ALR-CAMPOS.
           UNSTRING REG-ALERTAS DELIMITED BY "|"
             INTO WS-ALR-FECHA, WS-ALR-HORA, WS-ALR-SERVICIO,
                  WS-ALR-TIPO, WS-ALR-VALOR, WS-ALR-UMBRAL
           END-UNSTRING.
           MOVE WS-ALR-SERVICIO TO WS-CND-SERVICIO.
           MOVE WS-ALR-TIPO TO WS-CND-TIPO.
           MOVE "A" TO WS-CND-ORIGEN.
           MOVE WS-ALR-FECHA TO WS-CND-FECHA.
           MOVE WS-ALR-HORA TO WS-CND-HORA.
           MOVE WS-ALR-VALOR TO WS-CND-VALOR.
           PERFORM REGISTRA-CONDICION THRU F-REGISTRA-CONDICION.
       F-LEE-ALERTA.
           EXIT.

      *"GWSTATUS" se reescribe entero en cada sonda: se toman solo
      *los renglones con fecha y hora posteriores a la ultima sonda
      *vista. CAIDO abre (o repite) el incidente del host; ARRIBA lo
      *normaliza.
       PROCESA-GWSTATUS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT F-GWSTATUS.
           IF WS-FS-GWSTATUS NOT = "00"
             GO TO F-PROCESA-GWSTATUS
           END-IF.
           PERFORM LEE-GWSTATUS THRU F-LEE-GWSTATUS
                   UNTIL WS-FIN-ARCHIVO.
           CLOSE F-GWSTATUS.
       F-PROCESA-GWSTATUS.
           EXIT.

       LEE-GWSTATUS.
           READ F-GWSTATUS
             AT END
               SET WS-FIN-ARCHIVO TO TRUE
               GO TO F-LEE-GWSTATUS
           END-READ.
           MOVE SPACES TO WS-GW-CAMPOS.
           UNSTRING REG-GWSTATUS DELIMITED BY "|"
             INTO WS-GW-HOST, WS-GW-ESTADO, WS-GW-FECHA, WS-GW-HORA
           END-UNSTRING.
           MOVE WS-GW-FECHA TO WS-GW-SELLO-FECHA.
           MOVE WS-GW-HORA TO WS-GW-SELLO-HORA.
           IF WS-GW-HOST = SPACES OR
              WS-GW-SELLO NOT > WS-POS-GW-SELLO
             GO TO F-LEE-GWSTATUS
           END-IF.
           IF WS-GW-SELLO > WS-GW-SELLO-MAX
             MOVE WS-GW-SELLO TO WS-GW-SELLO-MAX
           END-IF.
           MOVE WS-GW-HOST TO WS-CND-SERVICIO.
           MOVE "CAIDO" TO WS-CND-TIPO.
           MOVE "G" TO WS-CND-ORIGEN.
           MOVE WS-GW-FECHA TO WS-CND-FECHA.
           MOVE WS-GW-HORA TO WS-CND-HORA.
           MOVE SPACES TO WS-CND-VALOR.
           IF WS-GW-ESTADO = "CAIDO"
             PERFORM REGISTRA-CONDICION THRU F-REGISTRA-CONDICION
             GO TO F-LEE-GWSTATUS
           END-IF.
      *Host ARRIBA: si tenia un incidente abierto, se normaliza.
           MOVE WS-CND-SERVICIO TO INC-SERVICIO.
           MOVE WS-CND-TIPO TO INC-TIPO.
           READ F-INCIDENTES
             INVALID KEY
               GO TO F-LEE-GWSTATUS
           END-READ.
           MOVE WS-GW-FECHA TO INC-FIN-FECHA.
           MOVE WS-GW-HORA TO INC-FIN-HORA.
           MOVE "NORMALIZADO" TO WS-CIERRE-MOTIVO.
           PERFORM CIERRA-INCIDENTE THRU F-CIERRA-INCIDENTE.
           DELETE F-INCIDENTES
             INVALID KEY
               CONTINUE
           END-DELETE.
       F-LEE-GWSTATUS.
           EXIT.

      *Una condicion (servicio + tipo): si ya hay incidente abierto
      *solo suma la repeticion; si no, abre uno y avisa al nivel 1.
       REGISTRA-CONDICION.
           ADD 1 TO WS-TOT-CONDICIONES.
           MOVE WS-CND-SERVICIO TO INC-SERVICIO.
           MOVE WS-CND-TIPO TO INC-TIPO.
           MOVE "S" TO WS-INC-ABIERTO-SW.
           READ F-INCIDENTES
             INVALID KEY
               MOVE "N" TO WS-INC-ABIERTO-SW
           END-READ.
           IF WS-INC-ABIERTO
             ADD 1 TO WS-TOT-REPETIDOS
             ADD 1 TO INC-CANT
             MOVE WS-CND-FECHA TO INC-ULT-FECHA
             MOVE WS-CND-HORA TO INC-ULT-HORA
             IF WS-CND-VALOR NOT = SPACES
               MOVE WS-CND-VALOR TO INC-VALOR
             END-IF
             REWRITE REG-INCIDENTES
               INVALID KEY
                 CONTINUE
             END-REWRITE
             GO TO F-REGISTRA-CONDICION
           END-IF.
           ADD 1 TO WS-TOT-NUEVOS.
           ADD 1 TO WS-ULT-NRO.
           INITIALIZE REG-INCIDENTES.
           MOVE WS-CND-SERVICIO TO INC-SERVICIO.
           MOVE WS-CND-TIPO TO INC-TIPO.
           MOVE WS-ULT-NRO TO INC-NRO.
           MOVE WS-CND-ORIGEN TO INC-ORIGEN.
           MOVE "A" TO INC-ESTADO.
           MOVE WS-CND-FECHA TO INC-INI-FECHA INC-ULT-FECHA.
           MOVE WS-CND-HORA TO INC-INI-HORA INC-ULT-HORA.
           MOVE 1 TO INC-CANT.
           MOVE 1 TO INC-NIVEL.
           MOVE WS-HOY TO INC-AVISO-FECHA.
           MOVE WS-HORA TO INC-AVISO-HORA.
           MOVE WS-CND-VALOR TO INC-VALOR.
           MOVE "ALERTA" TO WS-AVI-CLASE.
           MOVE 1 TO WS-AVI-DESDE WS-AVI-HASTA.
           PERFORM AVISA THRU F-AVISA.
           WRITE REG-INCIDENTES
             INVALID KEY
               MOVE SPACES TO W-MENSAJE-LOG
               STRING "DESPALERTA: NO PUDO GRABAR INCIDENTE "
                        DELIMITED BY SIZE,
                      INC-CLAVE DELIMITED BY SIZE,
                      " FS=" DELIMITED BY SIZE,
                      WS-FS-INCIDENTES DELIMITED BY SIZE
                 INTO W-MENSAJE-LOG
               END-STRING
               CALL "logger" USING W-MENSAJE-LOG
           END-WRITE.
       F-REGISTRA-CONDICION.
           EXIT.

      *Recorre los incidentes: cierra los que cerro el operador y las
      *alertas de GWMONITOR que ya no se repiten, y escala los que
      *siguen sin reconocer.
       REVISA-INCIDENTES.
           MOVE LOW-VALUES TO INC-CLAVE.
           MOVE "N" TO WS-EOF-SW.
           START F-INCIDENTES KEY IS NOT LESS THAN INC-CLAVE
             INVALID KEY
               SET WS-FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM REVISA-INCIDENTE THRU F-REVISA-INCIDENTE
                   UNTIL WS-FIN-ARCHIVO.
       F-REVISA-INCIDENTES.
           EXIT.

       REVISA-INCIDENTE.
           READ F-INCIDENTES NEXT RECORD
             AT END
               SET WS-FIN-ARCHIVO TO TRUE
               GO TO F-REVISA-INCIDENTE
           END-READ.
           MOVE "N" TO WS-INC-BORRA-SW.
           EVALUATE TRUE
             WHEN INC-ESTADO = "C"
               MOVE "CERRADO" TO WS-CIERRE-MOTIVO
               PERFORM CIERRA-INCIDENTE THRU F-CIERRA-INCIDENTE
               SET WS-INC-BORRA TO TRUE
             WHEN INC-ORIGEN = "A"
               MOVE INC-ULT-FECHA TO WS-CM-FECHA
               MOVE INC-ULT-HORA TO WS-CM-HORA
               PERFORM CALCULA-MINUTOS THRU F-CALCULA-MINUTOS
               PERFORM CALCULA-TRANSCURRIDO
                       THRU F-CALCULA-TRANSCURRIDO
               IF WS-MIN-TRANSC >= WS-NORMAL-MIN
                 MOVE WS-HOY TO INC-FIN-FECHA
                 MOVE WS-HORA TO INC-FIN-HORA
                 MOVE "NORMALIZADO" TO WS-CIERRE-MOTIVO
                 PERFORM CIERRA-INCIDENTE THRU F-CIERRA-INCIDENTE
                 SET WS-INC-BORRA TO TRUE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-INC-BORRA
             DELETE F-INCIDENTES
               INVALID KEY
                 CONTINUE
             END-DELETE
             GO TO F-REVISA-INCIDENTE
           END-IF.
           IF INC-ESTADO NOT = "A"
             GO TO F-REVISA-INCIDENTE
           END-IF.
           MOVE INC-AVISO-FECHA TO WS-CM-FECHA.
           MOVE INC-AVISO-HORA TO WS-CM-HORA.
           PERFORM CALCULA-MINUTOS THRU F-CALCULA-MINUTOS.
           PERFORM CALCULA-TRANSCURRIDO THRU F-CALCULA-TRANSCURRIDO.
           IF WS-MIN-TRANSC < WS-ESCALA-MIN
             GO TO F-REVISA-INCIDENTE
           END-IF.
      *Sin reconocer a tiempo: al nivel siguiente si tiene contactos;
      *si no, se le recuerda al nivel en curso.
           ADD 1 TO WS-TOT-ESCALADOS.
           MOVE INC-NIVEL TO WS-AVI-NIVEL.
           IF INC-NIVEL < 9
             ADD 1 TO WS-AVI-NIVEL
           END-IF.
           PERFORM HAY-CONTACTOS THRU F-HAY-CONTACTOS.
           IF WS-CTO-HAY AND WS-AVI-NIVEL > INC-NIVEL
             MOVE WS-AVI-NIVEL TO INC-NIVEL
             MOVE "ESCALADO" TO WS-AVI-CLASE
           ELSE
             MOVE "RECORDATORIO" TO WS-AVI-CLASE
           END-IF.
           MOVE INC-NIVEL TO WS-AVI-DESDE WS-AVI-HASTA.
           PERFORM AVISA THRU F-AVISA.
           MOVE WS-HOY TO INC-AVISO-FECHA.
           MOVE WS-HORA TO INC-AVISO-HORA.
           REWRITE REG-INCIDENTES
             INVALID KEY
               CONTINUE
           END-REWRITE.
       F-REVISA-INCIDENTE.
           EXIT.

      *Hay contactos de WS-AVI-NIVEL para el servicio del incidente?
       HAY-CONTACTOS.
           MOVE "N" TO WS-CTO-HAY-SW.
           PERFORM VARYING WS-CTO-IND FROM 1 BY 1
                   UNTIL WS-CTO-IND > WS-CTO-CANT
             IF WS-CTO-NIVEL(WS-CTO-IND) = WS-AVI-NIVEL AND
                (WS-CTO-SERVICIO(WS-CTO-IND) = INC-SERVICIO OR
                 WS-CTO-SERVICIO(WS-CTO-IND) = "*")
               SET WS-CTO-HAY TO TRUE
             END-IF
           END-PERFORM.
       F-HAY-CONTACTOS.
           EXIT.

      *Fin del incidente en REG-INCIDENTES (fecha y hora de fin ya
      *puestas): aviso de normalizado (o de cierre manual) a todos los
      *niveles avisados y renglon en el historico. El borrado lo hace
      *quien llama.
       CIERRA-INCIDENTE.
           ADD 1 TO WS-TOT-CERRADOS.
           MOVE WS-CIERRE-MOTIVO TO WS-AVI-CLASE.
           MOVE 1 TO WS-AVI-DESDE.
           MOVE INC-NIVEL TO WS-AVI-HASTA.
           PERFORM AVISA THRU F-AVISA.
           MOVE INC-CANT TO WS-ED-CANT.
           OPEN EXTEND F-INCIDHIST.
           IF WS-FS-INCIDHIST = "05" OR WS-FS-INCIDHIST = "35"
             OPEN OUTPUT F-INCIDHIST
             CLOSE F-INCIDHIST
             OPEN EXTEND F-INCIDHIST
           END-IF.
           MOVE SPACES TO REG-INCIDHIST.
           STRING INC-NRO DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  INC-SERVICIO DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  INC-TIPO DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  INC-INI-FECHA DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  INC-INI-HORA DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  INC-ACK-FECHA DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  INC-ACK-HORA DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  INC-ACK-OPER DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  INC-FIN-FECHA DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  INC-FIN-HORA DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  INC-FIN-OPER DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-CIERRE-MOTIVO DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  INC-CANT DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  INC-NIVEL DELIMITED BY SIZE
             INTO REG-INCIDHIST
           END-STRING.
           WRITE REG-INCIDHIST.
           CLOSE F-INCIDHIST.
       F-CIERRA-INCIDENTE.
           EXIT.

      *Avisa WS-AVI-CLASE del incidente en REG-INCIDENTES a los
      *contactos de los niveles WS-AVI-DESDE a WS-AVI-HASTA. Cada
      *aviso queda en "AVISOS" y, si hay COMANDO, se entrega con el.
      *Sin contactos para el servicio el aviso sale igual por consola
      *y queda en "AVISOS" como SIN CONTACTO.
       AVISA.
           MOVE INC-NRO TO WS-ED-NRO.
           MOVE INC-CANT TO WS-ED-CANT.
           MOVE SPACES TO WS-AVI-TEXTO.
           STRING WS-AVI-CLASE DELIMITED BY SPACE,
                  " INCIDENTE " DELIMITED BY SIZE,
                  WS-ED-NRO DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  INC-SERVICIO DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  INC-TIPO DELIMITED BY SPACE,
                  " VALOR " DELIMITED BY SIZE,
                  INC-VALOR DELIMITED BY SPACE,
                  " DESDE " DELIMITED BY SIZE,
                  INC-INI-FECHA DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  INC-INI-HORA(1:4) DELIMITED BY SIZE,
                  " REPETICIONES " DELIMITED BY SIZE,
                  WS-ED-CANT DELIMITED BY SIZE
             INTO WS-AVI-TEXTO
           END-STRING.
           DISPLAY "DESPALERTA " WS-AVI-TEXTO.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "DESPALERTA: " DELIMITED BY SIZE,
                  WS-AVI-TEXTO DELIMITED BY SIZE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
           OPEN EXTEND F-AVISOS.
           IF WS-FS-AVISOS = "05" OR WS-FS-AVISOS = "35"
             OPEN OUTPUT F-AVISOS
             CLOSE F-AVISOS
             OPEN EXTEND F-AVISOS
           END-IF.
           MOVE ZERO TO WS-AVI-ENVIADOS.
           PERFORM AVISA-CONTACTO THRU F-AVISA-CONTACTO
                   VARYING WS-CTO-IND FROM 1 BY 1
                   UNTIL WS-CTO-IND > WS-CTO-CANT.
           IF WS-AVI-ENVIADOS = 0
             MOVE SPACES TO REG-AVISOS
             STRING WS-HOY DELIMITED BY SIZE,
                    "|" DELIMITED BY SIZE,
                    WS-HORA DELIMITED BY SIZE,
                    "|" DELIMITED BY SIZE,
                    INC-NRO DELIMITED BY SIZE,
                    "|" DELIMITED BY SIZE,
                    WS-AVI-CLASE DELIMITED BY SPACE,
                    "|" DELIMITED BY SIZE,
                    WS-AVI-HASTA DELIMITED BY SIZE,
                    "|SIN CONTACTO||" DELIMITED BY SIZE,
                    WS-AVI-TEXTO DELIMITED BY "  "
               INTO REG-AVISOS
             END-STRING
             WRITE REG-AVISOS
           END-IF.
           CLOSE F-AVISOS.
       F-AVISA.
           EXIT.

       AVISA-CONTACTO.
           IF WS-CTO-NIVEL(WS-CTO-IND) < WS-AVI-DESDE OR
              WS-CTO-NIVEL(WS-CTO-IND) > WS-AVI-HASTA
             GO TO F-AVISA-CONTACTO
           END-IF.
           IF WS-CTO-SERVICIO(WS-CTO-IND) NOT = INC-SERVICIO AND
              WS-CTO-SERVICIO(WS-CTO-IND) NOT = "*"
             GO TO F-AVISA-CONTACTO
           END-IF.
           ADD 1 TO WS-AVI-ENVIADOS WS-TOT-AVISOS.
           MOVE SPACES TO REG-AVISOS.
           STRING WS-HOY DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-HORA DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  INC-NRO DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-AVI-CLASE DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-CTO-NIVEL(WS-CTO-IND) DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-CTO-NOMBRE(WS-CTO-IND) DELIMITED BY "  ",
                  "|" DELIMITED BY SIZE,
                  WS-CTO-DESTINO(WS-CTO-IND) DELIMITED BY SPACE,
                  "|" DELIMITED BY SIZE,
                  WS-AVI-TEXTO DELIMITED BY "  "
             INTO REG-AVISOS
           END-STRING.
           WRITE REG-AVISOS.
           IF WS-CMD-ENVIO = SPACES
             GO TO F-AVISA-CONTACTO
           END-IF.
           MOVE SPACES TO WS-COMANDO.
           STRING WS-CMD-ENVIO DELIMITED BY "  ",
                  ' "' DELIMITED BY SIZE,
                  WS-CTO-DESTINO(WS-CTO-IND) DELIMITED BY SPACE,
                  '" "' DELIMITED BY SIZE,
                  WS-AVI-TEXTO DELIMITED BY "  ",
                  '"' DELIMITED BY SIZE
             INTO WS-COMANDO
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO.
           IF RETURN-CODE NOT = 0
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "DESPALERTA: FALLO EL ENVIO A " DELIMITED BY SIZE,
                    WS-CTO-DESTINO(WS-CTO-IND) DELIMITED BY SPACE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
           END-IF.
           MOVE 0 TO RETURN-CODE.
       F-AVISA-CONTACTO.
           EXIT.

      *Minutos corridos de WS-CM-FECHA/WS-CM-HORA (AAAAMMDD y
      *HHMMSSCC): dia corrido desde el anio cero contando el anio
      *desde marzo (asi febrero queda al final), por 1440, mas horas
      *y minutos.
       CALCULA-MINUTOS.
           MOVE ZERO TO WS-CM-MINUTOS.
           IF WS-CM-FECHA IS NOT NUMERIC
             GO TO F-CALCULA-MINUTOS
           END-IF.
           MOVE WS-CM-FECHA(1:4) TO WS-CM-ANIO.
           MOVE WS-CM-FECHA(5:2) TO WS-CM-MES.
           MOVE WS-CM-FECHA(7:2) TO WS-CM-DIA.
           IF WS-CM-MES < 3
             SUBTRACT 1 FROM WS-CM-ANIO
             ADD 12 TO WS-CM-MES
           END-IF.
           COMPUTE WS-CM-DIAS = WS-CM-ANIO * 365 + WS-CM-DIA.
           DIVIDE WS-CM-ANIO BY 4 GIVING WS-CM-AUX.
           ADD WS-CM-AUX TO WS-CM-DIAS.
           DIVIDE WS-CM-ANIO BY 100 GIVING WS-CM-AUX.
           SUBTRACT WS-CM-AUX FROM WS-CM-DIAS.
           DIVIDE WS-CM-ANIO BY 400 GIVING WS-CM-AUX.
           ADD WS-CM-AUX TO WS-CM-DIAS.
           COMPUTE WS-CM-AUX = (153 * (WS-CM-MES - 3) + 2) / 5.
           ADD WS-CM-AUX TO WS-CM-DIAS.
           MOVE ZERO TO WS-CM-HH WS-CM-MM.
           IF WS-CM-HORA(1:4) IS NUMERIC
             MOVE WS-CM-HORA(1:2) TO WS-CM-HH
             MOVE WS-CM-HORA(3:2) TO WS-CM-MM
           END-IF.
           COMPUTE WS-CM-MINUTOS =
               WS-CM-DIAS * 1440 + WS-CM-HH * 60 + WS-CM-MM.
       F-CALCULA-MINUTOS.
           EXIT.

      *Minutos desde WS-CM-MINUTOS hasta ahora (cero si es futuro).
       CALCULA-TRANSCURRIDO.
           IF WS-CM-MINUTOS > WS-MIN-AHORA
             MOVE ZERO TO WS-MIN-TRANSC
           ELSE
             COMPUTE WS-MIN-TRANSC = WS-MIN-AHORA - WS-CM-MINUTOS
           END-IF.
       F-CALCULA-TRANSCURRIDO.
           EXIT.
