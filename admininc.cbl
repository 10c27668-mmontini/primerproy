       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMININC.
       AUTHOR. LOCOMOTORA.
       INSTALLATION. OCTUBRE-DE-2026.
       DATE-WRITTEN. OCTUBRE-DE-2026.
      *================================================================
      * Comando del operador para los incidentes que abre DESPALERTA
      * (archivo "INCIDENTES", compartido). Se invoca por linea de
      * comandos:
      *
      *   admininc                        lista los incidentes (igual
      *                                   que LISTAR)
      *   admininc LISTAR                 numero, servicio, tipo,
      *                                   inicio, ultima repeticion,
      *                                   repeticiones, nivel avisado
      *                                   y estado
      *   admininc RECONOCER nro operador reconoce el incidente: deja
      *                                   de escalar
      *   admininc CERRAR nro operador    cierra el incidente a mano
      *
      * RECONOCER deja la fecha, hora y operador del reconocimiento,
      * que despues salen en el historico "INCIDHIST". CERRAR solo
      * marca el incidente con la fecha, hora y operador del cierre:
      * el aviso de cierre a los contactos y el paso al historico los
      * hace DESPALERTA en su corrida siguiente (mismo reparto que
      * ADMINQ y DESPACHAQ con "PENDQCTL"). Si la condicion sigue,
      * la alerta siguiente abre un incidente nuevo.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INCIDENTES ASSIGN TO "INCIDENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-CLAVE
               FILE STATUS IS WS-FS-INCIDENTES.
       DATA DIVISION.
       FILE SECTION.
      *Mismo layout que el FD de despalerta.cbl, que comparte el
      *archivo.
       FD  F-INCIDENTES.
       01  REG-INCIDENTES.
           03  INC-CLAVE.
               05  INC-SERVICIO  PIC X(20).
               05  INC-TIPO      PIC X(10).
           03  INC-NRO           PIC 9(6).
           03  INC-ORIGEN        PIC X.
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
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-INCIDENTES      PIC XX VALUE "00".
       77  WS-EOF-SW             PIC X VALUE "N".
           88  WS-FIN-ARCHIVO        VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
       77  WS-HORA               PIC 9(8) VALUE ZERO.
       77  WS-CMDLINE            PIC X(100) VALUE SPACES.
       77  WS-VERBO              PIC X(10) VALUE SPACES.
       77  WS-ARG-NRO            PIC X(6) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  WS-ARG-OPER           PIC X(10) VALUE SPACES.
       77  WS-NRO-BUSCADO        PIC 9(6) VALUE ZERO.
       77  WS-HALLADO-SW         PIC X VALUE "N".
           88  WS-HALLADO            VALUE "S".
       77  WS-ESTADO-TXT         PIC X(10) VALUE SPACES.
       77  WS-ED-CANT            PIC ZZZZ9 VALUE ZERO.
       77  WS-TOT-LISTADOS       PIC 9(5) VALUE ZERO.
       77  WS-RPT-LINEA          PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           PERFORM PARSEA-COMANDO THRU F-PARSEA-COMANDO.
           OPEN I-O F-INCIDENTES.
           IF WS-FS-INCIDENTES = "35"
             DISPLAY "ADMININC: NO HAY INCIDENTES ABIERTOS"
             MOVE 0 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-FS-INCIDENTES NOT = "00"
             DISPLAY "ADMININC: NO PUDO ABRIR INCIDENTES FS="
                     WS-FS-INCIDENTES
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-VERBO
             WHEN SPACES
             WHEN "LISTAR"
               PERFORM LISTA-INCIDENTES THRU F-LISTA-INCIDENTES
             WHEN "RECONOCER"
               PERFORM RECONOCE THRU F-RECONOCE
             WHEN "CERRAR"
               PERFORM CIERRA THRU F-CIERRA
             WHEN OTHER
               DISPLAY "ADMININC: COMANDO DESCONOCIDO " WS-VERBO
               DISPLAY "USO: admininc [LISTAR | RECONOCER nro "
                       "operador | CERRAR nro operador]"
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
           CLOSE F-INCIDENTES.
           STOP RUN.

       PARSEA-COMANDO.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
             INTO WS-VERBO, WS-ARG-NRO, WS-ARG-OPER
           END-UNSTRING.
           IF WS-VERBO = "RECONOCER" OR WS-VERBO = "CERRAR"
             IF WS-ARG-NRO = SPACES OR WS-ARG-OPER = SPACES
               DISPLAY "ADMININC: " WS-VERBO
                       " PIDE NUMERO DE INCIDENTE Y OPERADOR"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
      *El numero se acepta con o sin ceros a la izquierda (el campo
      *lo recibe justificado a derecha).
             INSPECT WS-ARG-NRO REPLACING LEADING SPACE BY ZERO
             IF WS-ARG-NRO IS NOT NUMERIC
               DISPLAY "ADMININC: NUMERO DE INCIDENTE INVALIDO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE WS-ARG-NRO TO WS-NRO-BUSCADO
           END-IF.
       F-PARSEA-COMANDO.
           EXIT.

      *Deja en REG-INCIDENTES el incidente WS-NRO-BUSCADO.
       BUSCA-INCIDENTE.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO INC-CLAVE.
           START F-INCIDENTES KEY IS NOT LESS THAN INC-CLAVE
             INVALID KEY
               SET WS-FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL WS-FIN-ARCHIVO OR WS-HALLADO
             READ F-INCIDENTES NEXT RECORD
               AT END
                 SET WS-FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF INC-NRO = WS-NRO-BUSCADO
                   SET WS-HALLADO TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
       F-BUSCA-INCIDENTE.
           EXIT.

       LISTA-INCIDENTES.
           DISPLAY "NRO    SERVICIO             TIPO       INICIO"
                   "        ULTIMA        REPET NIV ESTADO".
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO INC-CLAVE.
           START F-INCIDENTES KEY IS NOT LESS THAN INC-CLAVE
             INVALID KEY
               SET WS-FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM LISTA-INCIDENTE THRU F-LISTA-INCIDENTE
                   UNTIL WS-FIN-ARCHIVO.
           DISPLAY "INCIDENTES: " WS-TOT-LISTADOS.
       F-LISTA-INCIDENTES.
           EXIT.

       LISTA-INCIDENTE.
           READ F-INCIDENTES NEXT RECORD
             AT END
               SET WS-FIN-ARCHIVO TO TRUE
               GO TO F-LISTA-INCIDENTE
           END-READ.
           ADD 1 TO WS-TOT-LISTADOS.
           EVALUATE INC-ESTADO
             WHEN "A"
               MOVE "ABIERTO" TO WS-ESTADO-TXT
             WHEN "R"
               MOVE "RECONOCIDO" TO WS-ESTADO-TXT
             WHEN "C"
               MOVE "CERRANDO" TO WS-ESTADO-TXT
             WHEN OTHER
               MOVE INC-ESTADO TO WS-ESTADO-TXT
           END-EVALUATE.
           MOVE INC-CANT TO WS-ED-CANT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING INC-NRO DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  INC-SERVICIO DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  INC-TIPO DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  INC-INI-FECHA DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  INC-INI-HORA(1:4) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  INC-ULT-FECHA DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  INC-ULT-HORA(1:4) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ED-CANT DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  INC-NIVEL DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-ESTADO-TXT DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           DISPLAY WS-RPT-LINEA.
       F-LISTA-INCIDENTE.
           EXIT.

       RECONOCE.
           PERFORM BUSCA-INCIDENTE THRU F-BUSCA-INCIDENTE.
           IF NOT WS-HALLADO
             DISPLAY "ADMININC: NO HAY INCIDENTE ABIERTO NRO "
                     WS-NRO-BUSCADO
             MOVE 4 TO RETURN-CODE
             GO TO F-RECONOCE
           END-IF.
           IF INC-ESTADO NOT = "A"
             DISPLAY "ADMININC: EL INCIDENTE " WS-NRO-BUSCADO
                     " YA ESTA RECONOCIDO O CERRADO"
             MOVE 4 TO RETURN-CODE
             GO TO F-RECONOCE
           END-IF.
           MOVE "R" TO INC-ESTADO.
           MOVE WS-HOY TO INC-ACK-FECHA.
           MOVE WS-HORA TO INC-ACK-HORA.
           MOVE WS-ARG-OPER TO INC-ACK-OPER.
           REWRITE REG-INCIDENTES
             INVALID KEY
               DISPLAY "ADMININC: NO PUDO GRABAR FS="
                       WS-FS-INCIDENTES
               MOVE 12 TO RETURN-CODE
               GO TO F-RECONOCE
           END-REWRITE.
           DISPLAY "ADMININC: INCIDENTE " WS-NRO-BUSCADO
                   " RECONOCIDO POR " WS-ARG-OPER.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "ADMININC: RECONOCIDO " DELIMITED BY SIZE,
                  INC-NRO DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  INC-SERVICIO DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  INC-TIPO DELIMITED BY SPACE,
                  " POR " DELIMITED BY SIZE,
                  WS-ARG-OPER DELIMITED BY SPACE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
       F-RECONOCE.
           EXIT.

       CIERRA.
           PERFORM BUSCA-INCIDENTE THRU F-BUSCA-INCIDENTE.
           IF NOT WS-HALLADO
             DISPLAY "ADMININC: NO HAY INCIDENTE ABIERTO NRO "
                     WS-NRO-BUSCADO
             MOVE 4 TO RETURN-CODE
             GO TO F-CIERRA
           END-IF.
           IF INC-ESTADO = "C"
             DISPLAY "ADMININC: EL INCIDENTE " WS-NRO-BUSCADO
                     " YA ESTA CERRADO"
             MOVE 4 TO RETURN-CODE
             GO TO F-CIERRA
           END-IF.
           MOVE "C" TO INC-ESTADO.
           MOVE WS-HOY TO INC-FIN-FECHA.
           MOVE WS-HORA TO INC-FIN-HORA.
           MOVE WS-ARG-OPER TO INC-FIN-OPER.
           REWRITE REG-INCIDENTES
             INVALID KEY
               DISPLAY "ADMININC: NO PUDO GRABAR FS="
                       WS-FS-INCIDENTES
               MOVE 12 TO RETURN-CODE
               GO TO F-CIERRA
           END-REWRITE.
           DISPLAY "ADMININC: INCIDENTE " WS-NRO-BUSCADO
                   " CERRADO POR " WS-ARG-OPER.
           MOVE SPACES TO W-MENSAJE-LOG.
           STRING "ADMININC: CERRADO " DELIMITED BY SIZE,
                  INC-NRO DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  INC-SERVICIO DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  INC-TIPO DELIMITED BY SPACE,
                  " POR " DELIMITED BY SIZE,
                  WS-ARG-OPER DELIMITED BY SPACE
             INTO W-MENSAJE-LOG
           END-STRING.
           CALL "logger" USING W-MENSAJE-LOG.
       F-CIERRA.
           EXIT.
