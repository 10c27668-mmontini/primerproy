      * borra los renglones con fecha de confirmacion mas vieja que
      * la retencion de "DUPDIAS|nnn" en "DEPURACFG" (si no esta,
      * vale la misma retencion general "DIAS").
      *
      * Con "ARCHIVO|S" en "DEPURACFG" (es el valor si no esta) no
      * borra ninguna generacion de un mes que todavia no tiene su
      * volumen de archivo "ARCHEXT.Vaaaamm" (lo arma ARCHIVAEXT el
      * primer dia habil del mes siguiente): la deja para una corrida
      * posterior y lo avisa en el log. "ARCHIVO|N" vuelve a la
      * purga sin archivo.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-DUP-EOF-SW         PIC X VALUE "N".
           88  WS-FIN-VTAEMPDUP      VALUE "S".
       77  WS-TOT-DUP-BORRADOS   PIC 9(6) VALUE ZERO.
      *Purga sujeta al archivo mensual ("ARCHIVO|S/N").
       77  WS-ARCHIVO-SW         PIC X VALUE "S".
           88  WS-CON-ARCHIVO        VALUE "S".
       77  WS-NOMBRE-VOL         PIC X(30) VALUE SPACES.
       77  WS-TOT-RETENIDOS      PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           PERFORM PURGA-DUPLICADOS THRU F-PURGA-DUPLICADOS.
           DISPLAY "DEPURAEXT - ARCHIVOS CORTADOS: " WS-TOT-CORTADOS
                   "  GENERACIONES BORRADAS: " WS-TOT-BORRADOS
                   "  DUPLICADOS DEPURADOS: " WS-TOT-DUP-BORRADOS
                   "  SIN ARCHIVAR: " WS-TOT-RETENIDOS.
           MOVE "-----FIN DEPURACION DE EXTRACTOS-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *Retencion de "DEPURACFG" ("DIAS|030", tres digitos). Si no
      *esta, o no trae la clave, quedan los 30 dias de siempre.
      *"ARCHIVO|N" desactiva la espera del archivo mensual.
       CARGA-CFG-DEPURA.
           OPEN INPUT F-DEPURACFG.
           IF WS-FS-DEPURACFG = "00"
                     IF WS-CFG-CLAVE = "DUPDIAS"
                       MOVE WS-CFG-VALOR(1:3) TO WS-DUPDIAS
                     END-IF
                     IF WS-CFG-CLAVE = "ARCHIVO"
                       MOVE WS-CFG-VALOR(1:1) TO WS-ARCHIVO-SW
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-GEN,
                WS-DETALLE-ARCH.
           IF RETURN-CODE NOT = 0
             GO TO F-BORRA-GEN-FECHA
           END-IF.
      *Generacion de un mes sin volumen de archivo: queda viva.
           IF WS-CON-ARCHIVO
             MOVE SPACES TO WS-NOMBRE-VOL
             STRING "ARCHEXT.V" DELIMITED BY SIZE,
                    WS-FECHA-TRABAJO-N(1:6) DELIMITED BY SIZE
               INTO WS-NOMBRE-VOL
             END-STRING
             CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-VOL,
                  WS-DETALLE-ARCH
             IF RETURN-CODE NOT = 0
               ADD 1 TO WS-TOT-RETENIDOS
               MOVE SPACES TO W-MENSAJE-LOG
               STRING "DEPURAEXT: " DELIMITED BY SIZE,
                      WS-NOMBRE-GEN DELIMITED BY SPACE,
                      " SIN ARCHIVAR (CORRER ARCHIVAEXT "
                        DELIMITED BY SIZE,
                      WS-FECHA-TRABAJO-N(1:6) DELIMITED BY SIZE,
                      ")" DELIMITED BY SIZE
                 INTO W-MENSAJE-LOG
               END-STRING
               CALL "logger" USING W-MENSAJE-LOG
               GO TO F-BORRA-GEN-FECHA
             END-IF
           END-IF.
           IF RETURN-CODE = 0
             CALL "CBL_DELETE_FILE" USING WS-NOMBRE-GEN
             IF RETURN-CODE = 0
