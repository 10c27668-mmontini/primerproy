      * las variables que el gateway devolvio segun "RESPEXT". Se
      * recorren los archivos vivos y las generaciones fechadas del
      * rango.
      *
      * Las fechas del rango cuya generacion ya no esta viva (la
      * purgo DEPURAEXT) se buscan en el archivo mensual: el catalogo
      * "ARCHCAT" de ARCHIVAEXT dice en que volumen "ARCHEXT.Vaaaamm"
      * quedo cada generacion, y de cada volumen se leen solo los
      * renglones del archivo y las fechas que hacen falta.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F-ENT ASSIGN TO WS-ENT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENT.
           SELECT F-VOL ASSIGN TO WS-VOL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VOL.
           SELECT F-CAT ASSIGN TO "ARCHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
           SELECT F-DOSSIER ASSIGN TO "DOSSIERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOSSIER.
      *los extractos (RESPEXT).
       FD  F-ENT.
       01  REG-ENT               PIC X(420).
      *Volumen de archivo y catalogo, mismos layouts que
      *archivaext.cbl.
       FD  F-VOL.
       01  REG-VOL.
           03  VOL-ARCHIVO       PIC X(12).
           03  VOL-FECHA         PIC X(8).
           03  VOL-RENGLON       PIC X(420).
       FD  F-CAT.
       01  REG-CAT               PIC X(200).
       FD  F-DOSSIER.
       01  REG-DOSSIER           PIC X(132).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-ENT             PIC XX VALUE "00".
       77  WS-FS-DOSSIER         PIC XX VALUE "00".
       77  WS-FS-VOL             PIC XX VALUE "00".
       77  WS-FS-CAT             PIC XX VALUE "00".
       77  WS-VOL-EOF-SW         PIC X VALUE "N".
           88  WS-FIN-VOL            VALUE "S".
       77  WS-CAT-EOF-SW         PIC X VALUE "N".
           88  WS-FIN-CAT            VALUE "S".
       77  WS-EOF-SW             PIC X VALUE "N".
           88  WS-FIN-ENT            VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
           03  WS-EVT-AUX-TEXTO  PIC X(120).
       77  WS-EVT-TEXTO-W        PIC X(120) VALUE SPACES.
       77  WS-TOT-RESPUESTAS     PIC 9(5) VALUE ZERO.
      *Busqueda en el archivo mensual: campos del renglon de
      *"ARCHCAT", fechas de la fuente en curso que solo estan
      *archivadas y volumenes a leer para encontrarlas.
       01  WS-CAT-CAMPOS.
           03  WS-CAT-ARCHIVO    PIC X(12).
           03  WS-CAT-FECHA      PIC X(8).
           03  WS-CAT-VOLUMEN    PIC X(30).
       77  WS-VOL-NOMBRE         PIC X(30) VALUE SPACES.
       01  WS-TBL-ARF.
           03  WS-ARF-FECHA      PIC X(8) OCCURS 400 TIMES.
       77  WS-ARF-CANT           PIC 9(3) VALUE ZERO.
       77  WS-ARF-IND            PIC 9(3) VALUE ZERO.
       77  WS-ARF-ULT            PIC X(8) VALUE SPACES.
       77  WS-ARF-HALLADA-SW     PIC X VALUE "N".
           88  WS-ARF-HALLADA        VALUE "S".
       01  WS-TBL-VOLS.
           03  WS-VOLS-NOMBRE    PIC X(30) OCCURS 20 TIMES.
       77  WS-VOLS-CANT          PIC 9(2) VALUE ZERO.
       77  WS-VOLS-IND           PIC 9(2) VALUE ZERO.
       77  WS-VOLS-HALLADO-SW    PIC X VALUE "N".
           88  WS-VOLS-HALLADO       VALUE "S".
       77  WS-TOT-ARCHIVADAS     PIC 9(5) VALUE ZERO.
       77  WS-TOT-VOL-FALTANTES  PIC 9(3) VALUE ZERO.
       77  WS-TOT-ARF-FUERA      PIC 9(5) VALUE ZERO.
       77  WS-RPT-LINEA          PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
               TO REG-DOSSIER
             WRITE REG-DOSSIER
           END-IF.
           PERFORM ESCRIBE-PIE-ARCHIVO THRU F-ESCRIBE-PIE-ARCHIVO.
           CLOSE F-DOSSIER.
           DISPLAY "DOSSIER: " WS-EVT-CANT " EVENTOS Y "
                   WS-TOT-RESPUESTAS
                   " VARIABLES DE RESPUESTA EN DOSSIERRPT".
           IF WS-TOT-ARCHIVADAS > 0
             DISPLAY "DOSSIER: " WS-TOT-ARCHIVADAS
                     " GENERACIONES LEIDAS DEL ARCHIVO MENSUAL"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

             MOVE 0 TO RETURN-CODE
             PERFORM RESTA-UN-DIA THRU F-RESTA-UN-DIA
           END-PERFORM.
           PERFORM BUSCA-EN-ARCHIVO THRU F-BUSCA-EN-ARCHIVO.
       F-RECORRE-FUENTE.
           EXIT.

      *Fechas del rango de la fuente en curso que figuran en el
      *catalogo y ya no tienen generacion viva: se leen de sus
      *volumenes. Sin catalogo (nunca se archivo) no hay nada que
      *buscar.
       BUSCA-EN-ARCHIVO.
           MOVE ZERO TO WS-ARF-CANT WS-VOLS-CANT.
           MOVE "N" TO WS-CAT-EOF-SW.
           OPEN INPUT F-CAT.
           IF WS-FS-CAT NOT = "00"
             GO TO F-BUSCA-EN-ARCHIVO
           END-IF.
           PERFORM LEE-CATALOGO THRU F-LEE-CATALOGO
                   UNTIL WS-FIN-CAT.
           CLOSE F-CAT.
           MOVE 0 TO RETURN-CODE.
           IF WS-FASE NOT = "B"
             ADD WS-ARF-CANT TO WS-TOT-ARCHIVADAS
           END-IF.
           PERFORM ESCANEA-VOLUMEN THRU F-ESCANEA-VOLUMEN
                   VARYING WS-VOLS-IND FROM 1 BY 1
                   UNTIL WS-VOLS-IND > WS-VOLS-CANT.
       F-BUSCA-EN-ARCHIVO.
           EXIT.

       LEE-CATALOGO.
           READ F-CAT
             AT END
               SET WS-FIN-CAT TO TRUE
               GO TO F-LEE-CATALOGO
           END-READ.
           MOVE SPACES TO WS-CAT-CAMPOS.
           UNSTRING REG-CAT DELIMITED BY "|"
             INTO WS-CAT-ARCHIVO, WS-CAT-FECHA, WS-CAT-VOLUMEN
           END-UNSTRING.
           IF WS-CAT-ARCHIVO NOT = WS-BASE-NOMBRE OR
              WS-CAT-FECHA IS NOT NUMERIC
             GO TO F-LEE-CATALOGO
           END-IF.
           IF WS-CAT-FECHA < WS-DESDE OR WS-CAT-FECHA > WS-HASTA
             GO TO F-LEE-CATALOGO
           END-IF.
      *Si la generacion sigue viva ya se leyo en RECORRE-FUENTE.
           MOVE SPACES TO WS-ENT-NOMBRE.
           STRING WS-BASE-NOMBRE DELIMITED BY SPACE,
                  ".D" DELIMITED BY SIZE,
                  WS-CAT-FECHA DELIMITED BY SIZE
             INTO WS-ENT-NOMBRE
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ENT-NOMBRE,
                WS-DETALLE-ARCH.
           IF RETURN-CODE = 0
             GO TO F-LEE-CATALOGO
           END-IF.
           IF WS-ARF-CANT >= 400
             ADD 1 TO WS-TOT-ARF-FUERA
             GO TO F-LEE-CATALOGO
           END-IF.
           ADD 1 TO WS-ARF-CANT.
           MOVE WS-CAT-FECHA TO WS-ARF-FECHA(WS-ARF-CANT).
           MOVE "N" TO WS-VOLS-HALLADO-SW.
           PERFORM VARYING WS-VOLS-IND FROM 1 BY 1
                   UNTIL WS-VOLS-IND > WS-VOLS-CANT
             IF WS-VOLS-NOMBRE(WS-VOLS-IND) = WS-CAT-VOLUMEN
               SET WS-VOLS-HALLADO TO TRUE
             END-IF
           END-PERFORM.
           IF NOT WS-VOLS-HALLADO
             IF WS-VOLS-CANT < 20
               ADD 1 TO WS-VOLS-CANT
               MOVE WS-CAT-VOLUMEN TO WS-VOLS-NOMBRE(WS-VOLS-CANT)
             ELSE
      *Sin lugar para el volumen: la fecha no se podria leer.
               SUBTRACT 1 FROM WS-ARF-CANT
               ADD 1 TO WS-TOT-ARF-FUERA
             END-IF
           END-IF.
       F-LEE-CATALOGO.
           EXIT.

       ESCANEA-VOLUMEN.
           MOVE WS-VOLS-NOMBRE(WS-VOLS-IND) TO WS-VOL-NOMBRE.
           MOVE "N" TO WS-VOL-EOF-SW.
           MOVE SPACES TO WS-ARF-ULT.
           OPEN INPUT F-VOL.
           IF WS-FS-VOL NOT = "00"
             ADD 1 TO WS-TOT-VOL-FALTANTES
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "DOSSIER: FALTA EL VOLUMEN " DELIMITED BY SIZE,
                    WS-VOL-NOMBRE DELIMITED BY SPACE,
                    " DEL CATALOGO" DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             GO TO F-ESCANEA-VOLUMEN
           END-IF.
           PERFORM LEE-VOL THRU F-LEE-VOL
                   UNTIL WS-FIN-VOL.
           CLOSE F-VOL.
       F-ESCANEA-VOLUMEN.
           EXIT.

      *Pasa por la misma evaluacion que los archivos vivos los
      *renglones archivados de la fuente en curso y de las fechas
      *que hacen falta (los de una misma generacion vienen juntos).
       LEE-VOL.
           READ F-VOL
             AT END
               SET WS-FIN-VOL TO TRUE
               GO TO F-LEE-VOL
           END-READ.
           IF VOL-ARCHIVO NOT = WS-BASE-NOMBRE
             GO TO F-LEE-VOL
           END-IF.
           IF VOL-FECHA NOT = WS-ARF-ULT
             MOVE VOL-FECHA TO WS-ARF-ULT
             MOVE "N" TO WS-ARF-HALLADA-SW
             PERFORM VARYING WS-ARF-IND FROM 1 BY 1
                     UNTIL WS-ARF-IND > WS-ARF-CANT
                        OR WS-ARF-HALLADA
               IF WS-ARF-FECHA(WS-ARF-IND) = VOL-FECHA
                 SET WS-ARF-HALLADA TO TRUE
               END-IF
             END-PERFORM
           END-IF.
           IF NOT WS-ARF-HALLADA
             GO TO F-LEE-VOL
           END-IF.
           MOVE VOL-RENGLON TO REG-ENT.
           PERFORM EVALUA-RENGLON THRU F-EVALUA-RENGLON.
       F-LEE-VOL.
           EXIT.

      *Pie del expediente con lo que se leyo del archivo mensual.
       ESCRIBE-PIE-ARCHIVO.
           IF WS-TOT-ARCHIVADAS = 0 AND WS-TOT-VOL-FALTANTES = 0 AND
              WS-TOT-ARF-FUERA = 0
             GO TO F-ESCRIBE-PIE-ARCHIVO
           END-IF.
           MOVE SPACES TO REG-DOSSIER.
           WRITE REG-DOSSIER.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "GENERACIONES LEIDAS DEL ARCHIVO MENSUAL: "
                    DELIMITED BY SIZE,
                  WS-TOT-ARCHIVADAS DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-DOSSIER.
           WRITE REG-DOSSIER.
           IF WS-TOT-VOL-FALTANTES > 0
             MOVE SPACES TO WS-RPT-LINEA
             STRING "  ** VOLUMENES DEL CATALOGO FALTANTES: "
                      DELIMITED BY SIZE,
                    WS-TOT-VOL-FALTANTES DELIMITED BY SIZE,
                    " (EL EXPEDIENTE PUEDE ESTAR INCOMPLETO)"
                      DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
             MOVE WS-RPT-LINEA TO REG-DOSSIER
             WRITE REG-DOSSIER
           END-IF.
           IF WS-TOT-ARF-FUERA > 0
             MOVE SPACES TO WS-RPT-LINEA
             STRING "  (QUEDARON " DELIMITED BY SIZE,
                    WS-TOT-ARF-FUERA DELIMITED BY SIZE,
                    " GENERACIONES ARCHIVADAS FUERA POR TOPE: "
                      DELIMITED BY SIZE,
                    "ACHICAR EL RANGO)" DELIMITED BY SIZE
               INTO WS-RPT-LINEA
             END-STRING
             MOVE WS-RPT-LINEA TO REG-DOSSIER
             WRITE REG-DOSSIER
           END-IF.
       F-ESCRIBE-PIE-ARCHIVO.
           EXIT.

       ESCANEA-ARCHIVO.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT F-ENT.
             AT END
               SET WS-FIN-ENT TO TRUE
             NOT AT END
               PERFORM EVALUA-RENGLON THRU F-EVALUA-RENGLON
           END-READ.
       F-LEE-ENT.
           EXIT.

      *Evalua REG-ENT segun la fase en curso (renglon de un archivo
      *vivo, de una generacion o de un volumen de archivo).
       EVALUA-RENGLON.
           EVALUATE WS-FASE
             WHEN "B"
               PERFORM EVALUA-BUSCA-ID THRU F-EVALUA-BUSCA-ID
             WHEN "A"
               PERFORM EVALUA-AUDITORIA THRU F-EVALUA-AUDITORIA
             WHEN "V"
               PERFORM EVALUA-VTAEMPREQ THRU F-EVALUA-VTAEMPREQ
             WHEN "R"
               PERFORM EVALUA-RESPEXT THRU F-EVALUA-RESPEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       F-EVALUA-RENGLON.
           EXIT.

      *Fase de resolucion: junta las idtransaccion de "VTAEMPREQ"
      *cuya sucursal y factura coinciden con el criterio.
       EVALUA-BUSCA-ID.
