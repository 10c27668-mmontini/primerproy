       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORIMP.
       AUTHOR. LOCOMOTORA.
       INSTALLATION. OCTUBRE-DE-2026.
       DATE-WRITTEN. OCTUBRE-DE-2026.
      *================================================================
      * Informe diario por impresora a partir de "IMPRESTAT" (ver
      * GRABA-IMPRESION en parserjs.cbl y los renglones de desvio de
      * REIMPRIME), para que soporte de campo sepa que impresoras hay
      * que cambiar. Por cada IP de impresora informa, con la sucursal
      * y la ubicacion del padron "IMPRESORAS" (y si esta inactiva o
      * no figura en el padron):
      *   DOCUMENTOS  codigos de documento distintos mandados a ella;
      *   ENVIOS      envios (original mas reenvios);
      *   FALLAS      envios que no confirmaron con 200;
      *   % FALLA     fallas sobre envios;
      *   DESVIADOS   documentos que REIMPRIME mando a la alternativa;
      *   PENDIENTES  documentos cuyo ultimo resultado en ella no es
      *               200 ni un desvio.
      * Un documento desviado cuenta como pendiente solo en la
      * impresora alternativa (si alli tampoco confirmo), nunca en las
      * dos.
      *
      * Se corre en la secuencia de cierre despues de REIMPRIME (para
      * ver el resultado de los reenvios de la noche) y antes de que
      * DEPURAEXT corte "IMPRESTAT". El ultimo resultado por pedido
      * (ip + codigo de documento) se arma en el archivo de trabajo
      * indexado "INFIMPWRK", que se recrea en cada corrida, igual
      * que "REIMPWRK".
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-IMPRESTAT ASSIGN TO "IMPRESTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPRESTAT.
           SELECT F-IMPRESORAS ASSIGN TO "IMPRESORAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPRESORAS.
           SELECT F-INFIMPWRK ASSIGN TO "INFIMPWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INFI-CLAVE
               FILE STATUS IS WS-FS-INFIMPWRK.
           SELECT F-INFORIMPRPT ASSIGN TO "INFORIMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INFORIMPRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  F-IMPRESTAT.
       01  REG-IMPRESTAT         PIC X(180).
       FD  F-IMPRESORAS.
       01  REG-IMPRESORAS        PIC X(120).
      *Ultimo resultado de cada pedido (ip + codigo de documento).
       FD  F-INFIMPWRK.
       01  REG-INFIMPWRK.
           03  INFI-CLAVE.
               05  INFI-IP        PIC X(20).
               05  INFI-COD       PIC X(20).
           03  INFI-RESULT        PIC X(3).
       FD  F-INFORIMPRPT.
       01  REG-INFORIMPRPT       PIC X(132).
       WORKING-STORAGE SECTION.
           COPY "sysinfo.wrk".
       77  WS-FS-IMPRESTAT       PIC XX VALUE "00".
       77  WS-FS-IMPRESORAS      PIC XX VALUE "00".
       77  WS-FS-INFIMPWRK       PIC XX VALUE "00".
       77  WS-FS-INFORIMPRPT     PIC XX VALUE "00".
       77  WS-EOF-SW             PIC X  VALUE "N".
           88  WS-FIN-IMPRESTAT      VALUE "S".
       77  WS-WRK-EOF-SW         PIC X  VALUE "N".
           88  WS-FIN-INFIMPWRK      VALUE "S".
       77  WS-HOY                PIC 9(8) VALUE ZERO.
      *Campos de cada renglon de "IMPRESTAT":
      *IP|CODDOC|FORMATO|REIMPR|IDTRANSACCION|COD-RTA|FECHA|HORA y,
      *en los renglones de desvio, |IP-ALTERNATIVA.
       01  WS-IMPR-CAMPOS.
           03  WS-IMPR-IP         PIC X(20).
           03  WS-IMPR-COD        PIC X(20).
           03  WS-IMPR-FORMATO    PIC X(10).
           03  WS-IMPR-REIMPR     PIC X(5).
           03  WS-IMPR-IDTRANS    PIC X(36).
           03  WS-IMPR-RESULT     PIC X(3).
           03  WS-IMPR-FECHA      PIC X(8).
           03  WS-IMPR-HORA       PIC X(8).
           03  WS-IMPR-IPALT      PIC X(20).
      *Padron de impresoras (mismo formato que lee REIMPRIME).
       01  WS-TBL-IMPRESORAS.
           03  WS-PRN-ENTRY OCCURS 500 TIMES.
               05  WS-PRN-IP         PIC X(20).
               05  WS-PRN-SUC        PIC X(3).
               05  WS-PRN-UBICACION  PIC X(30).
               05  WS-PRN-IPALT      PIC X(20).
               05  WS-PRN-ACTIVA     PIC X.
       77  WS-PRN-CANT           PIC 9(4) VALUE ZERO.
       77  WS-PRN-IND            PIC 9(4) VALUE ZERO.
       77  WS-PRN-ACT            PIC 9(4) VALUE ZERO.
      *Totales por impresora vista en "IMPRESTAT".
       01  WS-TBL-INFORME.
           03  WS-INF-ENTRY OCCURS 500 TIMES.
               05  WS-INF-IP         PIC X(20).
               05  WS-INF-DOCS       PIC 9(6).
               05  WS-INF-ENVIOS     PIC 9(6).
               05  WS-INF-FALLAS     PIC 9(6).
               05  WS-INF-DESVIADOS  PIC 9(6).
               05  WS-INF-PENDIENTES PIC 9(6).
       77  WS-INF-CANT           PIC 9(4) VALUE ZERO.
       77  WS-INF-IND            PIC 9(4) VALUE ZERO.
       77  WS-INF-ACT            PIC 9(4) VALUE ZERO.
       77  WS-INF-BUSCA          PIC X(20) VALUE SPACES.
       77  WS-TOT-DOCS           PIC 9(7) VALUE ZERO.
       77  WS-TOT-ENVIOS         PIC 9(7) VALUE ZERO.
       77  WS-TOT-FALLAS         PIC 9(7) VALUE ZERO.
       77  WS-TOT-DESVIADOS      PIC 9(7) VALUE ZERO.
       77  WS-TOT-PENDIENTES     PIC 9(7) VALUE ZERO.
       77  WS-PORC               PIC 9(3)V9 VALUE ZERO.
       77  WS-ED-PORC            PIC ZZ9.9 VALUE ZERO.
       77  WS-ED-DOCS            PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-ENVIOS          PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-FALLAS          PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-DESVIADOS       PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-PENDIENTES      PIC ZZZZZ9 VALUE ZERO.
       77  WS-RPT-SUC            PIC X(3)  VALUE SPACES.
       77  WS-RPT-UBICACION      PIC X(30) VALUE SPACES.
       77  WS-RPT-ESTADO         PIC X(13) VALUE SPACES.
       77  WS-RPT-LINEA          PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       COMIENZO SECTION.
       PGMA.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE "-----INICIO INFORME DE IMPRESORAS-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           PERFORM CARGA-IMPRESORAS THRU F-CARGA-IMPRESORAS.
           PERFORM ABRIR-ARCHIVOS THRU F-ABRIR-ARCHIVOS.
           PERFORM LEE-IMPRESTAT THRU F-LEE-IMPRESTAT
                   UNTIL WS-FIN-IMPRESTAT.
           PERFORM CUENTA-PEDIDOS THRU F-CUENTA-PEDIDOS.
           PERFORM ESCRIBE-INFORME THRU F-ESCRIBE-INFORME.
           CLOSE F-INFIMPWRK F-INFORIMPRPT.
           DISPLAY "INFORIMP - IMPRESORAS: " WS-INF-CANT
                   "  ENVIOS: " WS-TOT-ENVIOS
                   "  FALLAS: " WS-TOT-FALLAS
                   "  PENDIENTES: " WS-TOT-PENDIENTES.
           MOVE "-----FIN INFORME DE IMPRESORAS-----"
             TO W-MENSAJE-LOG.
           CALL "logger" USING W-MENSAJE-LOG.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *Padron de impresoras. Sin padron el informe sale igual, sin
      *sucursal ni ubicacion.
       CARGA-IMPRESORAS.
           OPEN INPUT F-IMPRESORAS.
           IF WS-FS-IMPRESORAS NOT = "00"
             GO TO F-CARGA-IMPRESORAS
           END-IF.
           PERFORM UNTIL WS-FS-IMPRESORAS = "10"
             READ F-IMPRESORAS
               AT END
                 MOVE "10" TO WS-FS-IMPRESORAS
               NOT AT END
                 IF REG-IMPRESORAS NOT = SPACES AND
                    REG-IMPRESORAS(1:1) NOT = "*" AND
                    WS-PRN-CANT < 500
                   ADD 1 TO WS-PRN-CANT
                   UNSTRING REG-IMPRESORAS DELIMITED BY "|"
                     INTO WS-PRN-IP(WS-PRN-CANT),
                          WS-PRN-SUC(WS-PRN-CANT),
                          WS-PRN-UBICACION(WS-PRN-CANT),
                          WS-PRN-IPALT(WS-PRN-CANT),
                          WS-PRN-ACTIVA(WS-PRN-CANT)
                   END-UNSTRING
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE F-IMPRESORAS.
       F-CARGA-IMPRESORAS.
           EXIT.

       ABRIR-ARCHIVOS.
           OPEN OUTPUT F-INFIMPWRK.
           CLOSE F-INFIMPWRK.
           OPEN I-O F-INFIMPWRK.
           IF WS-FS-INFIMPWRK NOT = "00"
             MOVE SPACES TO W-MENSAJE-LOG
             STRING "INFORIMP: NO PUDO CREAR INFIMPWRK FS="
                      DELIMITED BY SIZE,
                    WS-FS-INFIMPWRK DELIMITED BY SIZE
               INTO W-MENSAJE-LOG
             END-STRING
             CALL "logger" USING W-MENSAJE-LOG
             DISPLAY "INFORIMP: NO PUDO CREAR INFIMPWRK FS="
                     WS-FS-INFIMPWRK
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT F-INFORIMPRPT.
           OPEN INPUT F-IMPRESTAT.
           IF WS-FS-IMPRESTAT NOT = "00"
      *Sin pedidos de impresion en el dia el informe sale vacio.
             SET WS-FIN-IMPRESTAT TO TRUE
           END-IF.
       F-ABRIR-ARCHIVOS.
           EXIT.

      *Cada renglon suma un envio (o un desvio) a su impresora y pisa
      *el ultimo resultado del pedido: "IMPRESTAT" se lee en orden,
      *asi que el renglon mas nuevo es el que vale.
       LEE-IMPRESTAT.
           READ F-IMPRESTAT
             AT END
               SET WS-FIN-IMPRESTAT TO TRUE
               CLOSE F-IMPRESTAT
               GO TO F-LEE-IMPRESTAT
           END-READ.
           IF REG-IMPRESTAT = SPACES
             GO TO F-LEE-IMPRESTAT
           END-IF.
           MOVE SPACES TO WS-IMPR-CAMPOS.
           UNSTRING REG-IMPRESTAT DELIMITED BY "|"
             INTO WS-IMPR-IP, WS-IMPR-COD, WS-IMPR-FORMATO,
                  WS-IMPR-REIMPR, WS-IMPR-IDTRANS, WS-IMPR-RESULT,
                  WS-IMPR-FECHA, WS-IMPR-HORA, WS-IMPR-IPALT
           END-UNSTRING.
           MOVE WS-IMPR-IP TO WS-INF-BUSCA.
           PERFORM BUSCA-INFORME THRU F-BUSCA-INFORME.
           IF WS-INF-ACT > 0
             IF WS-IMPR-RESULT = "DSV"
               ADD 1 TO WS-INF-DESVIADOS(WS-INF-ACT)
             ELSE
               ADD 1 TO WS-INF-ENVIOS(WS-INF-ACT)
               IF WS-IMPR-RESULT NOT = "200"
                 ADD 1 TO WS-INF-FALLAS(WS-INF-ACT)
               END-IF
             END-IF
           END-IF.
           MOVE WS-IMPR-IP     TO INFI-IP.
           MOVE WS-IMPR-COD    TO INFI-COD.
           MOVE WS-IMPR-RESULT TO INFI-RESULT.
           WRITE REG-INFIMPWRK
             INVALID KEY
               REWRITE REG-INFIMPWRK
           END-WRITE.
       F-LEE-IMPRESTAT.
           EXIT.

      *Documentos y pendientes por impresora, sobre el ultimo
      *resultado de cada pedido.
       CUENTA-PEDIDOS.
           MOVE "N" TO WS-WRK-EOF-SW.
           MOVE LOW-VALUES TO INFI-CLAVE.
           START F-INFIMPWRK KEY NOT < INFI-CLAVE
             INVALID KEY
               SET WS-FIN-INFIMPWRK TO TRUE
           END-START.
           PERFORM LEE-PEDIDO THRU F-LEE-PEDIDO
                   UNTIL WS-FIN-INFIMPWRK.
       F-CUENTA-PEDIDOS.
           EXIT.

       LEE-PEDIDO.
           READ F-INFIMPWRK NEXT RECORD
             AT END
               SET WS-FIN-INFIMPWRK TO TRUE
               GO TO F-LEE-PEDIDO
           END-READ.
           MOVE INFI-IP TO WS-INF-BUSCA.
           PERFORM BUSCA-INFORME THRU F-BUSCA-INFORME.
           IF WS-INF-ACT = 0
             GO TO F-LEE-PEDIDO
           END-IF.
           ADD 1 TO WS-INF-DOCS(WS-INF-ACT).
           IF INFI-RESULT NOT = "200" AND INFI-RESULT NOT = "DSV"
             ADD 1 TO WS-INF-PENDIENTES(WS-INF-ACT)
           END-IF.
       F-LEE-PEDIDO.
           EXIT.

      *Ubica (o da de alta) WS-INF-BUSCA en la tabla del informe.
       BUSCA-INFORME.
           MOVE 0 TO WS-INF-ACT.
           PERFORM VARYING WS-INF-IND FROM 1 BY 1
                   UNTIL WS-INF-IND > WS-INF-CANT OR WS-INF-ACT > 0
             IF WS-INF-IP(WS-INF-IND) = WS-INF-BUSCA
               MOVE WS-INF-IND TO WS-INF-ACT
             END-IF
           END-PERFORM.
           IF WS-INF-ACT = 0 AND WS-INF-CANT < 500
             ADD 1 TO WS-INF-CANT
             MOVE WS-INF-CANT TO WS-INF-ACT
             INITIALIZE WS-INF-ENTRY(WS-INF-ACT)
             MOVE WS-INF-BUSCA TO WS-INF-IP(WS-INF-ACT)
           END-IF.
       F-BUSCA-INFORME.
           EXIT.

       ESCRIBE-INFORME.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "INFORME DIARIO POR IMPRESORA  FECHA: "
                    DELIMITED BY SIZE,
                  WS-HOY DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-INFORIMPRPT.
           WRITE REG-INFORIMPRPT.
           MOVE SPACES TO REG-INFORIMPRPT.
           WRITE REG-INFORIMPRPT.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "IP IMPRESORA         SUC UBICACION"
                    DELIMITED BY SIZE,
                  "                       DOCS ENVIOS FALLAS  %FALLA"
                    DELIMITED BY SIZE,
                  " DESVIO  PEND. ESTADO" DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-INFORIMPRPT.
           WRITE REG-INFORIMPRPT.
           PERFORM ESCRIBE-IMPRESORA THRU F-ESCRIBE-IMPRESORA
                   VARYING WS-INF-IND FROM 1 BY 1
                   UNTIL WS-INF-IND > WS-INF-CANT.
           MOVE SPACES TO REG-INFORIMPRPT.
           WRITE REG-INFORIMPRPT.
           IF WS-TOT-ENVIOS > 0
             COMPUTE WS-PORC ROUNDED =
                 WS-TOT-FALLAS * 100 / WS-TOT-ENVIOS
           ELSE
             MOVE ZERO TO WS-PORC
           END-IF.
           MOVE WS-PORC TO WS-ED-PORC.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "TOTAL  DOCUMENTOS: " DELIMITED BY SIZE,
                  WS-TOT-DOCS DELIMITED BY SIZE,
                  "  ENVIOS: " DELIMITED BY SIZE,
                  WS-TOT-ENVIOS DELIMITED BY SIZE,
                  "  FALLAS: " DELIMITED BY SIZE,
                  WS-TOT-FALLAS DELIMITED BY SIZE,
                  "  %FALLA: " DELIMITED BY SIZE,
                  WS-ED-PORC DELIMITED BY SIZE,
                  "  DESVIADOS: " DELIMITED BY SIZE,
                  WS-TOT-DESVIADOS DELIMITED BY SIZE,
                  "  PENDIENTES: " DELIMITED BY SIZE,
                  WS-TOT-PENDIENTES DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-INFORIMPRPT.
           WRITE REG-INFORIMPRPT.
       F-ESCRIBE-INFORME.
           EXIT.

       ESCRIBE-IMPRESORA.
           ADD WS-INF-DOCS(WS-INF-IND)       TO WS-TOT-DOCS.
           ADD WS-INF-ENVIOS(WS-INF-IND)     TO WS-TOT-ENVIOS.
           ADD WS-INF-FALLAS(WS-INF-IND)     TO WS-TOT-FALLAS.
           ADD WS-INF-DESVIADOS(WS-INF-IND)  TO WS-TOT-DESVIADOS.
           ADD WS-INF-PENDIENTES(WS-INF-IND) TO WS-TOT-PENDIENTES.
           MOVE SPACES TO WS-RPT-SUC WS-RPT-UBICACION.
           MOVE "NO EN PADRON" TO WS-RPT-ESTADO.
           MOVE 0 TO WS-PRN-ACT.
           PERFORM VARYING WS-PRN-IND FROM 1 BY 1
                   UNTIL WS-PRN-IND > WS-PRN-CANT OR WS-PRN-ACT > 0
             IF WS-PRN-IP(WS-PRN-IND) = WS-INF-IP(WS-INF-IND)
               MOVE WS-PRN-IND TO WS-PRN-ACT
             END-IF
           END-PERFORM.
           IF WS-PRN-ACT > 0
             MOVE WS-PRN-SUC(WS-PRN-ACT)       TO WS-RPT-SUC
             MOVE WS-PRN-UBICACION(WS-PRN-ACT) TO WS-RPT-UBICACION
             IF WS-PRN-ACTIVA(WS-PRN-ACT) = "N"
               MOVE "INACTIVA" TO WS-RPT-ESTADO
             ELSE
               MOVE "ACTIVA" TO WS-RPT-ESTADO
             END-IF
           END-IF.
           IF WS-INF-ENVIOS(WS-INF-IND) > 0
             COMPUTE WS-PORC ROUNDED =
                 WS-INF-FALLAS(WS-INF-IND) * 100 /
                 WS-INF-ENVIOS(WS-INF-IND)
           ELSE
             MOVE ZERO TO WS-PORC
           END-IF.
           MOVE WS-PORC                      TO WS-ED-PORC.
           MOVE WS-INF-DOCS(WS-INF-IND)       TO WS-ED-DOCS.
           MOVE WS-INF-ENVIOS(WS-INF-IND)     TO WS-ED-ENVIOS.
           MOVE WS-INF-FALLAS(WS-INF-IND)     TO WS-ED-FALLAS.
           MOVE WS-INF-DESVIADOS(WS-INF-IND)  TO WS-ED-DESVIADOS.
           MOVE WS-INF-PENDIENTES(WS-INF-IND) TO WS-ED-PENDIENTES.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING WS-INF-IP(WS-INF-IND) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-RPT-SUC DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-RPT-UBICACION DELIMITED BY SIZE,
                  WS-ED-DOCS DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ED-ENVIOS DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ED-FALLAS DELIMITED BY SIZE,
                  "   " DELIMITED BY SIZE,
                  WS-ED-PORC DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ED-DESVIADOS DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ED-PENDIENTES DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-RPT-ESTADO DELIMITED BY SIZE
             INTO WS-RPT-LINEA
           END-STRING.
           MOVE WS-RPT-LINEA TO REG-INFORIMPRPT.
           WRITE REG-INFORIMPRPT.
       F-ESCRIBE-IMPRESORA.
           EXIT.
