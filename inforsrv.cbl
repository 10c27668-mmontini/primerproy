      * PARSERJS2 deja en "AUDITORIA" (ver GRABA-AUDITORIA: un renglon
      * por cada consulta, incluidos los reintentos, con codigo de
      * respuesta y segundos transcurridos). Para cada servicio y hora
      * se informa el volumen de llamadas, cuantas confirmaron (200),
      * cuantas fueron rechazadas por credencial (401: token vencido o
      * credenciales del cliente rechazadas, que no es una caida del
      * enlace) y cuantas fallaron por otro motivo, el desglose por
      * codigo de respuesta, la demora
      * promedio y maxima y la banda donde cae el 95 por ciento de las
      * llamadas (histograma de bandas fijas); al final, las 20
      * transacciones mas lentas del dia con su idtransaccion. Esto no
                                 PIC 9(6)V99.
       77  WS-HORA-NUM           PIC 9(2) VALUE ZERO.
       77  WS-HORA-IND           PIC 9(2) VALUE ZERO.
      *Acumuladores por servicio y hora del dia: volumen, confirmadas,
      *rechazadas por credencial y falladas, suma y maximo de
      *segundos, y un histograma de bandas fijas de demora para
      *ubicar el percentil 95 sin guardar cada llamada.
       01  WS-TBL-SRV.
           03  WS-SRV-ENTRY OCCURS 20 TIMES.
               05  WS-SRV-NOMBRE     PIC X(20).
                   07  WS-SH-CANT    PIC 9(6).
                   07  WS-SH-OK      PIC 9(6).
                   07  WS-SH-ERR     PIC 9(6).
                   07  WS-SH-CRED    PIC 9(6).
                   07  WS-SH-SUM     PIC 9(9)V99.
                   07  WS-SH-MAX     PIC 9(6)V99.
                   07  WS-SH-BANDA   PIC 9(6) OCCURS 6 TIMES.
       77  WS-ED-CANT            PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-OK              PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-ERR             PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-CRED            PIC ZZZZZ9 VALUE ZERO.
       77  WS-ED-SEG             PIC ZZZZZ9.99 VALUE ZERO.
       77  WS-ED-SEG2            PIC ZZZZZ9.99 VALUE ZERO.
       77  WS-TOT-LEIDAS         PIC 9(8) VALUE ZERO.

       ACUMULA-HORA.
           ADD 1 TO WS-SH-CANT(WS-SRV-ACT, WS-HORA-IND).
           EVALUATE WS-AUD-COD
             WHEN "200"
               ADD 1 TO WS-SH-OK(WS-SRV-ACT, WS-HORA-IND)
             WHEN "401"
               ADD 1 TO WS-SH-CRED(WS-SRV-ACT, WS-HORA-IND)
             WHEN OTHER
               ADD 1 TO WS-SH-ERR(WS-SRV-ACT, WS-HORA-IND)
           END-EVALUATE.
           ADD WS-SEG-N TO WS-SH-SUM(WS-SRV-ACT, WS-HORA-IND).
           IF WS-SEG-N > WS-SH-MAX(WS-SRV-ACT, WS-HORA-IND)
             MOVE WS-SEG-N TO WS-SH-MAX(WS-SRV-ACT, WS-HORA-IND)
           MOVE WS-SH-CANT(WS-SRV-IND, WS-HORA-IND) TO WS-ED-CANT.
           MOVE WS-SH-OK(WS-SRV-IND, WS-HORA-IND)   TO WS-ED-OK.
           MOVE WS-SH-ERR(WS-SRV-IND, WS-HORA-IND)  TO WS-ED-ERR.
           MOVE WS-SH-CRED(WS-SRV-IND, WS-HORA-IND) TO WS-ED-CRED.
           MOVE WS-PROMEDIO TO WS-ED-SEG.
           MOVE WS-SH-MAX(WS-SRV-IND, WS-HORA-IND) TO WS-ED-SEG2.
           MOVE SPACES TO WS-RPT-LINEA.
                  WS-ED-OK DELIMITED BY SIZE,
                  "  ERROR: " DELIMITED BY SIZE,
                  WS-ED-ERR DELIMITED BY SIZE,
                  "  CRED: " DELIMITED BY SIZE,
                  WS-ED-CRED DELIMITED BY SIZE,
                  "  PROM: " DELIMITED BY SIZE,
                  WS-ED-SEG DELIMITED BY SIZE,
                  "  MAX: " DELIMITED BY SIZE,
                      WS-ED-CANT DELIMITED BY SIZE
                 INTO WS-RPT-LINEA
               END-STRING
               IF WS-SC-COD(WS-SRV-IND, WS-COD-IND) = "401"
                 MOVE "(CREDENCIAL RECHAZADA)" TO WS-RPT-LINEA(22:)
               END-IF
               MOVE WS-RPT-LINEA TO REG-INFORSRVRPT
               WRITE REG-INFORSRVRPT
             END-IF
