      *   ERRPCT|servicio|porcentaje    tasa de error del intervalo
      *   LATPROM|servicio|segundos     demora promedio (admite .cc)
      *   COLAMAX|cantidad              profundidad de "VTAPENDQ"
      *   CREDMAX|servicio|cantidad     rechazos de credencial (401)
      * Los 401 (token o credenciales del cliente rechazados) no
      * cuentan en la tasa de error: el enlace anduvo. Se cuentan
      * aparte y disparan su propia alerta "CREDENCIAL", para que la
      * mesa no salga a buscar una caida que no hay. Los 203 (stock
      * contestado desde la foto con el gateway caido) tampoco: no
      * son un intento contra el gateway, los intentos fallidos que
      * los precedieron ya quedaron contados.
      * Cada umbral superado deja un renglon en "ALERTAS"
      * (FECHA|HORA|SERVICIO|TIPO|VALOR|UMBRAL) y un mensaje de
      * consola para la mesa de operaciones; DESPALERTA toma esos
      * renglones y avisa a los contactos de cada servicio.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05  WS-SRV-NOMBRE PIC X(20).
               05  WS-SRV-CANT   PIC 9(6).
               05  WS-SRV-ERR    PIC 9(6).
               05  WS-SRV-CRED   PIC 9(6).
               05  WS-SRV-SUM    PIC 9(9)V99.
       77  WS-SRV-CANT-TBL       PIC 9(2) VALUE ZERO.
       77  WS-SRV-IND            PIC 9(2) VALUE ZERO.
       77  WS-Q-PREFIJO          PIC X(4) VALUE SPACES.
       77  WS-TOT-RENGLONES      PIC 9(8) VALUE ZERO.
       77  WS-TOT-ALERTAS        PIC 9(4) VALUE ZERO.
       77  WS-TOT-CRED           PIC 9(6) VALUE ZERO.
      *Datos de la alerta en armado.
       77  WS-ALR-SERVICIO       PIC X(20) VALUE SPACES.
       77  WS-ALR-TIPO           PIC X(10) VALUE SPACES.
           PERFORM CONTROLA-UMBRALES THRU F-CONTROLA-UMBRALES.
           DISPLAY "GWMONITOR - RENGLONES NUEVOS: " WS-TOT-RENGLONES
                   "  COLA DIFERIDOS: " WS-COLA-PROF
                   "  ALERTAS: " WS-TOT-ALERTAS
                   "  RECHAZOS CREDENCIAL: " WS-TOT-CRED.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

             GO TO F-EVALUA-RENGLON
           END-IF.
           ADD 1 TO WS-SRV-CANT(WS-SRV-ACT).
           EVALUATE WS-AUD-COD
             WHEN "200"
             WHEN "202"
             WHEN "203"
               CONTINUE
             WHEN "401"
               ADD 1 TO WS-SRV-CRED(WS-SRV-ACT)
               ADD 1 TO WS-TOT-CRED
             WHEN OTHER
               ADD 1 TO WS-SRV-ERR(WS-SRV-ACT)
           END-EVALUATE.
           ADD WS-SEG-N TO WS-SRV-SUM(WS-SRV-ACT).
       F-EVALUA-RENGLON.
           EXIT.
       F-CUENTA-PEND.
           EXIT.

      *Compara lo medido contra los umbrales: tasa de error, demora
      *promedio y rechazos de credencial por servicio, y profundidad
      *de cola global.
       CONTROLA-UMBRALES.
           PERFORM CONTROLA-SERVICIO THRU F-CONTROLA-SERVICIO
                   VARYING WS-SRV-IND FROM 1 BY 1
             MOVE WS-LATPROM TO WS-ALR-VALOR
             PERFORM GRABA-ALERTA THRU F-GRABA-ALERTA
           END-IF.
           MOVE "CREDMAX" TO WS-UMB-BUSCA-TIPO.
           PERFORM BUSCA-UMBRAL THRU F-BUSCA-UMBRAL.
           IF WS-UMB-HAY AND
              WS-SRV-CRED(WS-SRV-IND) > WS-UMB-HALLADO
             MOVE "CREDENCIAL" TO WS-ALR-TIPO
             MOVE WS-SRV-CRED(WS-SRV-IND) TO WS-ALR-VALOR
             PERFORM GRABA-ALERTA THRU F-GRABA-ALERTA
           END-IF.
       F-CONTROLA-SERVICIO.
           EXIT.

