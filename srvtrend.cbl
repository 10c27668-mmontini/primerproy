      * 8-14, 15-21, 22-28 y 29-fin de mes. Se corre tipicamente el
      * ultimo dia del mes o el primero del siguiente (con el mes a
      * informar como unico argumento optativo, AAAAMM; sin
      * argumento, el mes de la fecha de corrida). En la secuencia de
      * cierre lo lanza CIERRESEQ el primer dia habil del mes, con el
      * mes anterior como argumento.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
