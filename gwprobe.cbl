      *
      * Termina con codigo 0 si todos los hosts respondieron y 4 si
      * alguno esta caido, para que el cron de la manana pueda avisar.
      * DESPALERTA abre un incidente por cada host CAIDO y lo da por
      * normalizado cuando una sonda posterior lo encuentra ARRIBA.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
