      ******************************************************************
      * Copybook: DIASW
      * Areas de trabajo del numero de dia corrido de una fecha,
      * compartidas por los programas que cuentan dias entre dos
      * fechas (el parrafo va en el copybook DIASP). El llamador carga
      * WSV-DSE-FECHA (AAAAMMDD) y recibe en WSV-DSE-SERIAL el numero
      * de dia; la resta de dos numeros es la cantidad de dias
      * corridos entre las fechas.
      ******************************************************************
       01 WSV-DIA-SERIAL.
           05 WSV-DSE-FECHA.
               10 WSV-DSE-ANIO         PIC 9(04).
               10 WSV-DSE-MES          PIC 9(02).
               10 WSV-DSE-DIA          PIC 9(02).
           05 WSV-DSE-SERIAL       PIC 9(07).
           05 WSV-DSE-ANIO-AUX     PIC 9(04).
           05 WSV-DSE-MES-AUX      PIC 9(02).
           05 WSV-DSE-COCIENTE     PIC 9(07).
