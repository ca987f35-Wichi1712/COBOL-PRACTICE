      ******************************************************************
      * Copybook: CONTRIB
      * Layout de la tabla externa de contribuciones patronales
      * (archivo CONTRIB), mantenida igual que DEDUCC: los tramos
      * viven fuera de los programas. Cada fila es un tramo de una
      * carga a cargo del empleador (JUB = contribucion jubilatoria
      * patronal, OSO = obra social, ART = seguro de riesgos del
      * trabajo) con el rango de bruto al que aplica y el porcentaje
      * sobre ese bruto. Un mismo concepto puede tener varias filas;
      * la fila cuyo rango contiene al bruto es la que aplica. Las
      * cargas NO se descuentan del empleado: son costo de la
      * empresa y viajan aparte en PAYROLL-OUT.
      ******************************************************************
       01 FD-CONTRIB-REC.
           05 FD-CTB-CODIGO        PIC X(03).
           05 FD-CTB-DESDE         PIC 9(09).
           05 FD-CTB-HASTA         PIC 9(09).
           05 FD-CTB-PORCENTAJE    PIC 9(02)V99.
