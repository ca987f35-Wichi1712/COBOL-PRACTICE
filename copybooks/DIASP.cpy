      ******************************************************************
      * Copybook: DIASP
      * Parrafo del numero de dia corrido de una fecha (las areas van
      * en el copybook DIASW).
      * 88-CALCULAR-DIA-SERIAL: calendario gregoriano con el anio
      *    contado desde marzo (enero y febrero van al final del anio
      *    anterior, asi el 29 de febrero cae al final): 365 dias por
      *    anio mas los bisiestos (cada 4, salvo siglos no divisibles
      *    por 400), mas los dias de los meses ya transcurridos y el
      *    dia del mes. Una fecha no numerica devuelve cero.
      ******************************************************************
       88-CALCULAR-DIA-SERIAL.
           IF WSV-DSE-FECHA IS NOT NUMERIC
               MOVE 0 TO WSV-DSE-SERIAL
           ELSE
               MOVE WSV-DSE-ANIO TO WSV-DSE-ANIO-AUX
               MOVE WSV-DSE-MES  TO WSV-DSE-MES-AUX
               IF WSV-DSE-MES-AUX < 3
                   SUBTRACT 1 FROM WSV-DSE-ANIO-AUX
                   ADD 12 TO WSV-DSE-MES-AUX
               END-IF
               COMPUTE WSV-DSE-SERIAL = 365 * WSV-DSE-ANIO-AUX
                   + WSV-DSE-DIA
               DIVIDE WSV-DSE-ANIO-AUX BY 4 GIVING WSV-DSE-COCIENTE
               ADD WSV-DSE-COCIENTE TO WSV-DSE-SERIAL
               DIVIDE WSV-DSE-ANIO-AUX BY 100 GIVING WSV-DSE-COCIENTE
               SUBTRACT WSV-DSE-COCIENTE FROM WSV-DSE-SERIAL
               DIVIDE WSV-DSE-ANIO-AUX BY 400 GIVING WSV-DSE-COCIENTE
               ADD WSV-DSE-COCIENTE TO WSV-DSE-SERIAL
               COMPUTE WSV-DSE-COCIENTE =
                   (153 * (WSV-DSE-MES-AUX - 3) + 2) / 5
               ADD WSV-DSE-COCIENTE TO WSV-DSE-SERIAL
           END-IF.
       88-CALCULAR-DIA-SERIAL-END.
       EXIT.
