      * BLANCO = ANIO EN CURSO). LOS EMPLEADOS LO PIDEN PARA SU
      * DECLARACION PERSONAL DE IMPUESTOS; HASTA AHORA SE
      * RECONSTRUIA A MANO CON LAS GENERACIONES QUE SOBREVIVIAN.
      * CADA CERTIFICADO SALE A NOMBRE DEL EMPLEADOR QUE LIQUIDO LO
      * CERTIFICADO (RAZON SOCIAL Y CUIT DE LA TABLA ENTIDAD). SI EL
      * EMPLEADO PASO DE ENTIDAD EN EL ANIO, CADA TRAMO CERRADO EN
      * YTDCIERR TIENE SU PROPIO CERTIFICADO CON SU EMPLEADOR, Y EL
      * DE YTDMAST CUBRE LO LIQUIDADO POR LA ENTIDAD ACTUAL.
      *
      * Mods:
      * 02-09-2026 - Version inicial.
      * 15-10-2026 - Si el anio fue reliquidado por AJUANUAL, el
      *              certificado informa el impuesto determinado sobre
      *              el bruto anual, la fecha de la reliquidacion y el
      *              ajuste aplicado en diciembre (la retencion del
      *              anio ya lo incluye).
      * 15-10-2026 - Empleador (razon social y CUIT) en cada
      *              certificado, segun la entidad del acumulado; un
      *              certificado mas por cada tramo del anio cerrado
      *              en YTDCIERR por un pase de entidad.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTANUAL.
           SELECT CERTIF-FILE ASSIGN TO "CERTIF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENTIDAD-FILE ASSIGN TO "ENTIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ENTIDAD-STATUS.

           SELECT YTDCIERRE-FILE ASSIGN TO "YTDCIERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-YTDCIERRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTDMAST-FILE.
       FD  CERTIF-FILE.
           01 FD-CERTIF-LINEA          PIC X(72).

       FD  ENTIDAD-FILE.
           COPY ENTIDAD.

       FD  YTDCIERRE-FILE.
           COPY YTDCIERR.

       WORKING-STORAGE SECTION.
           01 WSV-YTDMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-YTDCIERRE-STATUS  PIC X(02) VALUE "00".

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
               05 WSV-ANIO-PEDIDO       PIC X(04).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-NOMBRE-COMPLETO   PIC X(30).
               05 WSV-ID-CERTIFICADO    PIC X(08).
               05 WSV-FIN-TRAMOS        PIC X VALUE "N".
                   88 WSS-FIN-TRAMOS        VALUE "S".
               05 WSV-CNT-TRAMOS        PIC 9(04) VALUE 0.

               05 WSV-BRUTO-ED          PIC Z,ZZZ,ZZZ,ZZ9.
               05 WSV-IMPUESTO-ED       PIC ZZZ,ZZZ,ZZ9.
               05 WSV-JUBILA-ED         PIC ZZZ,ZZZ,ZZ9.
               05 WSV-NETO-ED           PIC Z,ZZZ,ZZZ,ZZ9.
               05 WSV-DETERMINADO-ED    PIC ZZZ,ZZZ,ZZ9.
               05 WSV-AJUSTE-ED         PIC +ZZZ,ZZZ,ZZ9.

               05 WSV-CNT-CERTIFICADOS  PIC 9(04) VALUE 0.
               05 WSV-LINEA-AUX         PIC X(72).

       COPY ENTIDADW.

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           END-IF.
           DISPLAY "CERTIFICADOS DEL ANIO " WSV-ANIO-PEDIDO.

           PERFORM 85-CARGAR-ENTIDADES.
           PERFORM 05-ABRIR-MAESTRO.
           OPEN OUTPUT CERTIF-FILE.
           PERFORM 10-RECORRER-ACUMULADO.
           PERFORM 40-RECORRER-TRAMOS.
           CLOSE CERTIF-FILE.
           IF WSS-MAESTRO-DISPONIBLE
               CLOSE EMPMAST-FILE
           END-IF.

           DISPLAY "CERTIFICADOS GENERADOS: " WSV-CNT-CERTIFICADOS.
           DISPLAY "  DE ELLOS POR TRAMOS CERRADOS: " WSV-CNT-TRAMOS.
           IF WSV-CNT-CERTIFICADOS EQUAL 0
               DISPLAY "NO HAY ACUMULADO PARA EL ANIO PEDIDO"
               MOVE 8 TO WSV-RETORNO-NUEVO
               IF NOT WSS-FIN-ACUMULADO
                   PERFORM 11-LEER-SIGUIENTE
                   PERFORM UNTIL WSS-FIN-ACUMULADO
      * UN ACUMULADO EN CERO CON CERO CORRIDAS ES EL QUE DEJO UN PASE
      * DE ENTIDAD SIN LIQUIDACIONES POSTERIORES: NO SE CERTIFICA.
                       IF FD-YTD-ANIO EQUAL WSV-ANIO-PEDIDO AND
                          (FD-YTD-CORRIDAS NOT EQUAL 0 OR
                           FD-YTD-BRUTO NOT EQUAL 0)
                           PERFORM 20-GENERAR-CERTIFICADO
                       END-IF
                       PERFORM 11-LEER-SIGUIENTE

       20-GENERAR-CERTIFICADO.
           ADD 1 TO WSV-CNT-CERTIFICADOS.
           MOVE FD-YTD-ID     TO WSV-ID-CERTIFICADO.
           MOVE FD-YTD-NOMBRE TO WSV-NOMBRE-COMPLETO.
           PERFORM 30-BUSCAR-NOMBRE-COMPLETO.

           MOVE FD-YTD-BRUTO    TO WSV-BRUTO-ED.
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.
           MOVE FD-YTD-ENTIDAD TO WSV-ENT-BUSCADA.
           PERFORM 22-INFORMAR-EMPLEADOR.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "CORRIDAS ACUMULADAS EN EL ANIO: " DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.
           IF FD-YTD-FECHA-REAJUSTE IS NUMERIC
               PERFORM 25-CERTIFICAR-REAJUSTE
           END-IF.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "APORTE JUBILATORIO:          $" DELIMITED BY SIZE
       20-GENERAR-CERTIFICADO-END.
       EXIT.

      ******************************************************************
      * 25-CERTIFICAR-REAJUSTE: EL ANIO FUE RELIQUIDADO. SE CERTIFICA
      * EL IMPUESTO DETERMINADO SOBRE EL BRUTO ANUAL Y EL AJUSTE QUE
      * LA LIQUIDACION DE DICIEMBRE APLICO (POSITIVO = RETENCION
      * ADICIONAL, NEGATIVO = DEVOLUCION).
      ******************************************************************
       25-CERTIFICAR-REAJUSTE.
           MOVE FD-YTD-IMP-DETERMINADO TO WSV-DETERMINADO-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "IMPUESTO DETERMINADO:        $" DELIMITED BY SIZE
               WSV-DETERMINADO-ED DELIMITED BY SIZE
               " (RELIQ. " DELIMITED BY SIZE
               FD-YTD-FECHA-REAJUSTE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.

           IF FD-YTD-AJU-IMPUESTO IS NUMERIC
               MOVE FD-YTD-AJU-IMPUESTO TO WSV-AJUSTE-ED
           ELSE
               MOVE 0 TO WSV-AJUSTE-ED
           END-IF.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "AJUSTE ANUAL APLICADO:      $" DELIMITED BY SIZE
               WSV-AJUSTE-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.
       25-CERTIFICAR-REAJUSTE-END.
       EXIT.

      ******************************************************************
      * 22-INFORMAR-EMPLEADOR: RAZON SOCIAL Y CUIT DE LA ENTIDAD EN
      * WSV-ENT-BUSCADA (BLANCO = 01, ACUMULADOS ANTERIORES AL CAMPO).
      * UNA ENTIDAD QUE YA NO ESTA EN LA TABLA SE CERTIFICA CON SU
      * CODIGO Y EL PASO TERMINA CON ADVERTENCIA.
      ******************************************************************
       22-INFORMAR-EMPLEADOR.
           PERFORM 87-BUSCAR-ENTIDAD.
           MOVE SPACES TO WSV-LINEA-AUX.
           IF WSS-ENT-HALLADA
               STRING "EMPLEADOR: " DELIMITED BY SIZE
                   WSV-ENT-RAZON-TAB (WSV-ENT-IDX) DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "CUIT EMPLEADOR: " DELIMITED BY SIZE
                   WSV-ENT-CUIT-TAB (WSV-ENT-IDX) (1:2)
                   DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WSV-ENT-CUIT-TAB (WSV-ENT-IDX) (3:8)
                   DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WSV-ENT-CUIT-TAB (WSV-ENT-IDX) (11:1)
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
           ELSE
               STRING "EMPLEADOR: ENTIDAD " DELIMITED BY SIZE
                   WSV-ENT-BUSCADA DELIMITED BY SIZE
                   " (NO REGISTRADA EN LA TABLA)" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               DISPLAY "ENTIDAD " WSV-ENT-BUSCADA
                   " NO REGISTRADA, CERTIFICADO DE " WSV-ID-CERTIFICADO
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.
       22-INFORMAR-EMPLEADOR-END.
       EXIT.

      * EL LLAMADOR DEJA EN WSV-NOMBRE-COMPLETO EL NOMBRE DEL
      * ACUMULADO, QUE QUEDA SI EL ID NO ESTA EN EL MAESTRO.
       30-BUSCAR-NOMBRE-COMPLETO.
           IF WSS-MAESTRO-DISPONIBLE
               MOVE WSV-ID-CERTIFICADO TO FD-EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
       30-BUSCAR-NOMBRE-COMPLETO-END.
       EXIT.

      ******************************************************************
      * 40-RECORRER-TRAMOS: LOS TRAMOS DEL ANIO PEDIDO QUE UN PASE DE
      * ENTIDAD CERRO EN YTDCIERR. SIN ARCHIVO NO HUBO PASES.
      ******************************************************************
       40-RECORRER-TRAMOS.
           MOVE "N" TO WSV-FIN-TRAMOS.
           OPEN INPUT YTDCIERRE-FILE.
           IF WSV-YTDCIERRE-STATUS NOT EQUAL "00"
               DISPLAY "SIN TRAMOS CERRADOS POR PASE DE ENTIDAD"
           ELSE
               PERFORM 41-LEER-TRAMO
               PERFORM UNTIL WSS-FIN-TRAMOS
                   IF FD-YTC-ANIO EQUAL WSV-ANIO-PEDIDO
                       PERFORM 45-GENERAR-CERTIFICADO-TRAMO
                   END-IF
                   PERFORM 41-LEER-TRAMO
               END-PERFORM
               CLOSE YTDCIERRE-FILE
           END-IF.
       40-RECORRER-TRAMOS-END.
       EXIT.

       41-LEER-TRAMO.
           READ YTDCIERRE-FILE
               AT END
                   MOVE "S" TO WSV-FIN-TRAMOS
           END-READ.
       41-LEER-TRAMO-END.
       EXIT.

      ******************************************************************
      * 45-GENERAR-CERTIFICADO-TRAMO: EL MISMO DOCUMENTO QUE EL DEL
      * ACUMULADO, POR LO LIQUIDADO HASTA EL PASE Y A NOMBRE DE LA
      * ENTIDAD QUE LO LIQUIDO.
      ******************************************************************
       45-GENERAR-CERTIFICADO-TRAMO.
           ADD 1 TO WSV-CNT-CERTIFICADOS.
           ADD 1 TO WSV-CNT-TRAMOS.
           MOVE FD-YTC-ID     TO WSV-ID-CERTIFICADO.
           MOVE FD-YTC-NOMBRE TO WSV-NOMBRE-COMPLETO.
           PERFORM 30-BUSCAR-NOMBRE-COMPLETO.

           MOVE FD-YTC-BRUTO    TO WSV-BRUTO-ED.
           MOVE FD-YTC-IMPUESTO TO WSV-IMPUESTO-ED.
           MOVE FD-YTC-JUBILA   TO WSV-JUBILA-ED.
           MOVE FD-YTC-NETO     TO WSV-NETO-ED.

           MOVE ALL "=" TO WSV-LINEA-AUX.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "CERTIFICADO ANUAL DE INGRESOS Y RETENCIONES - "
               DELIMITED BY SIZE
               FD-YTC-ANIO DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "TRAMO CERRADO EL " DELIMITED BY SIZE
               FD-YTC-FECHA-CIERRE DELIMITED BY SIZE
               " POR PASE A LA ENTIDAD " DELIMITED BY SIZE
               FD-YTC-ENTIDAD-NUEVA DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EMPLEADO: " DELIMITED BY SIZE
               FD-YTC-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSV-NOMBRE-COMPLETO DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.
           MOVE FD-YTC-ENTIDAD TO WSV-ENT-BUSCADA.
           PERFORM 22-INFORMAR-EMPLEADOR.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "CORRIDAS ACUMULADAS EN EL TRAMO: " DELIMITED BY SIZE
               FD-YTC-CORRIDAS DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "INGRESO BRUTO DEL TRAMO:     $" DELIMITED BY SIZE
               WSV-BRUTO-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RETENCION IMPUESTO:          $" DELIMITED BY SIZE
               WSV-IMPUESTO-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.
           IF FD-YTC-AJU-IMPUESTO IS NUMERIC AND
              FD-YTC-AJU-IMPUESTO NOT EQUAL 0
               MOVE FD-YTC-AJU-IMPUESTO TO WSV-AJUSTE-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "AJUSTE ANUAL APLICADO:      $" DELIMITED BY SIZE
                   WSV-AJUSTE-ED DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX
           END-IF.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "APORTE JUBILATORIO:          $" DELIMITED BY SIZE
               WSV-JUBILA-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "NETO PERCIBIDO EN EL TRAMO:  $" DELIMITED BY SIZE
               WSV-NETO-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EMITIDO EL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.

           MOVE ALL "=" TO WSV-LINEA-AUX.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.
           MOVE SPACES TO WSV-LINEA-AUX.
           WRITE FD-CERTIF-LINEA FROM WSV-LINEA-AUX.
       45-GENERAR-CERTIFICADO-TRAMO-END.
       EXIT.

       90-ELEVAR-RETORNO.
           IF WSV-RETORNO-NUEVO > WSV-RETORNO
               MOVE WSV-RETORNO-NUEVO TO WSV-RETORNO
       90-ELEVAR-RETORNO-END.
       EXIT.

       COPY ENTIDADP.

       END PROGRAM CERTANUAL.
