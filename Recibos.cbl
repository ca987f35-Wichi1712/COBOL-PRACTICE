      *              leyendo el detalle aplicado DEDAPL que deja la
      *              liquidacion, ademas del total que viaja en la
      *              propia fila de PAYROLL-OUT.
      * 15-10-2026 - El recibo de diciembre muestra el ajuste anual
      *              de impuesto (retencion adicional o devolucion)
      *              cuando la fila lo trae.
      * 15-10-2026 - Una fila tipo E imprime el recibo del pago fuera
      *              de ciclo (OFFCYCLE): el concepto pagado, marcado
      *              como no remunerativo cuando corresponde, sin
      *              tramo de bono.
      * 15-10-2026 - El detalle DEDAPL se lee con el copybook
      *              compartido (trae ademas la fecha de la corrida y
      *              la referencia del beneficiario, que el recibo no
      *              usa).
      * 15-10-2026 - Modo duplicado (tarjeta SYSIN "D"): el job
      *              REIMPRES vuelve a imprimir recibos de la
      *              historia permanente de liquidaciones, marcados
      *              como duplicado con la fecha de reimpresion y con
      *              el nombre archivado (REINOM). El detalle DEDAPL
      *              se asocia por ID y fecha de corrida.
      * 15-10-2026 - Ademas del spool, cada corrida deja el archivo de
      *              recibos electronicos RECIBELE para el portal del
      *              empleado: un documento por ID y fecha de corrida
      *              con las lineas de bruto a neto y el detalle
      *              DEDAPL (layout RECIBELE). No se graba en modo
      *              duplicado.
      * 15-10-2026 - La tabla del detalle DEDAPL crece a 9999
      *              conceptos; si se llena en modo duplicado la
      *              corrida termina con codigo 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDAPL-STATUS.

           SELECT REINOM-FILE ASSIGN TO "REINOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-REINOM-STATUS.

           SELECT RECIBELE-FILE ASSIGN TO "RECIBELE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RECIBELE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-OUT-FILE.
           01 FD-RECIBO-LINEA          PIC X(72).

       FD  DED-APLICADAS-FILE.
           COPY DEDAPL.

      * NOMBRE ARCHIVADO DE CADA FILA A REIMPRIMIR (LO DEJA REIMPRIM
      * EN EL MISMO ORDEN QUE LAS FILAS); SOLO EN MODO DUPLICADO.
       FD  REINOM-FILE.
           01 FD-REINOM-REC.
               05 FD-RNO-ID            PIC X(08).
               05 FD-RNO-NOMBRE        PIC X(30).

       FD  RECIBELE-FILE.
           COPY RECIBELE.

       WORKING-STORAGE SECTION.
           01 WSV-PAYOUT-STATUS     PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-DEDAPL-STATUS     PIC X(02) VALUE "00".
           01 WSV-REINOM-STATUS     PIC X(02) VALUE "00".
           01 WSV-RECIBELE-STATUS   PIC X(02) VALUE "00".

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-MAESTRO-DISPONIBLE PIC X VALUE "N".
                   88 WSS-MAESTRO-DISPONIBLE VALUE "S".
               05 WSV-MODO-RECIBO       PIC X VALUE SPACE.
                   88 WSS-MODO-DUPLICADO    VALUE "D".
               05 WSV-NOMBRES-DISPONIBLE PIC X VALUE "N".
                   88 WSS-NOMBRES-DISPONIBLE VALUE "S".
               05 WSV-FIN-NOMBRES       PIC X VALUE "N".
                   88 WSS-FIN-NOMBRES       VALUE "S".
               05 WSV-FECHA-HOY         PIC X(08).

               05 WSV-NOMBRE-COMPLETO   PIC X(30).
               05 WSV-PCT-BONO          PIC 9(03).

               05 WSV-FIN-DEDAPL        PIC X VALUE "N".
                   88 WSS-FIN-DEDAPL        VALUE "S".
               05 WS-DEDAPL OCCURS 9999 TIMES
                       INDEXED BY WSV-DAP-IDX WSV-DAP-IDX2.
                   10 WSV-DAP-ID-TAB        PIC X(08).
                   10 WSV-DAP-CONCEPTO-TAB  PIC X(03).
                   10 WSV-DAP-IMPORTE-TAB   PIC 9(07).
                   10 WSV-DAP-FECHA-TAB     PIC X(08).
                   10 WSV-DAP-REFERENCIA-TAB PIC X(20).
               05 WSV-TOTAL-DEDAPL      PIC 9(04) VALUE 0.
               05 WSV-DED-VAR-ED        PIC Z,ZZZ,ZZ9.
               05 WSV-AJU-IMP-ED        PIC +Z,ZZZ,ZZ9.
               05 WSV-HEXTRA-ED         PIC Z,ZZZ,ZZ9.

      * RECIBO ELECTRONICO: DOCUMENTO ABIERTO (ID + FECHA DE CORRIDA)
      * Y LA LINEA QUE SE ESTA ARMANDO.
               05 WSV-ELECTRONICO-ABIERTO PIC X VALUE "N".
                   88 WSS-ELECTRONICO-ABIERTO VALUE "S".
               05 WSV-DOCUMENTO-ABIERTO PIC X VALUE "N".
                   88 WSS-DOCUMENTO-ABIERTO VALUE "S".
               05 WSV-ELE-CLAVE.
                   10 WSV-ELE-ID            PIC X(08).
                   10 WSV-ELE-FECHA         PIC X(08).
               05 WSV-ELE-CODIGO        PIC X(03).
               05 WSV-ELE-TEXTO         PIC X(40).
               05 WSV-ELE-CLASE         PIC X(01).
               05 WSV-ELE-IMPORTE       PIC 9(10).
               05 WSV-ELE-LINEAS        PIC 9(03).
               05 WSV-ELE-NETO          PIC 9(10).
               05 WSV-CNT-DOCUMENTOS    PIC 9(06) VALUE 0.
               05 WSV-CNT-REG-ELE       PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD.
           MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-HOY.

      * TARJETA DE MODO: EN BLANCO RECIBOS DE LA CORRIDA, "D"
      * REIMPRESION MARCADA COMO DUPLICADO (JOB REIMPRES).
           MOVE SPACE TO WSV-MODO-RECIBO.
           ACCEPT WSV-MODO-RECIBO.
           IF WSS-MODO-DUPLICADO
               DISPLAY "MODO DUPLICADO: REIMPRESION DE RECIBOS"
               PERFORM 08-ABRIR-NOMBRES
           END-IF.

           PERFORM 05-ABRIR-MAESTRO.
           PERFORM 06-CARGAR-DED-APLICADAS.
           IF NOT WSS-MODO-DUPLICADO
               PERFORM 09-ABRIR-ELECTRONICO
           END-IF.
           OPEN OUTPUT RECIBOS-FILE.
           OPEN INPUT PAYROLL-OUT-FILE.
           IF WSV-PAYOUT-STATUS NOT EQUAL "00"
               CLOSE PAYROLL-OUT-FILE
           END-IF.
           CLOSE RECIBOS-FILE.
           IF WSS-ELECTRONICO-ABIERTO
               PERFORM 49-CERRAR-ELECTRONICO
           END-IF.
           IF WSS-MAESTRO-DISPONIBLE
               CLOSE EMPMAST-FILE
           END-IF.
           IF WSS-NOMBRES-DISPONIBLE
               CLOSE REINOM-FILE
           END-IF.

           DISPLAY "RECIBOS GENERADOS: " WSV-CNT-RECIBOS.
           IF NOT WSS-MODO-DUPLICADO
               DISPLAY "RECIBOS ELECTRONICOS: " WSV-CNT-DOCUMENTOS
           END-IF.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
      ******************************************************************
      * 06-CARGAR-DED-APLICADAS: DETALLE DE DEDUCCIONES INDIVIDUALES
      * QUE LA LIQUIDACION DEJO EN DEDAPL; SI EL ARCHIVO NO ESTA, EL
      * RECIBO MUESTRA SOLO EL TOTAL DE LA FILA. CON LA TABLA LLENA
      * LOS RECIBOS SIGUIENTES PIERDEN SU DETALLE: ADVERTENCIA EN LA
      * CORRIDA NORMAL, CODIGO 8 EN MODO DUPLICADO, DONDE UNA
      * REIMPRESION GRANDE NO PUEDE SALIR INCOMPLETA SIN AVISO.
      ******************************************************************
       06-CARGAR-DED-APLICADAS.
           MOVE "N" TO WSV-FIN-DEDAPL.
           ELSE
               PERFORM 07-LEER-DED-APLICADA
               PERFORM UNTIL WSS-FIN-DEDAPL
                   IF WSV-TOTAL-DEDAPL < 9999
                       ADD 1 TO WSV-TOTAL-DEDAPL
                       SET WSV-DAP-IDX TO WSV-TOTAL-DEDAPL
                       MOVE FD-DAP-ID
                           TO WSV-DAP-CONCEPTO-TAB (WSV-DAP-IDX)
                       MOVE FD-DAP-IMPORTE
                           TO WSV-DAP-IMPORTE-TAB (WSV-DAP-IDX)
                       MOVE FD-DAP-FECHA
                           TO WSV-DAP-FECHA-TAB (WSV-DAP-IDX)
                       MOVE FD-DAP-REFERENCIA
                           TO WSV-DAP-REFERENCIA-TAB (WSV-DAP-IDX)
                   ELSE
                       DISPLAY "TABLA DE DETALLE DE DEDUCCIONES "
                           "LLENA (9999): " FD-DAP-ID
                       IF WSS-MODO-DUPLICADO
                           MOVE 8 TO WSV-RETORNO-NUEVO
                       ELSE
                           MOVE 4 TO WSV-RETORNO-NUEVO
                       END-IF
                       PERFORM 90-ELEVAR-RETORNO
                   END-IF
                   PERFORM 07-LEER-DED-APLICADA
       07-LEER-DED-APLICADA-END.
       EXIT.

      ******************************************************************
      * 08-ABRIR-NOMBRES: EN MODO DUPLICADO EL NOMBRE DEL RECIBO ES EL
      * QUE EL EMPLEADO TENIA AL LIQUIDARSE; SIN EL ARCHIVO SE USA EL
      * DEL MAESTRO ACTUAL (ADVERTENCIA).
      ******************************************************************
       08-ABRIR-NOMBRES.
           MOVE "N" TO WSV-FIN-NOMBRES.
           OPEN INPUT REINOM-FILE.
           IF WSV-REINOM-STATUS EQUAL "00"
               MOVE "S" TO WSV-NOMBRES-DISPONIBLE
           ELSE
               DISPLAY "SIN NOMBRES ARCHIVADOS (STATUS "
                   WSV-REINOM-STATUS "), SE USA EL MAESTRO ACTUAL"
               MOVE "S" TO WSV-FIN-NOMBRES
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       08-ABRIR-NOMBRES-END.
       EXIT.

      ******************************************************************
      * 09-ABRIR-ELECTRONICO: EL ARCHIVO PARA EL PORTAL ES UNO POR
      * CORRIDA. SI NO SE PUEDE ABRIR LOS RECIBOS SE IMPRIMEN IGUAL Y
      * EL PASO TERMINA CON ADVERTENCIA: ESA CORRIDA NO LLEGA AL
      * PORTAL Y SE DEBE RECOLECTAR LA FIRMA EN PAPEL.
      ******************************************************************
       09-ABRIR-ELECTRONICO.
           OPEN OUTPUT RECIBELE-FILE.
           IF WSV-RECIBELE-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR RECIBOS ELECTRONICOS, "
                   "STATUS: " WSV-RECIBELE-STATUS
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "S" TO WSV-ELECTRONICO-ABIERTO
               MOVE SPACES TO FD-RECIBELE-REC
               MOVE "H" TO FD-REL-TIPO-REG
               MOVE WSV-FECHA-HOY TO FD-REL-FECHA
               PERFORM 47-GRABAR-ELECTRONICO
           END-IF.
       09-ABRIR-ELECTRONICO-END.
       EXIT.

       10-LEER-PAYROLL.
           READ PAYROLL-OUT-FILE
               AT END
           END-IF.
           PERFORM 30-BUSCAR-NOMBRE-COMPLETO.
           IF NOT FDS-PAY-FINIQUITO AND NOT FDS-PAY-AGUINALDO
              AND NOT FDS-PAY-ESPECIAL
               PERFORM 35-DETERMINAR-TRAMO
           END-IF.

                       WSV-NOMBRE-COMPLETO DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
               WHEN FDS-PAY-ESPECIAL
                   STRING "RECIBO DE PAGO ESPECIAL - " DELIMITED BY SIZE
                       FD-PAY-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WSV-NOMBRE-COMPLETO DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
               WHEN OTHER
                   STRING "RECIBO DE SUELDO - " DELIMITED BY SIZE
                       FD-PAY-ID DELIMITED BY SIZE
           END-EVALUATE.
           WRITE FD-RECIBO-LINEA FROM WSV-LINEA-AUX.

           IF WSS-MODO-DUPLICADO
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "*** DUPLICADO - REIMPRESO EL " DELIMITED BY SIZE
                   WSV-FECHA-HOY DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               WRITE FD-RECIBO-LINEA FROM WSV-LINEA-AUX
           END-IF.

           IF FDS-PAY-FINIQUITO
               MOVE "FINIQUITO POR EGRESO: MES PARCIAL, VACACIONES"
                   TO WSV-LINEA-AUX
                   TO WSV-LINEA-AUX
               WRITE FD-RECIBO-LINEA FROM WSV-LINEA-AUX
           END-IF.
           IF FDS-PAY-ESPECIAL
               MOVE SPACES TO WSV-LINEA-AUX
               IF FDS-PAY-NO-GRAVADO
                   STRING "PAGO FUERA DE CICLO: " DELIMITED BY SIZE
                       FD-PAY-ORIGEN DELIMITED BY SIZE
                       " (NO REMUNERATIVO)" DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
               ELSE
                   STRING "PAGO FUERA DE CICLO: " DELIMITED BY SIZE
                       FD-PAY-ORIGEN DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
               END-IF
               WRITE FD-RECIBO-LINEA FROM WSV-LINEA-AUX
           END-IF.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "NIVEL: " DELIMITED BY SIZE
                       WSV-SUELDO-ANUAL-ED DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
               WHEN FDS-PAY-ESPECIAL
                   STRING "PAGO ESPECIAL:           $"
                       DELIMITED BY SIZE
                       WSV-SUELDO-ANUAL-ED DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
               WHEN OTHER
                   STRING "SUELDO ANUAL (12 MESES): $"
                       DELIMITED BY SIZE
           WRITE FD-RECIBO-LINEA FROM WSV-LINEA-AUX.

           IF NOT FDS-PAY-FINIQUITO AND NOT FDS-PAY-AGUINALDO
              AND NOT FDS-PAY-ESPECIAL
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "TRAMO DEL BONO: " DELIMITED BY SIZE
                   WSV-TRAMO-TEXTO DELIMITED BY SIZE
               PERFORM 25-DETALLAR-DED-VARIAS
           END-IF.

      * AJUSTE ANUAL: POSITIVO SE RETIENE, NEGATIVO SE DEVUELVE.
           IF FD-PAY-AJU-IMPUESTO IS NUMERIC AND
              FD-PAY-AJU-IMPUESTO NOT EQUAL 0
               MOVE FD-PAY-AJU-IMPUESTO TO WSV-AJU-IMP-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "AJUSTE ANUAL IMPUESTO:  $" DELIMITED BY SIZE
                   WSV-AJU-IMP-ED DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               WRITE FD-RECIBO-LINEA FROM WSV-LINEA-AUX
           END-IF.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "NETO ANUAL A COBRAR:     $" DELIMITED BY SIZE
               WSV-NETO-ED DELIMITED BY SIZE
           WRITE FD-RECIBO-LINEA FROM WSV-LINEA-AUX.
           MOVE SPACES TO WSV-LINEA-AUX.
           WRITE FD-RECIBO-LINEA FROM WSV-LINEA-AUX.

           IF WSS-ELECTRONICO-ABIERTO
               PERFORM 40-DOCUMENTO-ELECTRONICO
           END-IF.
       20-GENERAR-RECIBO-END.
       EXIT.

      ******************************************************************
      * 25-DETALLAR-DED-VARIAS: UNA LINEA POR CONCEPTO INDIVIDUAL
      * DESCONTADO AL EMPLEADO (EMB=EMBARGO, SIN=SINDICATO,
      * PRE=PRESTAMO), DESDE EL DETALLE DEDAPL DE LA LIQUIDACION. UNA
      * REIMPRESION PUEDE TRAER VARIAS CORRIDAS DEL MISMO ID: EL
      * CONCEPTO SE ASOCIA ADEMAS POR LA FECHA DE LA CORRIDA.
      ******************************************************************
       25-DETALLAR-DED-VARIAS.
           PERFORM VARYING WSV-DAP-IDX2 FROM 1 BY 1
                   UNTIL WSV-DAP-IDX2 > WSV-TOTAL-DEDAPL
               IF WSV-DAP-ID-TAB (WSV-DAP-IDX2) = FD-PAY-ID AND
                  (WSV-DAP-FECHA-TAB (WSV-DAP-IDX2) IS NOT NUMERIC OR
                   FD-PAY-FECHA-CORRIDA IS NOT NUMERIC OR
                   WSV-DAP-FECHA-TAB (WSV-DAP-IDX2) =
                   FD-PAY-FECHA-CORRIDA)
                   MOVE WSV-DAP-IMPORTE-TAB (WSV-DAP-IDX2)
                       TO WSV-DED-VAR-ED
                   MOVE SPACES TO WSV-LINEA-AUX

       30-BUSCAR-NOMBRE-COMPLETO.
           MOVE FD-PAY-NOMBRE TO WSV-NOMBRE-COMPLETO.
           IF WSS-NOMBRES-DISPONIBLE AND NOT WSS-FIN-NOMBRES
               READ REINOM-FILE
                   AT END
                       MOVE "S" TO WSV-FIN-NOMBRES
               END-READ
           END-IF.
           IF WSS-NOMBRES-DISPONIBLE AND NOT WSS-FIN-NOMBRES AND
              FD-RNO-ID EQUAL FD-PAY-ID
               MOVE FD-RNO-NOMBRE TO WSV-NOMBRE-COMPLETO
           ELSE
               PERFORM 31-NOMBRE-DEL-MAESTRO
           END-IF.
       30-BUSCAR-NOMBRE-COMPLETO-END.
       EXIT.

       31-NOMBRE-DEL-MAESTRO.
           IF WSS-MAESTRO-DISPONIBLE
               MOVE FD-PAY-ID TO FD-EMP-ID
               READ EMPMAST-FILE
                       MOVE FD-EMP-NOMBRE TO WSV-NOMBRE-COMPLETO
               END-READ
           END-IF.
       31-NOMBRE-DEL-MAESTRO-END.
       EXIT.

      ******************************************************************
       35-DETERMINAR-TRAMO-END.
       EXIT.

      ******************************************************************
      * 40-DOCUMENTO-ELECTRONICO: LAS MISMAS LINEAS DEL RECIBO IMPRESO
      * CON SU IMPORTE SIN EDITAR. EL DOCUMENTO ES UNO POR ID Y FECHA
      * DE CORRIDA: FILAS CONSECUTIVAS CON LA MISMA CLAVE (LOS
      * CONCEPTOS DE UN PAGO FUERA DE CICLO) SUMAN SUS LINEAS AL
      * DOCUMENTO YA ABIERTO.
      ******************************************************************
       40-DOCUMENTO-ELECTRONICO.
           IF NOT WSS-DOCUMENTO-ABIERTO OR
              WSV-ELE-ID NOT EQUAL FD-PAY-ID OR
              WSV-ELE-FECHA NOT EQUAL WSV-FECHA-CORRIDA
               IF WSS-DOCUMENTO-ABIERTO
                   PERFORM 48-CERRAR-DOCUMENTO
               END-IF
               PERFORM 41-ABRIR-DOCUMENTO
           END-IF.

           MOVE "SUE" TO WSV-ELE-CODIGO.
           MOVE "SUELDO MENSUAL" TO WSV-ELE-TEXTO.
           MOVE "I" TO WSV-ELE-CLASE.
           MOVE FD-PAY-SUELDO TO WSV-ELE-IMPORTE.
           PERFORM 45-GRABAR-LINEA.

           MOVE "ANU" TO WSV-ELE-CODIGO.
           EVALUATE TRUE
               WHEN FDS-PAY-FINIQUITO
                   MOVE "HABERES FINALES" TO WSV-ELE-TEXTO
               WHEN FDS-PAY-AGUINALDO
                   MOVE "AGUINALDO (SAC)" TO WSV-ELE-TEXTO
               WHEN FDS-PAY-ESPECIAL
                   MOVE SPACES TO WSV-ELE-TEXTO
                   STRING "PAGO ESPECIAL " DELIMITED BY SIZE
                       FD-PAY-ORIGEN DELIMITED BY SIZE
                       INTO WSV-ELE-TEXTO
                   END-STRING
                   IF FDS-PAY-NO-GRAVADO
                       MOVE " NO REMUNERATIVO"
                           TO WSV-ELE-TEXTO (25:16)
                   END-IF
               WHEN OTHER
                   MOVE "SUELDO ANUAL (12 MESES)" TO WSV-ELE-TEXTO
           END-EVALUATE.
           MOVE "H" TO WSV-ELE-CLASE.
           MOVE FD-PAY-SUELDO-ANUAL TO WSV-ELE-IMPORTE.
           PERFORM 45-GRABAR-LINEA.

           IF FD-PAY-AUS-DIAS IS NUMERIC AND FD-PAY-AUS-DIAS > 0
               MOVE "AUS" TO WSV-ELE-CODIGO
               MOVE SPACES TO WSV-ELE-TEXTO
               STRING "AUSENCIAS DEL MES: " DELIMITED BY SIZE
                   FD-PAY-AUS-DIAS DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO WSV-ELE-TEXTO
               END-STRING
               MOVE "I" TO WSV-ELE-CLASE
               MOVE FD-PAY-AUS-DESC TO WSV-ELE-IMPORTE
               PERFORM 45-GRABAR-LINEA
           END-IF.

           MOVE "BON" TO WSV-ELE-CODIGO.
           IF NOT FDS-PAY-FINIQUITO AND NOT FDS-PAY-AGUINALDO
              AND NOT FDS-PAY-ESPECIAL
               MOVE WSV-TRAMO-TEXTO TO WSV-ELE-TEXTO
           ELSE
               MOVE "BONO" TO WSV-ELE-TEXTO
           END-IF.
           MOVE "H" TO WSV-ELE-CLASE.
           MOVE FD-PAY-BONO TO WSV-ELE-IMPORTE.
           PERFORM 45-GRABAR-LINEA.

           IF FD-PAY-HEXTRA IS NUMERIC AND FD-PAY-HEXTRA > 0
               MOVE "HEX" TO WSV-ELE-CODIGO
               MOVE SPACES TO WSV-ELE-TEXTO
               STRING "HORAS EXTRA: " DELIMITED BY SIZE
                   FD-PAY-HEX-HORAS DELIMITED BY SIZE
                   " AL 150% Y " DELIMITED BY SIZE
                   FD-PAY-HEX-FERIADO DELIMITED BY SIZE
                   " AL 200%" DELIMITED BY SIZE
                   INTO WSV-ELE-TEXTO
               END-STRING
               MOVE "H" TO WSV-ELE-CLASE
               MOVE FD-PAY-HEXTRA TO WSV-ELE-IMPORTE
               PERFORM 45-GRABAR-LINEA
           END-IF.

           MOVE "BRU" TO WSV-ELE-CODIGO.
           MOVE "BRUTO ANUAL" TO WSV-ELE-TEXTO.
           MOVE "I" TO WSV-ELE-CLASE.
           MOVE FD-PAY-BRUTO-ANUAL TO WSV-ELE-IMPORTE.
           PERFORM 45-GRABAR-LINEA.

           MOVE "IMP" TO WSV-ELE-CODIGO.
           MOVE "IMPUESTO" TO WSV-ELE-TEXTO.
           MOVE "D" TO WSV-ELE-CLASE.
           MOVE FD-PAY-DED-IMPUESTO TO WSV-ELE-IMPORTE.
           PERFORM 45-GRABAR-LINEA.

           MOVE "JUB" TO WSV-ELE-CODIGO.
           MOVE "JUBILACION" TO WSV-ELE-TEXTO.
           MOVE "D" TO WSV-ELE-CLASE.
           MOVE FD-PAY-DED-JUBILA TO WSV-ELE-IMPORTE.
           PERFORM 45-GRABAR-LINEA.

           IF FD-PAY-DED-VARIAS IS NUMERIC AND
              FD-PAY-DED-VARIAS > 0
               MOVE "VAR" TO WSV-ELE-CODIGO
               MOVE "OTRAS DEDUCCIONES" TO WSV-ELE-TEXTO
               MOVE "D" TO WSV-ELE-CLASE
               MOVE FD-PAY-DED-VARIAS TO WSV-ELE-IMPORTE
               PERFORM 45-GRABAR-LINEA
               PERFORM 42-DEDUCCIONES-ELECTRONICAS
           END-IF.

      * AJUSTE ANUAL: POSITIVO SE RETIENE (DESCUENTO), NEGATIVO SE
      * DEVUELVE (HABER); EL IMPORTE VIAJA SIEMPRE SIN SIGNO.
           IF FD-PAY-AJU-IMPUESTO IS NUMERIC AND
              FD-PAY-AJU-IMPUESTO NOT EQUAL 0
               MOVE "AJU" TO WSV-ELE-CODIGO
               MOVE "AJUSTE ANUAL IMPUESTO" TO WSV-ELE-TEXTO
               IF FD-PAY-AJU-IMPUESTO > 0
                   MOVE "D" TO WSV-ELE-CLASE
                   MOVE FD-PAY-AJU-IMPUESTO TO WSV-ELE-IMPORTE
               ELSE
                   MOVE "H" TO WSV-ELE-CLASE
                   COMPUTE WSV-ELE-IMPORTE = 0 - FD-PAY-AJU-IMPUESTO
               END-IF
               PERFORM 45-GRABAR-LINEA
           END-IF.

           MOVE "NET" TO WSV-ELE-CODIGO.
           MOVE "NETO ANUAL A COBRAR" TO WSV-ELE-TEXTO.
           MOVE "N" TO WSV-ELE-CLASE.
           MOVE FD-PAY-NETO-ANUAL TO WSV-ELE-IMPORTE.
           PERFORM 45-GRABAR-LINEA.
           ADD FD-PAY-NETO-ANUAL TO WSV-ELE-NETO.
       40-DOCUMENTO-ELECTRONICO-END.
       EXIT.

       41-ABRIR-DOCUMENTO.
           MOVE FD-PAY-ID         TO WSV-ELE-ID.
           MOVE WSV-FECHA-CORRIDA TO WSV-ELE-FECHA.
           MOVE 0 TO WSV-ELE-LINEAS.
           MOVE 0 TO WSV-ELE-NETO.
           MOVE "S" TO WSV-DOCUMENTO-ABIERTO.
           ADD 1 TO WSV-CNT-DOCUMENTOS.

           MOVE SPACES TO FD-RECIBELE-REC.
           MOVE "C"                 TO FD-REL-TIPO-REG.
           MOVE WSV-ELE-ID          TO FD-REL-ID.
           MOVE WSV-ELE-FECHA       TO FD-REL-FECHA.
           MOVE FD-PAY-TIPO-LIQ     TO FD-REL-CAB-TIPO-LIQ.
           IF FD-REL-CAB-TIPO-LIQ EQUAL SPACE
               MOVE "N" TO FD-REL-CAB-TIPO-LIQ
           END-IF.
           MOVE WSV-NOMBRE-COMPLETO TO FD-REL-CAB-NOMBRE.
           MOVE FD-PAY-SENIORIDAD   TO FD-REL-CAB-NIVEL.
           MOVE FD-PAY-ENTIDAD      TO FD-REL-CAB-ENTIDAD.
           MOVE FD-PAY-CCOSTO       TO FD-REL-CAB-CCOSTO.
           MOVE FD-PAY-ORIGEN       TO FD-REL-CAB-ORIGEN.
           MOVE WSV-FECHA-HOY       TO FD-REL-CAB-EMISION.
           PERFORM 47-GRABAR-ELECTRONICO.
       41-ABRIR-DOCUMENTO-END.
       EXIT.

      ******************************************************************
      * 42-DEDUCCIONES-ELECTRONICAS: EL DETALLE DEDAPL DE LA FILA, CON
      * LA MISMA ASOCIACION POR ID Y FECHA QUE 25-DETALLAR-DED-VARIAS
      * Y CON LA REFERENCIA DEL BENEFICIARIO.
      ******************************************************************
       42-DEDUCCIONES-ELECTRONICAS.
           PERFORM VARYING WSV-DAP-IDX2 FROM 1 BY 1
                   UNTIL WSV-DAP-IDX2 > WSV-TOTAL-DEDAPL
               IF WSV-DAP-ID-TAB (WSV-DAP-IDX2) = FD-PAY-ID AND
                  (WSV-DAP-FECHA-TAB (WSV-DAP-IDX2) IS NOT NUMERIC OR
                   FD-PAY-FECHA-CORRIDA IS NOT NUMERIC OR
                   WSV-DAP-FECHA-TAB (WSV-DAP-IDX2) =
                   FD-PAY-FECHA-CORRIDA)
                   MOVE SPACES TO FD-RECIBELE-REC
                   MOVE "D"        TO FD-REL-TIPO-REG
                   MOVE WSV-ELE-ID TO FD-REL-ID
                   MOVE WSV-ELE-FECHA TO FD-REL-FECHA
                   MOVE WSV-DAP-CONCEPTO-TAB (WSV-DAP-IDX2)
                       TO FD-REL-DED-CONCEPTO
                   MOVE WSV-DAP-IMPORTE-TAB (WSV-DAP-IDX2)
                       TO FD-REL-DED-IMPORTE
                   MOVE WSV-DAP-REFERENCIA-TAB (WSV-DAP-IDX2)
                       TO FD-REL-DED-REFERENCIA
                   ADD 1 TO WSV-ELE-LINEAS
                   PERFORM 47-GRABAR-ELECTRONICO
               END-IF
           END-PERFORM.
       42-DEDUCCIONES-ELECTRONICAS-END.
       EXIT.

       45-GRABAR-LINEA.
           MOVE SPACES TO FD-RECIBELE-REC.
           MOVE "L"            TO FD-REL-TIPO-REG.
           MOVE WSV-ELE-ID     TO FD-REL-ID.
           MOVE WSV-ELE-FECHA  TO FD-REL-FECHA.
           MOVE WSV-ELE-CODIGO TO FD-REL-LIN-CODIGO.
           MOVE WSV-ELE-TEXTO  TO FD-REL-LIN-TEXTO.
           MOVE WSV-ELE-CLASE  TO FD-REL-LIN-CLASE.
           MOVE WSV-ELE-IMPORTE TO FD-REL-LIN-IMPORTE.
           ADD 1 TO WSV-ELE-LINEAS.
           PERFORM 47-GRABAR-ELECTRONICO.
       45-GRABAR-LINEA-END.
       EXIT.

       47-GRABAR-ELECTRONICO.
           WRITE FD-RECIBELE-REC.
           IF WSV-RECIBELE-STATUS NOT EQUAL "00"
               DISPLAY "ERROR AL GRABAR RECIBO ELECTRONICO "
                   FD-REL-ID ", STATUS: " WSV-RECIBELE-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               ADD 1 TO WSV-CNT-REG-ELE
           END-IF.
       47-GRABAR-ELECTRONICO-END.
       EXIT.

       48-CERRAR-DOCUMENTO.
           MOVE SPACES TO FD-RECIBELE-REC.
           MOVE "F"            TO FD-REL-TIPO-REG.
           MOVE WSV-ELE-ID     TO FD-REL-ID.
           MOVE WSV-ELE-FECHA  TO FD-REL-FECHA.
           MOVE WSV-ELE-LINEAS TO FD-REL-FIN-LINEAS.
           MOVE WSV-ELE-NETO   TO FD-REL-FIN-NETO.
           PERFORM 47-GRABAR-ELECTRONICO.
           MOVE "N" TO WSV-DOCUMENTO-ABIERTO.
       48-CERRAR-DOCUMENTO-END.
       EXIT.

       49-CERRAR-ELECTRONICO.
           IF WSS-DOCUMENTO-ABIERTO
               PERFORM 48-CERRAR-DOCUMENTO
           END-IF.
           MOVE SPACES TO FD-RECIBELE-REC.
           MOVE "T" TO FD-REL-TIPO-REG.
           MOVE WSV-FECHA-HOY TO FD-REL-FECHA.
           MOVE WSV-CNT-DOCUMENTOS TO FD-REL-CTL-DOCUMENTOS.
           ADD 1 WSV-CNT-REG-ELE GIVING FD-REL-CTL-REGISTROS.
           PERFORM 47-GRABAR-ELECTRONICO.
           CLOSE RECIBELE-FILE.
           MOVE "N" TO WSV-ELECTRONICO-ABIERTO.
       49-CERRAR-ELECTRONICO-END.
       EXIT.

       90-ELEVAR-RETORNO.
           IF WSV-RETORNO-NUEVO > WSV-RETORNO
               MOVE WSV-RETORNO-NUEVO TO WSV-RETORNO
