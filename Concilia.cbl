      *              a los bloques buenos. La tabla de excluidos
      *              crece a 1000 para que quepa una planta entera
      *              rechazada.
      * 15-10-2026 - El neto de una fila mensual se valida tambien
      *              contra el ajuste anual de impuesto de diciembre
      *              (neto = bruto - impuesto - jubilacion - varias
      *              - ajuste, con el ajuste negativo si devuelve).
      * 15-10-2026 - Las filas de anulacion (tipo R, programa ANULA)
      *              no entran al cruce con TRANSACC ni a los totales
      *              de la noche ni a la fecha de corrida: se validan
      *              solo contra si mismas y se listan aparte. La
      *              noche anulada no cambia y sigue cuadrando.
      * 15-10-2026 - Las filas de pagos fuera de ciclo (tipo E,
      *              programa OFFCYCLE) se tratan como las de
      *              anulacion: fuera del cruce y de los totales,
      *              validadas contra si mismas y listadas aparte.
      * 15-10-2026 - Cada entidad empleadora se cuadra por separado:
      *              las filas liquidadas de la noche se subtotalizan
      *              por FD-PAY-ENTIDAD (en blanco = 01) y el bruto
      *              de cada entidad debe dar sus retenciones mas su
      *              neto. Una fila de una entidad que no esta en la
      *              tabla ENTIDAD deja la corrida fuera de balance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-TRXERR-STATUS.

           SELECT ENTIDAD-FILE ASSIGN TO "ENTIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ENTIDAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG-FILE.
               05 FD-TRXERR-REGISTRO   PIC X(22).
               05 FD-TRXERR-MOTIVO     PIC X(40).

       FD  ENTIDAD-FILE.
           COPY ENTIDAD.

       WORKING-STORAGE SECTION.
           01 WSV-TRANSACC-STATUS   PIC X(02) VALUE "00".
           01 WSV-PAYOUT-STATUS     PIC X(02) VALUE "00".
                   10 WSV-CNT-PAYROLL       PIC 9(04) VALUE 0.
                   10 WSV-CNT-AUDIT-LOTE    PIC 9(04) VALUE 0.
                   10 WSV-CNT-ERRORES       PIC 9(04) VALUE 0.
                   10 WSV-CNT-ANULACIONES   PIC 9(04) VALUE 0.
                   10 WSV-CNT-ESPECIALES    PIC 9(04) VALUE 0.

               05 WS-EXCLUIDOS OCCURS 1000 TIMES
                       INDEXED BY WSV-EXC-IDX WSV-EXC-IDX2.
                   10 WSV-ORG-BONO-TAB      PIC 9(08).
               05 WSV-TOTAL-ORIGENES    PIC 9(02) VALUE 0.

      *------------------------------------------------------------*
      * SUBTOTALES POR ENTIDAD EMPLEADORA: CADA UNA CUADRA SU BRUTO *
      * CONTRA SUS RETENCIONES MAS SU NETO.                         *
      *------------------------------------------------------------*
               05 WSV-ENTIDAD-FILA      PIC X(02).
               05 WSV-ENC-HALLADA       PIC X VALUE "N".
                   88 WSS-ENC-HALLADA       VALUE "S".
               05 WS-ENT-CONCILIA OCCURS 20 TIMES
                       INDEXED BY WSV-ENC-IDX WSV-ENC-IDX2.
                   10 WSV-ENC-CODIGO-TAB    PIC X(02).
                   10 WSV-ENC-FILAS-TAB     PIC 9(04).
                   10 WSV-ENC-BRUTO-TAB     PIC 9(12).
                   10 WSV-ENC-RETEN-TAB     PIC 9(12).
                   10 WSV-ENC-NETO-TAB      PIC 9(12).
                   10 WSV-ENC-CARGAS-TAB    PIC 9(12).
               05 WSV-TOTAL-ENT-CONC    PIC 9(02) VALUE 0.
               05 WSV-AJU-FILA          PIC S9(07).

       COPY ENTIDADW.

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD.
           OPEN OUTPUT INFORME-FILE.

           PERFORM 85-CARGAR-ENTIDADES.
           PERFORM 05-CARGAR-TARIFAS.
           PERFORM 08-CARGAR-EXCLUIDOS.
           PERFORM 10-CARGAR-TRANSACCIONES.
       21-LEER-PAYROLL-END.
       EXIT.

      ******************************************************************
      * 22-CRUZAR-FILA-PAYROLL: UNA FILA DE ANULACION NO ES UNA
      * LIQUIDACION DE LA NOCHE NI TIENE TRANSACCION: NO TOMA LA FECHA
      * NI SUMA A LOS TOTALES, SOLO SE VALIDA CONTRA SI MISMA. LO
      * MISMO UNA FILA DE PAGO FUERA DE CICLO.
      ******************************************************************
       22-CRUZAR-FILA-PAYROLL.
           EVALUATE TRUE
               WHEN FDS-PAY-ANULACION
                   PERFORM 24-VALIDAR-FILA-ANULACION
               WHEN FDS-PAY-ESPECIAL
                   PERFORM 24-VALIDAR-FILA-ESPECIAL
               WHEN OTHER
                   PERFORM 23-CRUZAR-FILA-LIQUIDADA
           END-EVALUATE.
       22-CRUZAR-FILA-PAYROLL-END.
       EXIT.

       23-CRUZAR-FILA-LIQUIDADA.
      * LA FECHA DE LA CORRIDA QUE SE CONCILIA ES LA QUE ESTAMPO LA
      * LIQUIDACION EN SUS PROPIAS FILAS, NO EL RELOJ DE ESTE PASO.
           IF NOT WSS-FECHA-TOMADA AND
           END-IF.

           PERFORM 25-VALIDAR-FILA-PAYROLL.
           PERFORM 63-ACUMULAR-ENTIDAD.

           MOVE FD-PAY-ID TO WSV-ID-BUSCADO.
           PERFORM 60-BUSCAR-EMPLEADO.
               PERFORM 75-INFORMAR-LINEA
               PERFORM 70-MARCAR-ERROR
           END-IF.
       23-CRUZAR-FILA-LIQUIDADA-END.
       EXIT.

       24-VALIDAR-FILA-ANULACION.
           ADD 1 TO WSV-CNT-ANULACIONES.
           MOVE "S" TO WSV-FILA-VALIDA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "FILA DE ANULACION: " DELIMITED BY SIZE
               FD-PAY-ID DELIMITED BY SIZE
               " ANULA " DELIMITED BY SIZE
               FD-PAY-REF-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-PAY-REF-TIPO DELIMITED BY SIZE
               " NETO " DELIMITED BY SIZE
               FD-PAY-NETO-ANUAL DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           IF FD-PAY-REF-FECHA IS NOT NUMERIC
               PERFORM 26-INFORMAR-FILA-INVALIDA
           END-IF.
           COMPUTE WSV-NETO-AUX = FD-PAY-BRUTO-ANUAL -
               FD-PAY-DED-IMPUESTO - FD-PAY-DED-JUBILA -
               FD-PAY-DED-VARIAS - FD-PAY-AJU-IMPUESTO.
           IF FD-PAY-NETO-ANUAL NOT EQUAL WSV-NETO-AUX
               PERFORM 26-INFORMAR-FILA-INVALIDA
           END-IF.
       24-VALIDAR-FILA-ANULACION-END.
       EXIT.

      * EL PAGO FUERA DE CICLO VA ENTERO AL SUELDO ANUAL Y AL BRUTO,
      * SIN BONO NI AJUSTE; UN CONCEPTO NO REMUNERATIVO NO TIENE
      * DEDUCCIONES.
       24-VALIDAR-FILA-ESPECIAL.
           ADD 1 TO WSV-CNT-ESPECIALES.
           MOVE "S" TO WSV-FILA-VALIDA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "FILA DE PAGO ESPECIAL: " DELIMITED BY SIZE
               FD-PAY-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-PAY-ORIGEN DELIMITED BY SIZE
               " NETO " DELIMITED BY SIZE
               FD-PAY-NETO-ANUAL DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           IF FD-PAY-BRUTO-ANUAL NOT EQUAL FD-PAY-SUELDO-ANUAL
               PERFORM 26-INFORMAR-FILA-INVALIDA
           END-IF.
           COMPUTE WSV-NETO-AUX = FD-PAY-BRUTO-ANUAL -
               FD-PAY-DED-IMPUESTO - FD-PAY-DED-JUBILA -
               FD-PAY-DED-VARIAS.
           IF FD-PAY-NETO-ANUAL NOT EQUAL WSV-NETO-AUX
               PERFORM 26-INFORMAR-FILA-INVALIDA
           END-IF.
           IF FDS-PAY-NO-GRAVADO AND
              FD-PAY-NETO-ANUAL NOT EQUAL FD-PAY-BRUTO-ANUAL
               PERFORM 26-INFORMAR-FILA-INVALIDA
           END-IF.
       24-VALIDAR-FILA-ESPECIAL-END.
       EXIT.

      ******************************************************************
           END-IF.
           COMPUTE WSV-NETO-AUX = FD-PAY-BRUTO-ANUAL -
               FD-PAY-DED-IMPUESTO - FD-PAY-DED-JUBILA -
               FD-PAY-DED-VARIAS - FD-PAY-AJU-IMPUESTO.
           IF FD-PAY-NETO-ANUAL NOT EQUAL WSV-NETO-AUX
               PERFORM 26-INFORMAR-FILA-INVALIDA
           END-IF.
                   UNTIL WSV-ORG-IDX > WSV-TOTAL-ORIGENES
               PERFORM 51-INFORMAR-ORIGEN
           END-PERFORM.
           PERFORM VARYING WSV-ENC-IDX FROM 1 BY 1
                   UNTIL WSV-ENC-IDX > WSV-TOTAL-ENT-CONC
               PERFORM 52-CONTROLAR-ENTIDAD
           END-PERFORM.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "TOTAL SUELDO ANUAL PLANILLA: " DELIMITED BY SIZE
       51-INFORMAR-ORIGEN-END.
       EXIT.

      ******************************************************************
      * 52-CONTROLAR-ENTIDAD: CADA ENTIDAD EMPLEADORA CUADRA SOLA: SU
      * BRUTO DEBE SER SUS RETENCIONES (IMPUESTO, JUBILACION, VARIAS Y
      * AJUSTE ANUAL) MAS SU NETO. LAS CARGAS PATRONALES SE INFORMAN.
      ******************************************************************
       52-CONTROLAR-ENTIDAD.
           MOVE WSV-ENC-CODIGO-TAB (WSV-ENC-IDX) TO WSV-ENT-BUSCADA.
           PERFORM 87-BUSCAR-ENTIDAD.
           MOVE SPACES TO WSV-LINEA-AUX.
           IF WSS-ENT-HALLADA
               STRING "ENTIDAD " DELIMITED BY SIZE
                   WSV-ENC-CODIGO-TAB (WSV-ENC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-ENT-RAZON-TAB (WSV-ENT-IDX) DELIMITED BY SIZE
                   ": FILAS " DELIMITED BY SIZE
                   WSV-ENC-FILAS-TAB (WSV-ENC-IDX) DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
           ELSE
               STRING "ENTIDAD " DELIMITED BY SIZE
                   WSV-ENC-CODIGO-TAB (WSV-ENC-IDX) DELIMITED BY SIZE
                   " NO ESTA EN LA TABLA DE ENTIDADES: FILAS "
                   DELIMITED BY SIZE
                   WSV-ENC-FILAS-TAB (WSV-ENC-IDX) DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
           END-IF.
           PERFORM 75-INFORMAR-LINEA.
           IF NOT WSS-ENT-HALLADA
               PERFORM 70-MARCAR-ERROR
           END-IF.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  BRUTO " DELIMITED BY SIZE
               WSV-ENC-BRUTO-TAB (WSV-ENC-IDX) DELIMITED BY SIZE
               " RETEN " DELIMITED BY SIZE
               WSV-ENC-RETEN-TAB (WSV-ENC-IDX) DELIMITED BY SIZE
               " NETO " DELIMITED BY SIZE
               WSV-ENC-NETO-TAB (WSV-ENC-IDX) DELIMITED BY SIZE
               " CARGAS " DELIMITED BY SIZE
               WSV-ENC-CARGAS-TAB (WSV-ENC-IDX) DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           IF WSV-ENC-BRUTO-TAB (WSV-ENC-IDX) NOT EQUAL
              WSV-ENC-RETEN-TAB (WSV-ENC-IDX) +
              WSV-ENC-NETO-TAB (WSV-ENC-IDX)
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "  ENTIDAD " DELIMITED BY SIZE
                   WSV-ENC-CODIGO-TAB (WSV-ENC-IDX) DELIMITED BY SIZE
                   " FUERA DE BALANCE: BRUTO <> RETENCIONES + NETO"
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               PERFORM 70-MARCAR-ERROR
           END-IF.
       52-CONTROLAR-ENTIDAD-END.
       EXIT.

      ******************************************************************
      * 62-BUSCAR-ORIGEN: UBICA (O DA DE ALTA) LA FILA DE SUBTOTALES
      * DEL ORIGEN BUSCADO. UN ORIGEN EN BLANCO (FILAS VIEJAS) SE
       62-BUSCAR-ORIGEN-END.
       EXIT.

      ******************************************************************
      * 63-ACUMULAR-ENTIDAD: SUMA LA FILA LIQUIDADA AL SUBTOTAL DE SU
      * ENTIDAD EMPLEADORA (EN BLANCO, FILAS VIEJAS = 01). EL AJUSTE
      * ANUAL VA CON SU SIGNO: LA DEVOLUCION RESTA DE LAS RETENCIONES.
      ******************************************************************
       63-ACUMULAR-ENTIDAD.
           IF FD-PAY-ENTIDAD EQUAL SPACES
               MOVE "01" TO WSV-ENTIDAD-FILA
           ELSE
               MOVE FD-PAY-ENTIDAD TO WSV-ENTIDAD-FILA
           END-IF.
           MOVE "N" TO WSV-ENC-HALLADA.
           PERFORM VARYING WSV-ENC-IDX2 FROM 1 BY 1
                   UNTIL WSV-ENC-IDX2 > WSV-TOTAL-ENT-CONC
                      OR WSS-ENC-HALLADA
               IF WSV-ENC-CODIGO-TAB (WSV-ENC-IDX2) = WSV-ENTIDAD-FILA
                   SET WSS-ENC-HALLADA TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-ENC-HALLADA
               SET WSV-ENC-IDX2 DOWN BY 1
           ELSE
               IF WSV-TOTAL-ENT-CONC < 20
                   ADD 1 TO WSV-TOTAL-ENT-CONC
                   SET WSV-ENC-IDX2 TO WSV-TOTAL-ENT-CONC
                   MOVE WSV-ENTIDAD-FILA
                       TO WSV-ENC-CODIGO-TAB (WSV-ENC-IDX2)
                   MOVE 0 TO WSV-ENC-FILAS-TAB (WSV-ENC-IDX2)
                   MOVE 0 TO WSV-ENC-BRUTO-TAB (WSV-ENC-IDX2)
                   MOVE 0 TO WSV-ENC-RETEN-TAB (WSV-ENC-IDX2)
                   MOVE 0 TO WSV-ENC-NETO-TAB (WSV-ENC-IDX2)
                   MOVE 0 TO WSV-ENC-CARGAS-TAB (WSV-ENC-IDX2)
                   MOVE "S" TO WSV-ENC-HALLADA
               ELSE
                   DISPLAY "TABLA DE ENTIDADES LLENA (20): "
                       WSV-ENTIDAD-FILA
                   PERFORM 70-MARCAR-ERROR
               END-IF
           END-IF.
           IF WSS-ENC-HALLADA
               MOVE 0 TO WSV-AJU-FILA
               IF FD-PAY-AJU-IMPUESTO IS NUMERIC AND
                  NOT FDS-PAY-FINIQUITO
                   MOVE FD-PAY-AJU-IMPUESTO TO WSV-AJU-FILA
               END-IF
               ADD 1 TO WSV-ENC-FILAS-TAB (WSV-ENC-IDX2)
               ADD FD-PAY-BRUTO-ANUAL
                   TO WSV-ENC-BRUTO-TAB (WSV-ENC-IDX2)
               COMPUTE WSV-ENC-RETEN-TAB (WSV-ENC-IDX2) =
                   WSV-ENC-RETEN-TAB (WSV-ENC-IDX2) +
                   FD-PAY-DED-IMPUESTO + FD-PAY-DED-JUBILA +
                   FD-PAY-DED-VARIAS + WSV-AJU-FILA
               ADD FD-PAY-NETO-ANUAL
                   TO WSV-ENC-NETO-TAB (WSV-ENC-IDX2)
               COMPUTE WSV-ENC-CARGAS-TAB (WSV-ENC-IDX2) =
                   WSV-ENC-CARGAS-TAB (WSV-ENC-IDX2) +
                   FD-PAY-CON-JUBILA + FD-PAY-CON-OSOCIAL +
                   FD-PAY-CON-ART
           END-IF.
       63-ACUMULAR-ENTIDAD-END.
       EXIT.

       60-BUSCAR-EMPLEADO.
           MOVE "N" TO WSV-EMP-HALLADO.
           PERFORM VARYING WSV-EMP-IDX2 FROM 1 BY 1
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           IF WSV-CNT-ANULACIONES > 0
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "FILAS DE ANULACION (FUERA DEL CUADRE): "
                   DELIMITED BY SIZE
                   WSV-CNT-ANULACIONES DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
           IF WSV-CNT-ESPECIALES > 0
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "FILAS DE PAGO ESPECIAL (FUERA DEL CUADRE): "
                   DELIMITED BY SIZE
                   WSV-CNT-ESPECIALES DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.

           MOVE SPACES TO WSV-LINEA-AUX.
           IF WSS-FUERA-BALANCE
       90-ELEVAR-RETORNO-END.
       EXIT.

       COPY ENTIDADP.

       END PROGRAM CONCILIA.
