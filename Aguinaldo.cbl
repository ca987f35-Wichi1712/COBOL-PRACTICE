      *              AUDCHNP, compartidos por todos los programas
      *              que escriben AUDITLOG); el verificador VERIFAUD
      *              detecta lineas borradas o alteradas.
      * 15-10-2026 - Cada fila A de PAYROLL-OUT lleva las
      *              contribuciones patronales (jubilacion, obra
      *              social, ART) sobre el bruto del SAC, con la
      *              misma tabla CONTRIB que la liquidacion mensual.
      * 15-10-2026 - El ajuste anual de impuesto se aplica solo en la
      *              liquidacion mensual de diciembre: las filas A
      *              lo llevan en cero.
      * 15-10-2026 - Cada fila A lleva la entidad empleadora del
      *              maestro (01 si esta en blanco).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGUINALDO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDUCC-STATUS.

           SELECT CONTRIB-FILE ASSIGN TO "CONTRIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-CONTRIB-STATUS.

           SELECT PAYROLL-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  DEDUCCIONES-FILE.
           COPY DEDUCC.

       FD  CONTRIB-FILE.
           COPY CONTRIB.

       FD  PAYROLL-OUT-FILE.
           COPY PAYROLL.

           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-YTDMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-DEDUCC-STATUS     PIC X(02) VALUE "00".
           01 WSV-CONTRIB-STATUS    PIC X(02) VALUE "00".
           01 WSV-PAGPEND-STATUS    PIC X(02) VALUE "00".
           01 WSV-AUDIT-STATUS      PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "AGUINALDO".
                   10 WSC-PCT-IMP-2     PIC 9(02)V99 VALUE 15.00.
                   10 WSC-PCT-IMP-3     PIC 9(02)V99 VALUE 25.00.
                   10 WSC-DED-SIN-TOPE  PIC 9(09) VALUE 999999999.
               05 WSC-CONTRIBUCIONES.
                   10 WSC-CTB-JUBILA    PIC X(03) VALUE "JUB".
                   10 WSC-CTB-OSOCIAL   PIC X(03) VALUE "OSO".
                   10 WSC-CTB-ART       PIC X(03) VALUE "ART".
                   10 WSC-PCT-CTB-JUB   PIC 9(02)V99 VALUE 16.00.
                   10 WSC-PCT-CTB-OSO   PIC 9(02)V99 VALUE 06.00.
                   10 WSC-PCT-CTB-ART   PIC 9(02)V99 VALUE 02.50.

           01 WSV-VARIABLES.
               05 WSV-FIN-MAESTRO       PIC X VALUE "N".
                   10 WSV-DED-PCT-TAB       PIC 9(02)V99.
               05 WSV-TOTAL-DEDUCCIONES PIC 9(02) VALUE 0.

               05 WSV-FIN-CONTRIB       PIC X VALUE "N".
                   88 WSS-FIN-CONTRIB       VALUE "S".
               05 WS-CONTRIBUCIONES OCCURS 10 TIMES
                       INDEXED BY WSV-CTB-IDX.
                   10 WSV-CTB-CODIGO-TAB    PIC X(03).
                   10 WSV-CTB-DESDE-TAB     PIC 9(09).
                   10 WSV-CTB-HASTA-TAB     PIC 9(09).
                   10 WSV-CTB-PCT-TAB       PIC 9(02)V99.
               05 WSV-TOTAL-CONTRIB     PIC 9(02) VALUE 0.
               05 WSV-CON-BASE          PIC 9(08).
               05 WSV-CON-MONTO         PIC 9(07).
               05 WSV-CON-JUBILA-AUX    PIC 9(07).
               05 WSV-CON-OSOCIAL-AUX   PIC 9(07).
               05 WSV-CON-ART-AUX       PIC 9(07).

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-LIQUIDADOS    PIC 9(06) VALUE 0.
           PERFORM 06-ABRIR-AUDITORIA.
           PERFORM 07-ABRIR-ACUMULADO.
           PERFORM 14-CARGAR-DEDUCCIONES.
           PERFORM 17-CARGAR-CONTRIBUCIONES.

           OPEN OUTPUT PAYROLL-OUT-FILE.
           OPEN OUTPUT PAGOS-FILE.
       14-CARGAR-DEDUCC-DEFECTO-END.
       EXIT.

      ******************************************************************
      * 17-CARGAR-CONTRIBUCIONES: LOS MISMOS TRAMOS DE CONTRIBUCIONES
      * PATRONALES (Y LAS MISMAS TASAS POR DEFECTO) QUE EJERCICIO4.
      ******************************************************************
       17-CARGAR-CONTRIBUCIONES.
           PERFORM 17-CARGAR-CONTRIB-DEFECTO.
           OPEN INPUT CONTRIB-FILE.
           IF WSV-CONTRIB-STATUS EQUAL "00"
               MOVE 0 TO WSV-TOTAL-CONTRIB
               PERFORM 17-LEER-CONTRIBUCION
               PERFORM UNTIL WSS-FIN-CONTRIB
                   PERFORM 17-APLICAR-CONTRIBUCION
                   PERFORM 17-LEER-CONTRIBUCION
               END-PERFORM
               CLOSE CONTRIB-FILE
               IF WSV-TOTAL-CONTRIB EQUAL 0
                   DISPLAY "ARCHIVO CONTRIB VACIO, SE USAN TASAS POR "
                       "DEFECTO"
                   PERFORM 17-CARGAR-CONTRIB-DEFECTO
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           ELSE
               DISPLAY "NO HAY ARCHIVO DE CONTRIBUCIONES, SE USAN "
                       "TASAS POR DEFECTO"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       17-CARGAR-CONTRIBUCIONES-END.
       EXIT.

       17-LEER-CONTRIBUCION.
           READ CONTRIB-FILE
               AT END SET WSS-FIN-CONTRIB TO TRUE
           END-READ.
       17-LEER-CONTRIBUCION-END.
       EXIT.

       17-APLICAR-CONTRIBUCION.
           IF WSV-TOTAL-CONTRIB < 10
               ADD 1 TO WSV-TOTAL-CONTRIB
               SET WSV-CTB-IDX TO WSV-TOTAL-CONTRIB
               MOVE FD-CTB-CODIGO TO WSV-CTB-CODIGO-TAB (WSV-CTB-IDX)
               MOVE FD-CTB-DESDE  TO WSV-CTB-DESDE-TAB (WSV-CTB-IDX)
               MOVE FD-CTB-HASTA  TO WSV-CTB-HASTA-TAB (WSV-CTB-IDX)
               MOVE FD-CTB-PORCENTAJE TO WSV-CTB-PCT-TAB (WSV-CTB-IDX)
           ELSE
               DISPLAY "TABLA DE CONTRIBUCIONES LLENA (10), SE "
                   "IGNORA: " FD-CTB-CODIGO
           END-IF.
       17-APLICAR-CONTRIBUCION-END.
       EXIT.

       17-CARGAR-CONTRIB-DEFECTO.
           MOVE 3 TO WSV-TOTAL-CONTRIB.
           MOVE WSC-CTB-JUBILA   TO WSV-CTB-CODIGO-TAB (1).
           MOVE 0                TO WSV-CTB-DESDE-TAB (1).
           MOVE WSC-DED-SIN-TOPE TO WSV-CTB-HASTA-TAB (1).
           MOVE WSC-PCT-CTB-JUB  TO WSV-CTB-PCT-TAB (1).
           MOVE WSC-CTB-OSOCIAL  TO WSV-CTB-CODIGO-TAB (2).
           MOVE 0                TO WSV-CTB-DESDE-TAB (2).
           MOVE WSC-DED-SIN-TOPE TO WSV-CTB-HASTA-TAB (2).
           MOVE WSC-PCT-CTB-OSO  TO WSV-CTB-PCT-TAB (2).
           MOVE WSC-CTB-ART      TO WSV-CTB-CODIGO-TAB (3).
           MOVE 0                TO WSV-CTB-DESDE-TAB (3).
           MOVE WSC-DED-SIN-TOPE TO WSV-CTB-HASTA-TAB (3).
           MOVE WSC-PCT-CTB-ART  TO WSV-CTB-PCT-TAB (3).
       17-CARGAR-CONTRIB-DEFECTO-END.
       EXIT.

      ******************************************************************
      * 26-CALCULAR-CONTRIB-SAC: TODO TRAMO DE CONTRIB CUYO RANGO
      * CONTIENE AL BRUTO DEL SAC. COSTO DEL EMPLEADOR, NO TOCA EL
      * NETO.
      ******************************************************************
       26-CALCULAR-CONTRIB-SAC.
           MOVE WSV-SAC-BRUTO TO WSV-CON-BASE.
           MOVE 0 TO WSV-CON-JUBILA-AUX.
           MOVE 0 TO WSV-CON-OSOCIAL-AUX.
           MOVE 0 TO WSV-CON-ART-AUX.
           PERFORM VARYING WSV-CTB-IDX FROM 1 BY 1
                   UNTIL WSV-CTB-IDX > WSV-TOTAL-CONTRIB
               IF WSV-CON-BASE >= WSV-CTB-DESDE-TAB (WSV-CTB-IDX)
                  AND WSV-CON-BASE <= WSV-CTB-HASTA-TAB (WSV-CTB-IDX)
                   COMPUTE WSV-CON-MONTO ROUNDED =
                       WSV-CON-BASE *
                       WSV-CTB-PCT-TAB (WSV-CTB-IDX) / 100
                   EVALUATE WSV-CTB-CODIGO-TAB (WSV-CTB-IDX)
                       WHEN "JUB"
                           ADD WSV-CON-MONTO TO WSV-CON-JUBILA-AUX
                       WHEN "OSO"
                           ADD WSV-CON-MONTO TO WSV-CON-OSOCIAL-AUX
                       WHEN "ART"
                           ADD WSV-CON-MONTO TO WSV-CON-ART-AUX
                       WHEN OTHER
                           DISPLAY "CONCEPTO DE CONTRIBUCION "
                               "DESCONOCIDO: "
                               WSV-CTB-CODIGO-TAB (WSV-CTB-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
       26-CALCULAR-CONTRIB-SAC-END.
       EXIT.

       10-RECORRER-MAESTRO.
           OPEN INPUT EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS NOT EQUAL "00"
               PERFORM 21-BUSCAR-MEJOR-SUELDO
               COMPUTE WSV-SAC-BRUTO ROUNDED = WSV-MEJOR-SUELDO / 2
               PERFORM 25-CALCULAR-NETO-SAC
               PERFORM 26-CALCULAR-CONTRIB-SAC
               ADD 1 TO WSV-CNT-LIQUIDADOS
               PERFORM 30-GRABAR-PAYROLL-SAC
               PERFORM 35-GRABAR-PAGO-SAC
           MOVE 0                   TO FD-PAY-HEX-FERIADO.
           MOVE 0                   TO FD-PAY-HEXTRA.
           MOVE "AGUINALDO"          TO FD-PAY-ORIGEN.
           MOVE WSV-CON-JUBILA-AUX  TO FD-PAY-CON-JUBILA.
           MOVE WSV-CON-OSOCIAL-AUX TO FD-PAY-CON-OSOCIAL.
           MOVE WSV-CON-ART-AUX     TO FD-PAY-CON-ART.
           MOVE 0                   TO FD-PAY-AJU-IMPUESTO.
           IF FD-EMP-ENTIDAD EQUAL SPACES
               MOVE "01"            TO FD-PAY-ENTIDAD
           ELSE
               MOVE FD-EMP-ENTIDAD  TO FD-PAY-ENTIDAD
           END-IF.
           WRITE FD-PAYROLL-REC.
       30-GRABAR-PAYROLL-SAC-END.
       EXIT.
