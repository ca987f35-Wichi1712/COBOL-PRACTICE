      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * REIMPRIM:
      * EXTRACCION PARA LA REIMPRESION DE RECIBOS DESDE LA HISTORIA
      * PERMANENTE DE LIQUIDACIONES (PAYHIST). LAS GENERACIONES DE
      * PAYROLL-OUT DURAN UN MES; UN RECIBO DE HACE ANIOS
      * (INSPECCION LABORAL, JUICIO, PEDIDO DEL EMPLEADO) SE ARMA DE
      * NUEVO CON ESTE PROGRAMA Y EL MISMO RECIBOS DE SIEMPRE:
      * 1. LEE DE SYSIN ID(8) (BLANCO = TODOS), FECHA DESDE(8), FECHA
      *    HASTA(8) Y TIPO DE LIQUIDACION(1) OPCIONAL (N, F, A).
      * 2. RECORRE LA HISTORIA EN ESE RANGO Y DEJA, EN EL MISMO ORDEN,
      *    LA FILA DE PAYROLL-OUT ARCHIVADA (REIPAY), SUS CONCEPTOS
      *    DEDAPL CON LA FECHA DE LA CORRIDA (REIDAP) Y EL NOMBRE QUE
      *    TENIA EL EMPLEADO AL LIQUIDARSE (REINOM).
      * 3. LISTA CADA LIQUIDACION EXTRAIDA CON SU DEPOSITO (CUENTA,
      *    FECHA DE VALOR, IMPORTE) EN REIMINF.
      * EL PASO SIGUIENTE DEL JOB REIMPRES CORRE RECIBOS EN MODO
      * DUPLICADO SOBRE ESOS ARCHIVOS. SIN LIQUIDACIONES EN EL RANGO
      * EL PASO TERMINA CON RC=8 Y NO SE IMPRIME NADA.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PHI-CLAVE
               FILE STATUS IS WSV-PAYHIST-STATUS.

           SELECT REIPAY-FILE ASSIGN TO "REIPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-REIPAY-STATUS.

           SELECT REIDAP-FILE ASSIGN TO "REIDAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-REIDAP-STATUS.

           SELECT REINOM-FILE ASSIGN TO "REINOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-REINOM-STATUS.

           SELECT INFORME-FILE ASSIGN TO "REIMINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYHIST-FILE.
           COPY PAYHIST.

      * MISMO LAYOUT QUE PAYROLL-OUT (COPYBOOK PAYROLL).
       FD  REIPAY-FILE.
           01 FD-REIPAY-REC            PIC X(165).

       FD  REIDAP-FILE.
           COPY DEDAPL.

      * NOMBRE ARCHIVADO DE CADA FILA DE REIPAY, EN EL MISMO ORDEN.
       FD  REINOM-FILE.
           01 FD-REINOM-REC.
               05 FD-RNO-ID            PIC X(08).
               05 FD-RNO-NOMBRE        PIC X(30).

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-PAYHIST-STATUS    PIC X(02) VALUE "00".
           01 WSV-REIPAY-STATUS     PIC X(02) VALUE "00".
           01 WSV-REIDAP-STATUS     PIC X(02) VALUE "00".
           01 WSV-REINOM-STATUS     PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "REIMPRIM".

           01 WSV-RUNSTATS-STATUS     PIC X(02) VALUE "00".
           01 WSV-RUN-INICIO.
               05 WSV-RUN-FECHA-INI    PIC X(08).
               05 WSV-RUN-HORA-INI     PIC X(06).

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
      * 12 SEVERO. SOLO SE ELEVA, NUNCA SE BAJA.                   *
      *------------------------------------------------------------*
           01 WSV-RETORNO           PIC 9(02) VALUE 0.
           01 WSV-RETORNO-NUEVO     PIC 9(02) VALUE 0.

           01 WSV-VARIABLES.
               05 WSV-FIN-HISTORIA      PIC X VALUE "N".
                   88 WSS-FIN-HISTORIA      VALUE "S".

               05 WSV-CONSULTA.
                   10 WSV-CON-ID            PIC X(08).
                   10 WSV-CON-DESDE         PIC X(08).
                   10 WSV-CON-HASTA         PIC X(08).
                   10 WSV-CON-TIPO          PIC X(01).

               05 WSV-DED-IDX           PIC 9(02).
               05 WSV-IMPORTE-ED        PIC Z,ZZZ,ZZZ,ZZ9.
               05 WSV-LINEA-AUX         PIC X(100).

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDAS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-EXTRAIDAS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-FUERA-RANGO   PIC 9(06) VALUE 0.
                   10 WSV-CNT-DED-EXTRAIDAS PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "REIMPRIM - EXTRACCION PARA REIMPRESION DE RECIBOS".
           DISPLAY "------------------------".

           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.

           DISPLAY "INGRESE ID(8, BLANCO = TODOS), DESDE(8), HASTA(8) "
               "Y TIPO(1) OPCIONAL".
           MOVE SPACES TO WSV-CONSULTA.
           ACCEPT WSV-CONSULTA.
           PERFORM 05-VALIDAR-CONSULTA.

           IF WSV-RETORNO < 8
               OPEN OUTPUT REIPAY-FILE
               OPEN OUTPUT REIDAP-FILE
               OPEN OUTPUT REINOM-FILE
               OPEN OUTPUT INFORME-FILE
               PERFORM 10-RECORRER-HISTORIA
               CLOSE REIPAY-FILE
               CLOSE REIDAP-FILE
               CLOSE REINOM-FILE
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "LIQUIDACIONES EXTRAIDAS: " DELIMITED BY SIZE
                   WSV-CNT-EXTRAIDAS DELIMITED BY SIZE
                   " CONCEPTOS DEDAPL: " DELIMITED BY SIZE
                   WSV-CNT-DED-EXTRAIDAS DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               CLOSE INFORME-FILE
               IF WSV-CNT-EXTRAIDAS EQUAL 0 AND WSV-RETORNO < 8
                   DISPLAY "NO HAY LIQUIDACIONES ARCHIVADAS EN EL RANGO"
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.

           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-VALIDAR-CONSULTA: SIN DESDE SE TOMA EL PRINCIPIO DE LA
      * HISTORIA Y SIN HASTA EL FINAL; UNA FECHA NO NUMERICA O UN
      * RANGO INVERTIDO NO SE PROCESA.
      ******************************************************************
       05-VALIDAR-CONSULTA.
           IF WSV-CON-DESDE EQUAL SPACES
               MOVE ZEROS TO WSV-CON-DESDE
           END-IF.
           IF WSV-CON-HASTA EQUAL SPACES
               MOVE ALL "9" TO WSV-CON-HASTA
           END-IF.
           EVALUATE TRUE
               WHEN WSV-CON-DESDE IS NOT NUMERIC OR
                    WSV-CON-HASTA IS NOT NUMERIC
                   DISPLAY "FECHAS DEL RANGO NO NUMERICAS: "
                       WSV-CON-DESDE " " WSV-CON-HASTA
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               WHEN WSV-CON-DESDE > WSV-CON-HASTA
                   DISPLAY "RANGO INVERTIDO: " WSV-CON-DESDE " "
                       WSV-CON-HASTA
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               WHEN OTHER
                   DISPLAY "REIMPRESION DE " WSV-CON-ID " DESDE "
                       WSV-CON-DESDE " HASTA " WSV-CON-HASTA
                       " TIPO " WSV-CON-TIPO
           END-EVALUATE.
       05-VALIDAR-CONSULTA-END.
       EXIT.

      ******************************************************************
      * 10-RECORRER-HISTORIA: CON ID SE POSICIONA EN ID + DESDE Y CORTA
      * AL CAMBIAR DE ID O PASAR EL HASTA; SIN ID RECORRE TODA LA
      * HISTORIA FILTRANDO POR FECHA.
      ******************************************************************
       10-RECORRER-HISTORIA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "REIMPRESION DE RECIBOS - ID: " DELIMITED BY SIZE
               WSV-CON-ID DELIMITED BY SIZE
               " DESDE: " DELIMITED BY SIZE
               WSV-CON-DESDE DELIMITED BY SIZE
               " HASTA: " DELIMITED BY SIZE
               WSV-CON-HASTA DELIMITED BY SIZE
               " TIPO: " DELIMITED BY SIZE
               WSV-CON-TIPO DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           MOVE "N" TO WSV-FIN-HISTORIA.
           OPEN INPUT PAYHIST-FILE.
           IF WSV-PAYHIST-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR LA HISTORIA DE LIQUIDACIONES, "
                   "STATUS: " WSV-PAYHIST-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               IF WSV-CON-ID EQUAL SPACES
                   MOVE LOW-VALUES TO FD-PHI-CLAVE
               ELSE
                   MOVE WSV-CON-ID    TO FD-PHI-ID
                   MOVE WSV-CON-DESDE TO FD-PHI-FECHA
                   MOVE LOW-VALUES    TO FD-PHI-TIPO
               END-IF
               START PAYHIST-FILE KEY >= FD-PHI-CLAVE
                   INVALID KEY
                       MOVE "S" TO WSV-FIN-HISTORIA
               END-START
               IF NOT WSS-FIN-HISTORIA
                   PERFORM 11-LEER-SIGUIENTE
                   PERFORM UNTIL WSS-FIN-HISTORIA
                       IF WSV-CON-ID NOT EQUAL SPACES AND
                          (FD-PHI-ID NOT EQUAL WSV-CON-ID OR
                           FD-PHI-FECHA > WSV-CON-HASTA)
                           MOVE "S" TO WSV-FIN-HISTORIA
                       ELSE
                           IF FD-PHI-FECHA >= WSV-CON-DESDE AND
                              FD-PHI-FECHA <= WSV-CON-HASTA AND
                              (WSV-CON-TIPO EQUAL SPACE OR
                               WSV-CON-TIPO EQUAL FD-PHI-TIPO)
                               PERFORM 20-EXTRAER-LIQUIDACION
                           ELSE
                               ADD 1 TO WSV-CNT-FUERA-RANGO
                           END-IF
                           PERFORM 11-LEER-SIGUIENTE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE PAYHIST-FILE
           END-IF.
       10-RECORRER-HISTORIA-END.
       EXIT.

       11-LEER-SIGUIENTE.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-HISTORIA
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDAS
           END-READ.
       11-LEER-SIGUIENTE-END.
       EXIT.

      ******************************************************************
      * 20-EXTRAER-LIQUIDACION: FILA, NOMBRE Y CONCEPTOS DEDAPL (CON LA
      * FECHA DE LA CORRIDA, PARA QUE RECIBOS LOS ASOCIE A SU FILA
      * CUANDO EL MISMO ID TIENE VARIAS CORRIDAS EN EL RANGO).
      ******************************************************************
       20-EXTRAER-LIQUIDACION.
           ADD 1 TO WSV-CNT-EXTRAIDAS.
           WRITE FD-REIPAY-REC FROM FD-PHI-FILA-PAYROLL.
           MOVE FD-PHI-ID     TO FD-RNO-ID.
           MOVE FD-PHI-NOMBRE TO FD-RNO-NOMBRE.
           WRITE FD-REINOM-REC.

           IF FD-PHI-CANT-DED IS NUMERIC
               PERFORM VARYING WSV-DED-IDX FROM 1 BY 1
                       UNTIL WSV-DED-IDX > FD-PHI-CANT-DED
                          OR WSV-DED-IDX > 10
                   MOVE SPACES TO FD-DEDAPL-REC
                   MOVE FD-PHI-ID TO FD-DAP-ID
                   MOVE FD-PHI-DED-CONCEPTO (WSV-DED-IDX)
                       TO FD-DAP-CONCEPTO
                   MOVE FD-PHI-DED-IMPORTE (WSV-DED-IDX)
                       TO FD-DAP-IMPORTE
                   MOVE FD-PHI-FECHA TO FD-DAP-FECHA
                   MOVE FD-PHI-DED-REFERENCIA (WSV-DED-IDX)
                       TO FD-DAP-REFERENCIA
                   WRITE FD-DEDAPL-REC
                   ADD 1 TO WSV-CNT-DED-EXTRAIDAS
               END-PERFORM
           END-IF.

           MOVE FD-PHI-IMPORTE-PAGO TO WSV-IMPORTE-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           IF FDS-PHI-DEPOSITADO
               STRING FD-PHI-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-PHI-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-PHI-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-PHI-NOMBRE DELIMITED BY SIZE
                   " CTA " DELIMITED BY SIZE
                   FD-PHI-CUENTA DELIMITED BY SIZE
                   " VALOR " DELIMITED BY SIZE
                   FD-PHI-FECHA-VALOR DELIMITED BY SIZE
                   " $" DELIMITED BY SIZE
                   WSV-IMPORTE-ED DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
           ELSE
               STRING FD-PHI-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-PHI-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-PHI-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-PHI-NOMBRE DELIMITED BY SIZE
                   " SIN DEPOSITO EN EL ARCHIVO DEL BANCO"
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
           END-IF.
           PERFORM 75-INFORMAR-LINEA.
       20-EXTRAER-LIQUIDACION-END.
       EXIT.

       75-INFORMAR-LINEA.
           DISPLAY WSV-LINEA-AUX.
           WRITE FD-INFORME-LINEA FROM WSV-LINEA-AUX.
       75-INFORMAR-LINEA-END.
       EXIT.

       90-ELEVAR-RETORNO.
           IF WSV-RETORNO-NUEVO > WSV-RETORNO
               MOVE WSV-RETORNO-NUEVO TO WSV-RETORNO
           END-IF.
       90-ELEVAR-RETORNO-END.
       EXIT.

       95-GRABAR-RUNSTATS.
           OPEN EXTEND RUNSTATS-FILE.
           IF WSV-RUNSTATS-STATUS EQUAL "35"
               OPEN OUTPUT RUNSTATS-FILE
           END-IF.
           IF WSV-RUNSTATS-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO GRABAR RUNSTATS, STATUS: "
                   WSV-RUNSTATS-STATUS
           ELSE
               MOVE SPACES TO FD-RUNSTATS-REC
               MOVE WSC-AUDIT-PROGRAMA  TO FD-RUN-PROGRAMA
               MOVE WSV-RUN-FECHA-INI   TO FD-RUN-FECHA-INICIO
               MOVE WSV-RUN-HORA-INI    TO FD-RUN-HORA-INICIO
               ACCEPT FD-RUN-FECHA-FIN FROM DATE YYYYMMDD
               ACCEPT FD-RUN-HORA-FIN FROM TIME
               MOVE WSV-CNT-LEIDAS      TO FD-RUN-LEIDOS
               MOVE WSV-CNT-EXTRAIDAS   TO FD-RUN-ESCRITOS
               MOVE WSV-CNT-FUERA-RANGO TO FD-RUN-OMITIDOS
               MOVE 0                   TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM REIMPRIM.
