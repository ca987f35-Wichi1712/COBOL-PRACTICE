      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * HISTPAGO:
      * HISTORIA PERMANENTE DE LIQUIDACIONES. LAS GENERACIONES DE
      * PAYROLL-OUT, DEDAPL Y PAGOS SE CONSERVAN UN MES A LO SUMO Y EL
      * ACUMULADO ANUAL SOLO GUARDA TOTALES; LA LEY LABORAL EXIGE
      * CONSERVAR DIEZ ANIOS EL DETALLE DE LO PAGADO. ESTE PROGRAMA,
      * AL FINAL DE CADA CORRIDA QUE LIQUIDA (NOCTURNA CON SUS
      * FINIQUITOS Y AGUINALDO):
      * 1. CARGA LOS DEPOSITOS D DEL ARCHIVO DE PAGOS DE LA CORRIDA Y
      *    EL DETALLE DE DEDUCCIONES INDIVIDUALES APLICADAS (DEDAPL).
      * 2. RECORRE PAYROLL-OUT Y POR CADA FILA GRABA EN LA HISTORIA
      *    PAYHIST (INDEXADA POR ID + FECHA DE CORRIDA + TIPO DE
      *    LIQUIDACION) LA FILA TAL CUAL, EL NOMBRE COMPLETO DEL
      *    MAESTRO, LA CUENTA, FECHA DE VALOR E IMPORTE DEPOSITADO, Y
      *    LOS CONCEPTOS DE DEDAPL QUE SE LE DESCONTARON.
      * UNA FILA CUYA CLAVE YA ESTA EN LA HISTORIA (PASO RELANZADO) SE
      * OMITE SIN TOCAR LO ARCHIVADO. LA HISTORIA NO SE DEPURA. DE
      * ACA SALE LA REIMPRESION DE RECIBOS (JOB REIMPRES).
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTPAGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAYOUT-STATUS.

           SELECT DED-APLICADAS-FILE ASSIGN TO "DEDAPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDAPL-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "PAGOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAGOS-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PHI-CLAVE
               FILE STATUS IS WSV-PAYHIST-STATUS.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-OUT-FILE.
           COPY PAYROLL.

       FD  DED-APLICADAS-FILE.
           COPY DEDAPL.

      * MISMO LAYOUT DE PAGOS QUE EL MODO LOTE DE EJERCICIO4.
       FD  PAGOS-FILE.
           01 FD-PAGO-REC.
               05 FD-PAGO-TIPO         PIC X(01).
                   88 FDS-PAGO-DETALLE     VALUE "D".
               05 FD-PAGO-DATOS        PIC X(78).
               05 FD-PAGO-DETALLE REDEFINES FD-PAGO-DATOS.
                   10 FD-PAGO-ID           PIC X(08).
                   10 FD-PAGO-NOMBRE       PIC X(30).
                   10 FD-PAGO-CUENTA       PIC X(22).
                   10 FD-PAGO-IMPORTE      PIC 9(10).
                   10 FD-PAGO-FECHA-VALOR  PIC X(08).

       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  PAYHIST-FILE.
           COPY PAYHIST.

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-PAYOUT-STATUS     PIC X(02) VALUE "00".
           01 WSV-DEDAPL-STATUS     PIC X(02) VALUE "00".
           01 WSV-PAGOS-STATUS      PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-PAYHIST-STATUS    PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "HISTPAGO".

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
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-MAESTRO-DISPONIBLE PIC X VALUE "N".
                   88 WSS-MAESTRO-DISPONIBLE VALUE "S".
               05 WSV-HISTORIA-ABIERTA  PIC X VALUE "N".
                   88 WSS-HISTORIA-ABIERTA  VALUE "S".
               05 WSV-FECHA-HOY         PIC X(08).

               05 WSV-FIN-DEDAPL        PIC X VALUE "N".
                   88 WSS-FIN-DEDAPL        VALUE "S".
               05 WS-DEDAPL OCCURS 1000 TIMES
                       INDEXED BY WSV-DAP-IDX WSV-DAP-IDX2.
                   10 WSV-DAP-ID-TAB        PIC X(08).
                   10 WSV-DAP-CONCEPTO-TAB  PIC X(03).
                   10 WSV-DAP-IMPORTE-TAB   PIC 9(07).
                   10 WSV-DAP-FECHA-TAB     PIC X(08).
                   10 WSV-DAP-REFER-TAB     PIC X(20).
                   10 WSV-DAP-USADA-TAB     PIC X(01).
               05 WSV-TOTAL-DEDAPL      PIC 9(04) VALUE 0.

               05 WSV-FIN-PAGOS         PIC X VALUE "N".
                   88 WSS-FIN-PAGOS         VALUE "S".
               05 WS-PAGOS OCCURS 1000 TIMES
                       INDEXED BY WSV-PAG-IDX.
                   10 WSV-PAG-ID-TAB        PIC X(08).
                   10 WSV-PAG-CUENTA-TAB    PIC X(22).
                   10 WSV-PAG-IMPORTE-TAB   PIC 9(10).
                   10 WSV-PAG-FVALOR-TAB    PIC X(08).
                   10 WSV-PAG-USADO-TAB     PIC X(01).
               05 WSV-TOTAL-PAGOS       PIC 9(04) VALUE 0.

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDAS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-ARCHIVADAS    PIC 9(06) VALUE 0.
                   10 WSV-CNT-OMITIDAS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-ERRORES       PIC 9(06) VALUE 0.
                   10 WSV-CNT-SIN-DEPOSITO  PIC 9(06) VALUE 0.
                   10 WSV-CNT-DED-ARCH      PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "HISTPAGO - HISTORIA PERMANENTE DE LIQUIDACIONES".
           DISPLAY "------------------------".

           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           MOVE WSV-RUN-FECHA-INI TO WSV-FECHA-HOY.

           PERFORM 05-ABRIR-MAESTRO.
           PERFORM 06-CARGAR-PAGOS.
           PERFORM 08-CARGAR-DED-APLICADAS.
           PERFORM 10-ABRIR-HISTORIA.
           IF WSS-HISTORIA-ABIERTA
               PERFORM 15-ARCHIVAR-PAYROLL
               CLOSE PAYHIST-FILE
           END-IF.
           IF WSS-MAESTRO-DISPONIBLE
               CLOSE EMPMAST-FILE
           END-IF.

           DISPLAY "FILAS LEIDAS: " WSV-CNT-LEIDAS
               " ARCHIVADAS: " WSV-CNT-ARCHIVADAS
               " OMITIDAS (YA ARCHIVADAS): " WSV-CNT-OMITIDAS.
           DISPLAY "FILAS SIN DEPOSITO EN PAGOS: " WSV-CNT-SIN-DEPOSITO
               " CONCEPTOS DEDAPL ARCHIVADOS: " WSV-CNT-DED-ARCH.
           IF WSV-CNT-ERRORES > 0
               DISPLAY "FILAS NO GRABADAS POR ERROR: " WSV-CNT-ERRORES
           END-IF.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-ABRIR-MAESTRO: EL NOMBRE COMPLETO SALE DEL MAESTRO; SIN EL
      * SE ARCHIVA EL NOMBRE CORTO DE LA FILA (ADVERTENCIA).
      ******************************************************************
       05-ABRIR-MAESTRO.
           MOVE "N" TO WSV-MAESTRO-DISPONIBLE.
           OPEN INPUT EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS EQUAL "00"
               MOVE "S" TO WSV-MAESTRO-DISPONIBLE
           ELSE
               DISPLAY "SIN MAESTRO DE EMPLEADOS (STATUS "
                   WSV-EMPMAST-STATUS "), SE ARCHIVA EL NOMBRE CORTO"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       05-ABRIR-MAESTRO-END.
       EXIT.

      ******************************************************************
      * 06-CARGAR-PAGOS: DEPOSITOS D DE LA CORRIDA (CUENTA, IMPORTE Y
      * FECHA DE VALOR). SIN ARCHIVO DE PAGOS TODAS LAS FILAS QUEDAN
      * SIN DEPOSITO Y EL PASO TERMINA CON ADVERTENCIA.
      ******************************************************************
       06-CARGAR-PAGOS.
           MOVE "N" TO WSV-FIN-PAGOS.
           OPEN INPUT PAGOS-FILE.
           IF WSV-PAGOS-STATUS NOT EQUAL "00"
               DISPLAY "SIN ARCHIVO DE PAGOS (STATUS " WSV-PAGOS-STATUS
                   "), NO SE ARCHIVAN DEPOSITOS"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 07-LEER-PAGO
               PERFORM UNTIL WSS-FIN-PAGOS
                   IF FDS-PAGO-DETALLE
                       IF WSV-TOTAL-PAGOS < 1000
                           ADD 1 TO WSV-TOTAL-PAGOS
                           SET WSV-PAG-IDX TO WSV-TOTAL-PAGOS
                           MOVE FD-PAGO-ID
                               TO WSV-PAG-ID-TAB (WSV-PAG-IDX)
                           MOVE FD-PAGO-CUENTA
                               TO WSV-PAG-CUENTA-TAB (WSV-PAG-IDX)
                           MOVE FD-PAGO-IMPORTE
                               TO WSV-PAG-IMPORTE-TAB (WSV-PAG-IDX)
                           MOVE FD-PAGO-FECHA-VALOR
                               TO WSV-PAG-FVALOR-TAB (WSV-PAG-IDX)
                           MOVE "N" TO WSV-PAG-USADO-TAB (WSV-PAG-IDX)
                       ELSE
                           DISPLAY "TABLA DE DEPOSITOS LLENA (1000): "
                               FD-PAGO-ID
                           MOVE 4 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       END-IF
                   END-IF
                   PERFORM 07-LEER-PAGO
               END-PERFORM
               CLOSE PAGOS-FILE
           END-IF.
       06-CARGAR-PAGOS-END.
       EXIT.

       07-LEER-PAGO.
           READ PAGOS-FILE
               AT END SET WSS-FIN-PAGOS TO TRUE
           END-READ.
       07-LEER-PAGO-END.
       EXIT.

      ******************************************************************
      * 08-CARGAR-DED-APLICADAS: DETALLE DEDAPL DE LA CORRIDA. LAS
      * CORRIDAS QUE NO APLICAN DEDUCCIONES INDIVIDUALES (AGUINALDO)
      * NO TRAEN EL ARCHIVO.
      ******************************************************************
       08-CARGAR-DED-APLICADAS.
           MOVE "N" TO WSV-FIN-DEDAPL.
           OPEN INPUT DED-APLICADAS-FILE.
           IF WSV-DEDAPL-STATUS NOT EQUAL "00"
               DISPLAY "SIN DETALLE DE DEDUCCIONES INDIVIDUALES"
           ELSE
               PERFORM 09-LEER-DED-APLICADA
               PERFORM UNTIL WSS-FIN-DEDAPL
                   IF WSV-TOTAL-DEDAPL < 1000
                       ADD 1 TO WSV-TOTAL-DEDAPL
                       SET WSV-DAP-IDX TO WSV-TOTAL-DEDAPL
                       MOVE FD-DAP-ID
                           TO WSV-DAP-ID-TAB (WSV-DAP-IDX)
                       MOVE FD-DAP-CONCEPTO
                           TO WSV-DAP-CONCEPTO-TAB (WSV-DAP-IDX)
                       MOVE FD-DAP-IMPORTE
                           TO WSV-DAP-IMPORTE-TAB (WSV-DAP-IDX)
                       MOVE FD-DAP-FECHA
                           TO WSV-DAP-FECHA-TAB (WSV-DAP-IDX)
                       MOVE FD-DAP-REFERENCIA
                           TO WSV-DAP-REFER-TAB (WSV-DAP-IDX)
                       MOVE "N" TO WSV-DAP-USADA-TAB (WSV-DAP-IDX)
                   ELSE
                       DISPLAY "TABLA DE DETALLE DE DEDUCCIONES "
                           "LLENA (1000): " FD-DAP-ID
                       MOVE 4 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   END-IF
                   PERFORM 09-LEER-DED-APLICADA
               END-PERFORM
               CLOSE DED-APLICADAS-FILE
           END-IF.
       08-CARGAR-DED-APLICADAS-END.
       EXIT.

       09-LEER-DED-APLICADA.
           READ DED-APLICADAS-FILE
               AT END SET WSS-FIN-DEDAPL TO TRUE
           END-READ.
       09-LEER-DED-APLICADA-END.
       EXIT.

      ******************************************************************
      * 10-ABRIR-HISTORIA: LA PRIMERA VEZ LA HISTORIA NO EXISTE Y SE
      * CREA VACIA, COMO EL ACUMULADO ANUAL.
      ******************************************************************
       10-ABRIR-HISTORIA.
           OPEN I-O PAYHIST-FILE.
           IF WSV-PAYHIST-STATUS EQUAL "35"
               DISPLAY "SIN HISTORIA PREVIA, SE CREA EL ARCHIVO"
               OPEN OUTPUT PAYHIST-FILE
               CLOSE PAYHIST-FILE
               OPEN I-O PAYHIST-FILE
           END-IF.
           IF WSV-PAYHIST-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR LA HISTORIA DE LIQUIDACIONES, "
                   "STATUS: " WSV-PAYHIST-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "S" TO WSV-HISTORIA-ABIERTA
           END-IF.
       10-ABRIR-HISTORIA-END.
       EXIT.

       15-ARCHIVAR-PAYROLL.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT PAYROLL-OUT-FILE.
           IF WSV-PAYOUT-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR PAYROLL-OUT, STATUS: "
                   WSV-PAYOUT-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 16-LEER-PAYROLL
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   PERFORM 20-ARMAR-HISTORIA
                   PERFORM 30-GRABAR-HISTORIA
                   PERFORM 16-LEER-PAYROLL
               END-PERFORM
               CLOSE PAYROLL-OUT-FILE
           END-IF.
       15-ARCHIVAR-PAYROLL-END.
       EXIT.

       16-LEER-PAYROLL.
           READ PAYROLL-OUT-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDAS
           END-READ.
       16-LEER-PAYROLL-END.
       EXIT.

      ******************************************************************
      * 20-ARMAR-HISTORIA: CLAVE, FILA, NOMBRE, DEPOSITO Y DEDUCCIONES
      * INDIVIDUALES. UNA FILA MENSUAL CON EL TIPO EN BLANCO (CORRIDAS
      * ANTERIORES AL TIPO DE LIQUIDACION) SE ARCHIVA COMO N; UNA FILA
      * SIN FECHA DE CORRIDA TOMA LA FECHA DE HOY.
      ******************************************************************
       20-ARMAR-HISTORIA.
           MOVE SPACES TO FD-PAYHIST-REC.
           MOVE FD-PAY-ID TO FD-PHI-ID.
           IF FD-PAY-FECHA-CORRIDA IS NUMERIC
               MOVE FD-PAY-FECHA-CORRIDA TO FD-PHI-FECHA
           ELSE
               MOVE WSV-FECHA-HOY TO FD-PHI-FECHA
           END-IF.
           IF FD-PAY-TIPO-LIQ EQUAL SPACE
               MOVE "N" TO FD-PHI-TIPO
           ELSE
               MOVE FD-PAY-TIPO-LIQ TO FD-PHI-TIPO
           END-IF.
           MOVE FD-PAYROLL-REC TO FD-PHI-FILA-PAYROLL.
           MOVE WSV-FECHA-HOY  TO FD-PHI-FECHA-ARCHIVO.

           MOVE FD-PAY-NOMBRE TO FD-PHI-NOMBRE.
           IF WSS-MAESTRO-DISPONIBLE
               MOVE FD-PAY-ID TO FD-EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-EMP-NOMBRE TO FD-PHI-NOMBRE
               END-READ
           END-IF.

           PERFORM 21-UBICAR-DEPOSITO.

           MOVE 0 TO FD-PHI-CANT-DED.
           PERFORM VARYING WSV-DAP-IDX2 FROM 1 BY 1
                   UNTIL WSV-DAP-IDX2 > 10
               MOVE SPACES TO FD-PHI-DED-CONCEPTO (WSV-DAP-IDX2)
               MOVE 0      TO FD-PHI-DED-IMPORTE (WSV-DAP-IDX2)
               MOVE SPACES TO FD-PHI-DED-REFERENCIA (WSV-DAP-IDX2)
           END-PERFORM.
           IF FD-PAY-DED-VARIAS IS NUMERIC AND
              FD-PAY-DED-VARIAS > 0
               PERFORM 22-ADJUNTAR-DEDUCCIONES
           END-IF.
       20-ARMAR-HISTORIA-END.
       EXIT.

      ******************************************************************
      * 21-UBICAR-DEPOSITO: EL DEPOSITO D DEL MISMO ID. EL IMPORTE
      * DEPOSITADO INCLUYE LOS PENDIENTES REEMITIDOS EN LA CORRIDA, Y
      * UN EMPLEADO SIN CUENTA NO TIENE DEPOSITO (QUEDO EN PENDIENTES).
      * CADA DEPOSITO SE ASIGNA A UNA SOLA FILA.
      ******************************************************************
       21-UBICAR-DEPOSITO.
           MOVE "P" TO FD-PHI-ESTADO-PAGO.
           MOVE 0   TO FD-PHI-IMPORTE-PAGO.
           SET WSV-PAG-IDX TO 1.
           SEARCH WS-PAGOS
               AT END
                   ADD 1 TO WSV-CNT-SIN-DEPOSITO
               WHEN WSV-PAG-IDX > WSV-TOTAL-PAGOS
                   ADD 1 TO WSV-CNT-SIN-DEPOSITO
               WHEN WSV-PAG-ID-TAB (WSV-PAG-IDX) EQUAL FD-PAY-ID AND
                    WSV-PAG-USADO-TAB (WSV-PAG-IDX) EQUAL "N"
                   MOVE "S" TO WSV-PAG-USADO-TAB (WSV-PAG-IDX)
                   MOVE "D" TO FD-PHI-ESTADO-PAGO
                   MOVE WSV-PAG-CUENTA-TAB (WSV-PAG-IDX)
                       TO FD-PHI-CUENTA
                   MOVE WSV-PAG-IMPORTE-TAB (WSV-PAG-IDX)
                       TO FD-PHI-IMPORTE-PAGO
                   MOVE WSV-PAG-FVALOR-TAB (WSV-PAG-IDX)
                       TO FD-PHI-FECHA-VALOR
           END-SEARCH.
       21-UBICAR-DEPOSITO-END.
       EXIT.

      ******************************************************************
      * 22-ADJUNTAR-DEDUCCIONES: LOS CONCEPTOS DEDAPL DEL ID (Y DE LA
      * MISMA FECHA DE CORRIDA CUANDO EL DETALLE LA TRAE), HASTA 10
      * POR FILA; UN EXCEDENTE SE INFORMA CON ADVERTENCIA.
      ******************************************************************
       22-ADJUNTAR-DEDUCCIONES.
           PERFORM VARYING WSV-DAP-IDX FROM 1 BY 1
                   UNTIL WSV-DAP-IDX > WSV-TOTAL-DEDAPL
               IF WSV-DAP-ID-TAB (WSV-DAP-IDX) EQUAL FD-PAY-ID AND
                  WSV-DAP-USADA-TAB (WSV-DAP-IDX) EQUAL "N" AND
                  (WSV-DAP-FECHA-TAB (WSV-DAP-IDX) IS NOT NUMERIC OR
                   WSV-DAP-FECHA-TAB (WSV-DAP-IDX) EQUAL FD-PHI-FECHA)
                   MOVE "S" TO WSV-DAP-USADA-TAB (WSV-DAP-IDX)
                   IF FD-PHI-CANT-DED < 10
                       ADD 1 TO FD-PHI-CANT-DED
                       SET WSV-DAP-IDX2 TO FD-PHI-CANT-DED
                       MOVE WSV-DAP-CONCEPTO-TAB (WSV-DAP-IDX)
                           TO FD-PHI-DED-CONCEPTO (WSV-DAP-IDX2)
                       MOVE WSV-DAP-IMPORTE-TAB (WSV-DAP-IDX)
                           TO FD-PHI-DED-IMPORTE (WSV-DAP-IDX2)
                       MOVE WSV-DAP-REFER-TAB (WSV-DAP-IDX)
                           TO FD-PHI-DED-REFERENCIA (WSV-DAP-IDX2)
                   ELSE
                       DISPLAY "MAS DE 10 CONCEPTOS DEDAPL PARA "
                           FD-PAY-ID ", NO SE ARCHIVA "
                           WSV-DAP-CONCEPTO-TAB (WSV-DAP-IDX)
                       MOVE 4 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   END-IF
               END-IF
           END-PERFORM.
       22-ADJUNTAR-DEDUCCIONES-END.
       EXIT.

      ******************************************************************
      * 30-GRABAR-HISTORIA: CLAVE DUPLICADA ES UNA FILA YA ARCHIVADA
      * POR UNA CORRIDA ANTERIOR DEL PASO: LO ARCHIVADO NO SE PISA.
      ******************************************************************
       30-GRABAR-HISTORIA.
           WRITE FD-PAYHIST-REC
               INVALID KEY
                   IF WSV-PAYHIST-STATUS EQUAL "22"
                       DISPLAY "YA ARCHIVADA: " FD-PHI-ID " "
                           FD-PHI-FECHA " " FD-PHI-TIPO
                       ADD 1 TO WSV-CNT-OMITIDAS
                   ELSE
                       DISPLAY "ERROR AL ARCHIVAR " FD-PHI-ID
                           ", STATUS: " WSV-PAYHIST-STATUS
                       ADD 1 TO WSV-CNT-ERRORES
                       MOVE 12 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WSV-CNT-ARCHIVADAS
                   ADD FD-PHI-CANT-DED TO WSV-CNT-DED-ARCH
           END-WRITE.
       30-GRABAR-HISTORIA-END.
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
               MOVE WSV-CNT-ARCHIVADAS  TO FD-RUN-ESCRITOS
               MOVE WSV-CNT-OMITIDAS    TO FD-RUN-OMITIDOS
               MOVE WSV-CNT-ERRORES     TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM HISTPAGO.
