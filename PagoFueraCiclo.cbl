      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * OFFCYCLE:
      * CORRIDA DE PAGOS FUERA DE CICLO. LOS PAGOS UNICOS (PREMIO DE
      * INGRESO, REINTEGRO DE GASTOS, RETROACTIVO ORDENADO POR UN
      * JUZGADO) NO TENIAN CAMINO EN EL SISTEMA Y SE COLABAN
      * FALSIFICANDO UN EXTRACTO TRANSACC, EL MISMO ABUSO QUE LA
      * CORRIDA DE AGUINALDO VINO A CORTAR. ESTE PROGRAMA:
      * 1. LEE EL ARCHIVO DE PAGOS APROBADOS POR RRHH (PAGESP): ID,
      *    CONCEPTO, IMPORTE BRUTO Y USUARIO QUE LO APROBO.
      * 2. VALIDA CADA PEDIDO CONTRA EL MAESTRO DE EMPLEADOS Y LA
      *    LISTA DE CONCEPTOS; LO QUE NO PASA SE RECHAZA Y SE LISTA.
      * 3. PASA EL IMPORTE DE UN CONCEPTO GRAVADO POR LOS MISMOS
      *    TRAMOS DE DEDUCC (Y DE CONTRIB PARA LAS CARGAS
      *    PATRONALES) DE LA LIQUIDACION; UN CONCEPTO NO
      *    REMUNERATIVO (REINTEGRO) SE PAGA ENTERO, SIN DEDUCCIONES.
      * 4. GENERA SU PROPIA GENERACION DE PAYROLL-OUT CON UNA FILA
      *    TIPO E POR PEDIDO (EL CONCEPTO EN EL ORIGEN), SU PROPIO
      *    ARCHIVO DE PAGOS CON FECHA DE VALOR EN EL PROXIMO DIA
      *    HABIL DEL CALENDARIO DE FERIADOS, LAS ENTRADAS DE
      *    AUDITORIA Y LAS ESTADISTICAS DE CORRIDA. LAS FILAS E NUNCA
      *    ENTRAN A LA GENERACION NOCTURNA, ASI QUE CONCILIA Y
      *    VARIANZA NO LAS CONFUNDEN CON UNA LIQUIDACION MENSUAL;
      *    ACUMULA, RECIBOS Y GLINTERF CORREN SOBRE ESTA GENERACION.
      * LA SECUENCIA DE LAS FILAS CONTINUA LA DE LAS CORRIDAS FUERA
      * DE CICLO ANTERIORES DEL MISMO DIA (CONSTA EN LA BITACORA),
      * PARA QUE LA GUARDA DE ACUMULA (FECHA + SECUENCIA) NO TOME
      * UNA SEGUNDA CORRIDA DEL DIA COMO UN RELANZAMIENTO. UN
      * EMPLEADO SIN CUENTA BANCARIA NO SALE AL BANCO: SU PAGO QUEDA
      * EN PAGOS PENDIENTES (PAGPEND) Y EL MODO LOTE NOCTURNO LO
      * REEMITE CUANDO RRHH CARGA LA CUENTA.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      * 15-10-2026 - Cada fila E lleva la entidad empleadora del
      *              maestro (01 si esta en blanco).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYCLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGESP-FILE ASSIGN TO "PAGESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAGESP-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT DEDUCCIONES-FILE ASSIGN TO "DEDUCC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDUCC-STATUS.

           SELECT CONTRIB-FILE ASSIGN TO "CONTRIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-CONTRIB-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FERIADOS-STATUS.

           SELECT PAYROLL-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAGOS-FILE ASSIGN TO "PAGOS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAGOS-PEND-FILE ASSIGN TO "PAGPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAGPEND-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-AUDIT-STATUS.

           SELECT INFORME-FILE ASSIGN TO "ESPINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGESP-FILE.
           COPY PAGESP.

       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  DEDUCCIONES-FILE.
           COPY DEDUCC.

       FD  CONTRIB-FILE.
           COPY CONTRIB.

      ******************************************************************
      * CALENDARIO DE FERIADOS DEL TALLER: EL MISMO QUE USA EL MODO
      * LOTE DE EJERCICIO4 PARA LA FECHA DE VALOR DE LOS DEPOSITOS.
      ******************************************************************
       FD  FERIADOS-FILE.
           01 FD-FERIADO-REC.
               05 FD-FER-FECHA         PIC X(08).
               05 FD-FER-DESCRIPCION   PIC X(30).

       FD  PAYROLL-OUT-FILE.
           COPY PAYROLL.

      ******************************************************************
      * MISMO LAYOUT DE PAGOS QUE EL MODO LOTE DE EJERCICIO4 Y QUE EL
      * AGUINALDO; LA FECHA DE VALOR ES EL PROXIMO DIA HABIL.
      ******************************************************************
       FD  PAGOS-FILE.
           01 FD-PAGO-REC.
               05 FD-PAGO-TIPO         PIC X(01).
               05 FD-PAGO-DATOS        PIC X(78).
               05 FD-PAGO-DETALLE REDEFINES FD-PAGO-DATOS.
                   10 FD-PAGO-ID           PIC X(08).
                   10 FD-PAGO-NOMBRE       PIC X(30).
                   10 FD-PAGO-CUENTA       PIC X(22).
                   10 FD-PAGO-IMPORTE      PIC 9(10).
                   10 FD-PAGO-FECHA-VALOR  PIC X(08).
               05 FD-PAGO-COLA REDEFINES FD-PAGO-DATOS.
                   10 FD-PAGO-CANTIDAD     PIC 9(06).
                   10 FD-PAGO-TOTAL        PIC 9(12).
                   10 FD-PAGO-COLA-FVALOR  PIC X(08).
                   10 FILLER               PIC X(52).

       FD  PAGOS-PEND-FILE.
           01 FD-PAGPEND-REC.
               05 FD-PPE-ID            PIC X(08).
               05 FD-PPE-FECHA         PIC X(08).
               05 FD-PPE-IMPORTE       PIC 9(10).
               05 FD-PPE-MOTIVO        PIC X(20).

       FD  AUDITLOG-FILE.
           COPY AUDITLOG.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       COPY AUDCHN.

           01 WSV-PAGESP-STATUS     PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-DEDUCC-STATUS     PIC X(02) VALUE "00".
           01 WSV-CONTRIB-STATUS    PIC X(02) VALUE "00".
           01 WSV-FERIADOS-STATUS   PIC X(02) VALUE "00".
           01 WSV-PAGPEND-STATUS    PIC X(02) VALUE "00".
           01 WSV-AUDIT-STATUS      PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "OFFCYCLE".

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

           01 WSC-CONSTANTES.
               05 WSC-DEDUCCIONES.
                   10 WSC-DED-IMPUESTO  PIC X(03) VALUE "IMP".
                   10 WSC-DED-JUBILA    PIC X(03) VALUE "JUB".
                   10 WSC-PCT-JUBILA    PIC 9(02)V99 VALUE 11.00.
                   10 WSC-IMP-TOPE-1    PIC 9(09) VALUE 1500000.
                   10 WSC-IMP-TOPE-2    PIC 9(09) VALUE 3000000.
                   10 WSC-PCT-IMP-1     PIC 9(02)V99 VALUE 05.00.
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
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-MAESTRO-ABIERTO   PIC X VALUE "N".
                   88 WSS-MAESTRO-ABIERTO   VALUE "S".
               05 WSV-SOL-VALIDA        PIC X VALUE "N".
                   88 WSS-SOL-VALIDA        VALUE "S".
               05 WSV-MOTIVO-RECHAZO    PIC X(40).

               05 WSV-FECHA-CORRIDA     PIC X(08).
               05 WSV-AUDIT-HORA        PIC X(06).
               05 WSV-LINEA-AUX         PIC X(100).

               05 WSV-ESP-BRUTO         PIC 9(08).
               05 WSV-ESP-IMPUESTO      PIC 9(07).
               05 WSV-ESP-JUBILA        PIC 9(07).
               05 WSV-ESP-NETO          PIC 9(08).
               05 WSV-ESP-DED-MONTO     PIC 9(07).
               05 WSV-ESP-GRAVADO       PIC X(01).
                   88 WSS-ESP-GRAVADO       VALUE "S".

               05 WSV-FIN-DEDUCCIONES   PIC X VALUE "N".
                   88 WSS-FIN-DEDUCCIONES   VALUE "S".
               05 WS-DEDUCCIONES OCCURS 10 TIMES
                       INDEXED BY WSV-DED-IDX.
                   10 WSV-DED-CODIGO-TAB    PIC X(03).
                   10 WSV-DED-DESDE-TAB     PIC 9(09).
                   10 WSV-DED-HASTA-TAB     PIC 9(09).
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

      *------------------------------------------------------------*
      * CALENDARIO DE DIAS HABILES PARA LA FECHA DE VALOR (MISMA   *
      * LOGICA QUE EL MODO LOTE DE EJERCICIO4).                    *
      *------------------------------------------------------------*
               05 WSV-FIN-FERIADOS      PIC X VALUE "N".
                   88 WSS-FIN-FERIADOS      VALUE "S".
               05 WS-FERIADOS OCCURS 50 TIMES
                       INDEXED BY WSV-FER-IDX WSV-FER-IDX2.
                   10 WSV-FER-FECHA-TAB     PIC X(08).
               05 WSV-TOTAL-FERIADOS    PIC 9(02) VALUE 0.
               05 WSV-FECHA-VALOR       PIC X(08).
               05 WSV-ES-HABIL          PIC X VALUE "N".
                   88 WSS-ES-HABIL          VALUE "S".
               05 WSV-CAL-FECHA.
                   10 WSV-CAL-ANIO          PIC 9(04).
                   10 WSV-CAL-MES           PIC 9(02).
                   10 WSV-CAL-DIA           PIC 9(02).
               05 WSV-CAL-DIAS-MES      PIC 9(02).
               05 WSV-CAL-RESTO         PIC 9(04).
               05 WSV-CAL-COCIENTE      PIC 9(04).
               05 WSV-ZEL-ANIO          PIC 9(04).
               05 WSV-ZEL-MES           PIC 9(02).
               05 WSV-ZEL-TERMINO       PIC 9(04).
               05 WSV-ZEL-CUARTOS       PIC 9(04).
               05 WSV-ZEL-SIGLOS        PIC 9(04).
               05 WSV-ZEL-CUATROCIENTOS PIC 9(04).
               05 WSV-ZEL-SUMA          PIC 9(06).
               05 WSV-ZEL-DIA-SEMANA    PIC 9(01).

      *------------------------------------------------------------*
      * SECUENCIA DE LAS FILAS E: CONTINUA LA ULTIMA QUE DEJO EN   *
      * LA BITACORA OTRA CORRIDA FUERA DE CICLO DEL MISMO DIA.     *
      *------------------------------------------------------------*
               05 WSV-SEC-PAYROLL       PIC 9(04) VALUE 0.
               05 WSV-SEC-BITACORA      PIC 9(04) VALUE 0.

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-PAGADOS       PIC 9(06) VALUE 0.
                   10 WSV-CNT-RECHAZADOS    PIC 9(06) VALUE 0.
                   10 WSV-CNT-RETENIDOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-BAJAS         PIC 9(06) VALUE 0.
               05 WSV-CNT-PAGOS         PIC 9(06) VALUE 0.
               05 WSV-TOTAL-PAGOS       PIC 9(12) VALUE 0.
               05 WSV-TOTAL-BRUTO       PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "OFFCYCLE - PAGOS FUERA DE CICLO".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           PERFORM 05-BUSCAR-SECUENCIA-PREVIA.
           PERFORM 06-ABRIR-AUDITORIA.
           PERFORM 14-CARGAR-DEDUCCIONES.
           PERFORM 17-CARGAR-CONTRIBUCIONES.
           PERFORM 35-CARGAR-FERIADOS.
           PERFORM 33-CALCULAR-FECHA-VALOR.

           OPEN OUTPUT PAYROLL-OUT-FILE.
           OPEN OUTPUT PAGOS-FILE.
           OPEN OUTPUT INFORME-FILE.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "PAGOS FUERA DE CICLO - CORRIDA " DELIMITED BY SIZE
               WSV-FECHA-CORRIDA DELIMITED BY SIZE
               " - FECHA DE VALOR " DELIMITED BY SIZE
               WSV-FECHA-VALOR DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           PERFORM 10-PROCESAR-SOLICITUDES.
           PERFORM 59-GRABAR-COLA-PAGOS.
           PERFORM 60-INFORMAR-TOTALES.
           CLOSE PAYROLL-OUT-FILE.
           CLOSE PAGOS-FILE.
           CLOSE INFORME-FILE.
           CLOSE AUDITLOG-FILE.

           IF WSV-CNT-PAGADOS EQUAL 0
               DISPLAY "NO HAY PAGOS FUERA DE CICLO PARA LIQUIDAR"
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-BUSCAR-SECUENCIA-PREVIA: UNA CORRIDA FUERA DE CICLO ANTERIOR
      * DEL MISMO DIA DEJO EN LA BITACORA LA SECUENCIA DE CADA FILA
      * ("SEC NNNN ..." EN EL DETALLE). ESTA CORRIDA NUMERA A PARTIR
      * DE LA MAYOR, ASI FECHA + SECUENCIA NO SE REPITE EN EL DIA.
      ******************************************************************
       05-BUSCAR-SECUENCIA-PREVIA.
           MOVE 0 TO WSV-SEC-BITACORA.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT AUDITLOG-FILE.
           IF WSV-AUDIT-STATUS EQUAL "00"
               PERFORM 05-LEER-AUDITORIA
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-AUD-PROGRAMA EQUAL WSC-AUDIT-PROGRAMA AND
                      FD-AUD-FECHA EQUAL WSV-FECHA-CORRIDA AND
                      FD-AUD-DETALLE (1:4) EQUAL "SEC " AND
                      FD-AUD-DETALLE (5:4) IS NUMERIC
                       MOVE FD-AUD-DETALLE (5:4) TO WSV-SEC-BITACORA
                       IF WSV-SEC-BITACORA > WSV-SEC-PAYROLL
                           MOVE WSV-SEC-BITACORA TO WSV-SEC-PAYROLL
                       END-IF
                   END-IF
                   PERFORM 05-LEER-AUDITORIA
               END-PERFORM
               CLOSE AUDITLOG-FILE
           END-IF.
           IF WSV-SEC-PAYROLL > 0
               DISPLAY "YA HUBO PAGOS FUERA DE CICLO HOY, LAS FILAS "
                   "SIGUEN DESDE LA SECUENCIA " WSV-SEC-PAYROLL
           END-IF.
       05-BUSCAR-SECUENCIA-PREVIA-END.
       EXIT.

       05-LEER-AUDITORIA.
           READ AUDITLOG-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       05-LEER-AUDITORIA-END.
       EXIT.

       06-ABRIR-AUDITORIA.
           PERFORM 91-PREPARAR-CADENA.
           OPEN EXTEND AUDITLOG-FILE.
           IF WSV-AUDIT-STATUS EQUAL "35"
               OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           IF WSV-AUDIT-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA, STATUS: "
                   WSV-AUDIT-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       06-ABRIR-AUDITORIA-END.
       EXIT.

      ******************************************************************
      * 14-CARGAR-DEDUCCIONES: LOS MISMOS TRAMOS EXTERNOS (Y LOS
      * MISMOS POR DEFECTO) QUE USAN EJERCICIO4 Y EL AGUINALDO.
      ******************************************************************
       14-CARGAR-DEDUCCIONES.
           PERFORM 14-CARGAR-DEDUCC-DEFECTO.
           OPEN INPUT DEDUCCIONES-FILE.
           IF WSV-DEDUCC-STATUS EQUAL "00"
               MOVE 0 TO WSV-TOTAL-DEDUCCIONES
               PERFORM 14-LEER-DEDUCCION
               PERFORM UNTIL WSS-FIN-DEDUCCIONES
                   PERFORM 14-APLICAR-DEDUCCION
                   PERFORM 14-LEER-DEDUCCION
               END-PERFORM
               CLOSE DEDUCCIONES-FILE
               IF WSV-TOTAL-DEDUCCIONES EQUAL 0
                   DISPLAY "ARCHIVO DEDUCC VACIO, SE USAN TRAMOS POR "
                       "DEFECTO"
                   PERFORM 14-CARGAR-DEDUCC-DEFECTO
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           ELSE
               DISPLAY "NO HAY ARCHIVO DE DEDUCCIONES, SE USAN TRAMOS "
                       "POR DEFECTO"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       14-CARGAR-DEDUCCIONES-END.
       EXIT.

       14-LEER-DEDUCCION.
           READ DEDUCCIONES-FILE
               AT END SET WSS-FIN-DEDUCCIONES TO TRUE
           END-READ.
       14-LEER-DEDUCCION-END.
       EXIT.

       14-APLICAR-DEDUCCION.
           IF WSV-TOTAL-DEDUCCIONES < 10
               ADD 1 TO WSV-TOTAL-DEDUCCIONES
               SET WSV-DED-IDX TO WSV-TOTAL-DEDUCCIONES
               MOVE FD-DED-CODIGO TO WSV-DED-CODIGO-TAB (WSV-DED-IDX)
               MOVE FD-DED-DESDE  TO WSV-DED-DESDE-TAB (WSV-DED-IDX)
               MOVE FD-DED-HASTA  TO WSV-DED-HASTA-TAB (WSV-DED-IDX)
               MOVE FD-DED-PORCENTAJE TO WSV-DED-PCT-TAB (WSV-DED-IDX)
           ELSE
               DISPLAY "TABLA DE DEDUCCIONES LLENA (10), SE IGNORA: "
                   FD-DED-CODIGO
           END-IF.
       14-APLICAR-DEDUCCION-END.
       EXIT.

       14-CARGAR-DEDUCC-DEFECTO.
           MOVE 4 TO WSV-TOTAL-DEDUCCIONES.
           MOVE WSC-DED-JUBILA   TO WSV-DED-CODIGO-TAB (1).
           MOVE 0                TO WSV-DED-DESDE-TAB (1).
           MOVE WSC-DED-SIN-TOPE TO WSV-DED-HASTA-TAB (1).
           MOVE WSC-PCT-JUBILA   TO WSV-DED-PCT-TAB (1).
           MOVE WSC-DED-IMPUESTO TO WSV-DED-CODIGO-TAB (2).
           MOVE 0                TO WSV-DED-DESDE-TAB (2).
           MOVE WSC-IMP-TOPE-1   TO WSV-DED-HASTA-TAB (2).
           MOVE WSC-PCT-IMP-1    TO WSV-DED-PCT-TAB (2).
           MOVE WSC-DED-IMPUESTO TO WSV-DED-CODIGO-TAB (3).
           COMPUTE WSV-DED-DESDE-TAB (3) = WSC-IMP-TOPE-1 + 1.
           MOVE WSC-IMP-TOPE-2   TO WSV-DED-HASTA-TAB (3).
           MOVE WSC-PCT-IMP-2    TO WSV-DED-PCT-TAB (3).
           MOVE WSC-DED-IMPUESTO TO WSV-DED-CODIGO-TAB (4).
           COMPUTE WSV-DED-DESDE-TAB (4) = WSC-IMP-TOPE-2 + 1.
           MOVE WSC-DED-SIN-TOPE TO WSV-DED-HASTA-TAB (4).
           MOVE WSC-PCT-IMP-3    TO WSV-DED-PCT-TAB (4).
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
      * 10-PROCESAR-SOLICITUDES: RECORRE EL ARCHIVO DE PAGOS APROBADOS
      * DE RRHH. SIN ARCHIVO O SIN MAESTRO NO HAY NADA QUE LIQUIDAR.
      ******************************************************************
       10-PROCESAR-SOLICITUDES.
           OPEN INPUT EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS EQUAL "00"
               MOVE "S" TO WSV-MAESTRO-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
                   "STATUS: " WSV-EMPMAST-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           OPEN INPUT PAGESP-FILE.
           IF WSV-PAGESP-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE PAGOS FUERA DE "
                   "CICLO, STATUS: " WSV-PAGESP-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               IF WSS-MAESTRO-ABIERTO
                   MOVE "N" TO WSV-FIN-ARCHIVO
                   PERFORM 11-LEER-SOLICITUD
                   PERFORM UNTIL WSS-FIN-ARCHIVO
                       PERFORM 20-VALIDAR-SOLICITUD
                       IF WSS-SOL-VALIDA
                           PERFORM 22-LIQUIDAR-PAGO
                       ELSE
                           PERFORM 55-RECHAZAR-SOLICITUD
                       END-IF
                       PERFORM 11-LEER-SOLICITUD
                   END-PERFORM
               END-IF
               CLOSE PAGESP-FILE
           END-IF.
           IF WSS-MAESTRO-ABIERTO
               CLOSE EMPMAST-FILE
           END-IF.
       10-PROCESAR-SOLICITUDES-END.
       EXIT.

       11-LEER-SOLICITUD.
           READ PAGESP-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDOS
           END-READ.
       11-LEER-SOLICITUD-END.
       EXIT.

      ******************************************************************
      * 20-VALIDAR-SOLICITUD: CONCEPTO DE LA LISTA, IMPORTE NUMERICO
      * MAYOR QUE CERO, USUARIO QUE APROBO Y EMPLEADO EN EL MAESTRO.
      * UN EMPLEADO DADO DE BAJA SE PAGA IGUAL (UN RETROACTIVO
      * JUDICIAL SUELE SER DE UN EX EMPLEADO) PERO QUEDA ADVERTIDO.
      ******************************************************************
       20-VALIDAR-SOLICITUD.
           MOVE "S" TO WSV-SOL-VALIDA.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.
           EVALUATE TRUE
               WHEN FDS-PES-GRAVADO
                   MOVE "S" TO WSV-ESP-GRAVADO
               WHEN FDS-PES-NO-GRAVADO
                   MOVE "N" TO WSV-ESP-GRAVADO
               WHEN OTHER
                   MOVE "N" TO WSV-SOL-VALIDA
                   MOVE "CONCEPTO DESCONOCIDO" TO WSV-MOTIVO-RECHAZO
           END-EVALUATE.
           IF WSS-SOL-VALIDA
               IF FD-PES-IMPORTE IS NOT NUMERIC
                   MOVE "N" TO WSV-SOL-VALIDA
                   MOVE "IMPORTE NO NUMERICO" TO WSV-MOTIVO-RECHAZO
               ELSE
                   IF FD-PES-IMPORTE EQUAL 0
                       MOVE "N" TO WSV-SOL-VALIDA
                       MOVE "IMPORTE EN CERO" TO WSV-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.
           IF WSS-SOL-VALIDA AND FD-PES-APROBADO-POR EQUAL SPACES
               MOVE "N" TO WSV-SOL-VALIDA
               MOVE "SIN USUARIO QUE APRUEBE" TO WSV-MOTIVO-RECHAZO
           END-IF.
           IF WSS-SOL-VALIDA
               PERFORM 21-BUSCAR-EMPLEADO
           END-IF.
       20-VALIDAR-SOLICITUD-END.
       EXIT.

       21-BUSCAR-EMPLEADO.
           MOVE FD-PES-ID TO FD-EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "N" TO WSV-SOL-VALIDA
                   MOVE "EMPLEADO INEXISTENTE EN EL MAESTRO"
                       TO WSV-MOTIVO-RECHAZO
           END-READ.
           IF WSS-SOL-VALIDA AND FDS-EMP-BAJA
               ADD 1 TO WSV-CNT-BAJAS
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "ADVERTENCIA: " DELIMITED BY SIZE
                   FD-PES-ID DELIMITED BY SIZE
                   " ESTA DADO DE BAJA, SE PAGA " DELIMITED BY SIZE
                   FD-PES-CONCEPTO DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       21-BUSCAR-EMPLEADO-END.
       EXIT.

       22-LIQUIDAR-PAGO.
           MOVE FD-PES-IMPORTE TO WSV-ESP-BRUTO.
           IF WSS-ESP-GRAVADO
               PERFORM 25-CALCULAR-NETO-ESP
               PERFORM 26-CALCULAR-CONTRIB-ESP
           ELSE
      * UN CONCEPTO NO REMUNERATIVO SE PAGA ENTERO: NI RETENCIONES
      * NI CARGAS PATRONALES.
               MOVE 0 TO WSV-ESP-IMPUESTO
               MOVE 0 TO WSV-ESP-JUBILA
               MOVE WSV-ESP-BRUTO TO WSV-ESP-NETO
               MOVE 0 TO WSV-CON-JUBILA-AUX
               MOVE 0 TO WSV-CON-OSOCIAL-AUX
               MOVE 0 TO WSV-CON-ART-AUX
           END-IF.
           ADD 1 TO WSV-CNT-PAGADOS.
           ADD WSV-ESP-BRUTO TO WSV-TOTAL-BRUTO.
           PERFORM 40-GRABAR-PAYROLL-ESP.
           PERFORM 45-GRABAR-PAGO-ESP.
           PERFORM 50-AUDITAR-PAGO-ESP.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "PAGADO " DELIMITED BY SIZE
               FD-PES-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-PES-CONCEPTO DELIMITED BY SIZE
               " BRUTO " DELIMITED BY SIZE
               WSV-ESP-BRUTO DELIMITED BY SIZE
               " IMP " DELIMITED BY SIZE
               WSV-ESP-IMPUESTO DELIMITED BY SIZE
               " JUB " DELIMITED BY SIZE
               WSV-ESP-JUBILA DELIMITED BY SIZE
               " NETO " DELIMITED BY SIZE
               WSV-ESP-NETO DELIMITED BY SIZE
               " APROBO " DELIMITED BY SIZE
               FD-PES-APROBADO-POR DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       22-LIQUIDAR-PAGO-END.
       EXIT.

      ******************************************************************
      * 25-CALCULAR-NETO-ESP: TODO TRAMO DE DEDUCC CUYO RANGO CONTIENE
      * AL BRUTO DEL PAGO, COMO EN EL SAC. LAS DEDUCCIONES
      * INDIVIDUALES (DEDEMP) SE APLICAN EN LA LIQUIDACION MENSUAL.
      ******************************************************************
       25-CALCULAR-NETO-ESP.
           MOVE 0 TO WSV-ESP-IMPUESTO.
           MOVE 0 TO WSV-ESP-JUBILA.
           PERFORM VARYING WSV-DED-IDX FROM 1 BY 1
                   UNTIL WSV-DED-IDX > WSV-TOTAL-DEDUCCIONES
               IF WSV-ESP-BRUTO >= WSV-DED-DESDE-TAB (WSV-DED-IDX)
                  AND WSV-ESP-BRUTO <=
                      WSV-DED-HASTA-TAB (WSV-DED-IDX)
                   COMPUTE WSV-ESP-DED-MONTO ROUNDED =
                       WSV-ESP-BRUTO *
                       WSV-DED-PCT-TAB (WSV-DED-IDX) / 100
                   EVALUATE WSV-DED-CODIGO-TAB (WSV-DED-IDX)
                       WHEN "IMP"
                           ADD WSV-ESP-DED-MONTO TO WSV-ESP-IMPUESTO
                       WHEN "JUB"
                           ADD WSV-ESP-DED-MONTO TO WSV-ESP-JUBILA
                       WHEN OTHER
                           DISPLAY "CONCEPTO DE DEDUCCION "
                               "DESCONOCIDO: "
                               WSV-DED-CODIGO-TAB (WSV-DED-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           COMPUTE WSV-ESP-NETO = WSV-ESP-BRUTO -
               WSV-ESP-IMPUESTO - WSV-ESP-JUBILA.
       25-CALCULAR-NETO-ESP-END.
       EXIT.

      ******************************************************************
      * 26-CALCULAR-CONTRIB-ESP: TODO TRAMO DE CONTRIB CUYO RANGO
      * CONTIENE AL BRUTO DEL PAGO. COSTO DEL EMPLEADOR, NO TOCA EL
      * NETO.
      ******************************************************************
       26-CALCULAR-CONTRIB-ESP.
           MOVE WSV-ESP-BRUTO TO WSV-CON-BASE.
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
       26-CALCULAR-CONTRIB-ESP-END.
       EXIT.

      ******************************************************************
      * 35-CARGAR-FERIADOS: LEVANTA EL CALENDARIO DE FERIADOS DEL
      * TALLER. SIN ARCHIVO, SOLO SE SALTEAN SABADOS Y DOMINGOS.
      ******************************************************************
       35-CARGAR-FERIADOS.
           MOVE "N" TO WSV-FIN-FERIADOS.
           MOVE 0 TO WSV-TOTAL-FERIADOS.
           OPEN INPUT FERIADOS-FILE.
           IF WSV-FERIADOS-STATUS NOT EQUAL "00"
               DISPLAY "SIN CALENDARIO DE FERIADOS, SOLO SE SALTEAN "
                   "FINES DE SEMANA"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 35-LEER-FERIADO
               PERFORM UNTIL WSS-FIN-FERIADOS
                   IF FD-FER-FECHA IS NUMERIC
                       IF WSV-TOTAL-FERIADOS < 50
                           ADD 1 TO WSV-TOTAL-FERIADOS
                           SET WSV-FER-IDX TO WSV-TOTAL-FERIADOS
                           MOVE FD-FER-FECHA
                               TO WSV-FER-FECHA-TAB (WSV-FER-IDX)
                       ELSE
                           DISPLAY "TABLA DE FERIADOS LLENA (50): "
                               FD-FER-FECHA
                           MOVE 4 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       END-IF
                   END-IF
                   PERFORM 35-LEER-FERIADO
               END-PERFORM
               CLOSE FERIADOS-FILE
           END-IF.
       35-CARGAR-FERIADOS-END.
       EXIT.

       35-LEER-FERIADO.
           READ FERIADOS-FILE
               AT END SET WSS-FIN-FERIADOS TO TRUE
           END-READ.
       35-LEER-FERIADO-END.
       EXIT.

      ******************************************************************
      * 33-CALCULAR-FECHA-VALOR: EL PROXIMO DIA HABIL ESTRICTAMENTE
      * POSTERIOR A LA FECHA DE CORRIDA, SALTEANDO FINES DE SEMANA Y
      * FERIADOS DEL CALENDARIO. ES LA FECHA EN QUE EL BANCO DEBE
      * EJECUTAR LOS DEPOSITOS.
      ******************************************************************
       33-CALCULAR-FECHA-VALOR.
           MOVE WSV-FECHA-CORRIDA TO WSV-CAL-FECHA.
           PERFORM 31-SUMAR-UN-DIA.
           PERFORM 34-EVALUAR-DIA-HABIL.
           PERFORM UNTIL WSS-ES-HABIL
               PERFORM 31-SUMAR-UN-DIA
               PERFORM 34-EVALUAR-DIA-HABIL
           END-PERFORM.
           MOVE WSV-CAL-FECHA TO WSV-FECHA-VALOR.
           DISPLAY "FECHA DE VALOR DE LOS DEPOSITOS: "
               WSV-FECHA-VALOR.
       33-CALCULAR-FECHA-VALOR-END.
       EXIT.

      ******************************************************************
      * 31-SUMAR-UN-DIA: AVANZA LA FECHA DE TRABAJO UN DIA CALENDARIO,
      * CON LARGOS DE MES Y ANIOS BISIESTOS (DIVISIBLE POR 4, SALVO
      * SIGLOS NO DIVISIBLES POR 400).
      ******************************************************************
       31-SUMAR-UN-DIA.
           EVALUATE WSV-CAL-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WSV-CAL-DIAS-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WSV-CAL-DIAS-MES
               WHEN 02
                   MOVE 28 TO WSV-CAL-DIAS-MES
                   DIVIDE WSV-CAL-ANIO BY 4
                       GIVING WSV-CAL-COCIENTE
                       REMAINDER WSV-CAL-RESTO
                   IF WSV-CAL-RESTO EQUAL 0
                       MOVE 29 TO WSV-CAL-DIAS-MES
                       DIVIDE WSV-CAL-ANIO BY 100
                           GIVING WSV-CAL-COCIENTE
                           REMAINDER WSV-CAL-RESTO
                       IF WSV-CAL-RESTO EQUAL 0
                           DIVIDE WSV-CAL-ANIO BY 400
                               GIVING WSV-CAL-COCIENTE
                               REMAINDER WSV-CAL-RESTO
                           IF WSV-CAL-RESTO NOT EQUAL 0
                               MOVE 28 TO WSV-CAL-DIAS-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           ADD 1 TO WSV-CAL-DIA.
           IF WSV-CAL-DIA > WSV-CAL-DIAS-MES
               MOVE 1 TO WSV-CAL-DIA
               ADD 1 TO WSV-CAL-MES
               IF WSV-CAL-MES > 12
                   MOVE 1 TO WSV-CAL-MES
                   ADD 1 TO WSV-CAL-ANIO
               END-IF
           END-IF.
       31-SUMAR-UN-DIA-END.
       EXIT.

      ******************************************************************
      * 34-EVALUAR-DIA-HABIL: DIA DE LA SEMANA POR LA CONGRUENCIA DE
      * ZELLER (0 = SABADO, 1 = DOMINGO) SOBRE LA FECHA DE TRABAJO,
      * MAS LA BUSQUEDA EN LA TABLA DE FERIADOS.
      ******************************************************************
       34-EVALUAR-DIA-HABIL.
           MOVE WSV-CAL-ANIO TO WSV-ZEL-ANIO.
           MOVE WSV-CAL-MES  TO WSV-ZEL-MES.
           IF WSV-ZEL-MES < 3
               ADD 12 TO WSV-ZEL-MES
               SUBTRACT 1 FROM WSV-ZEL-ANIO
           END-IF.
      * LAS DIVISIONES DE ZELLER SON ENTERAS: CADA UNA VA A UN CAMPO
      * ENTERO PROPIO PARA QUE TRUNQUE, EN VEZ DE DEJAR DECIMALES
      * INTERMEDIOS EN UN COMPUTE.
           COMPUTE WSV-ZEL-SUMA = 13 * (WSV-ZEL-MES + 1).
           DIVIDE WSV-ZEL-SUMA BY 5 GIVING WSV-ZEL-TERMINO.
           DIVIDE WSV-ZEL-ANIO BY 4 GIVING WSV-ZEL-CUARTOS.
           DIVIDE WSV-ZEL-ANIO BY 100 GIVING WSV-ZEL-SIGLOS.
           DIVIDE WSV-ZEL-ANIO BY 400 GIVING WSV-ZEL-CUATROCIENTOS.
           COMPUTE WSV-ZEL-SUMA = WSV-CAL-DIA + WSV-ZEL-TERMINO +
               WSV-ZEL-ANIO + WSV-ZEL-CUARTOS - WSV-ZEL-SIGLOS +
               WSV-ZEL-CUATROCIENTOS.
           DIVIDE WSV-ZEL-SUMA BY 7
               GIVING WSV-CAL-COCIENTE REMAINDER WSV-ZEL-DIA-SEMANA.

           IF WSV-ZEL-DIA-SEMANA EQUAL 0 OR
              WSV-ZEL-DIA-SEMANA EQUAL 1
               MOVE "N" TO WSV-ES-HABIL
           ELSE
               MOVE "S" TO WSV-ES-HABIL
               PERFORM VARYING WSV-FER-IDX2 FROM 1 BY 1
                       UNTIL WSV-FER-IDX2 > WSV-TOTAL-FERIADOS
                   IF WSV-FER-FECHA-TAB (WSV-FER-IDX2) =
                      WSV-CAL-FECHA
                       MOVE "N" TO WSV-ES-HABIL
                   END-IF
               END-PERFORM
           END-IF.
       34-EVALUAR-DIA-HABIL-END.
       EXIT.

      ******************************************************************
      * 40-GRABAR-PAYROLL-ESP: UNA FILA TIPO E POR PEDIDO. EL IMPORTE
      * VA EN EL SUELDO ANUAL Y EN EL BRUTO COMO EN EL SAC; EL SUELDO
      * MENSUAL VA EN CERO PARA QUE ACUMULA NO LO TOME COMO MEJOR
      * SUELDO DEL SEMESTRE. EL CONCEPTO VIAJA EN EL ORIGEN.
      ******************************************************************
       40-GRABAR-PAYROLL-ESP.
           MOVE SPACES TO FD-PAYROLL-REC.
           MOVE FD-EMP-ID           TO FD-PAY-ID.
           MOVE FD-EMP-NOMBRE       TO FD-PAY-NOMBRE.
           MOVE FD-EMP-NIVEL        TO FD-PAY-SENIORIDAD.
           MOVE 0                   TO FD-PAY-SUELDO.
           MOVE WSV-ESP-BRUTO       TO FD-PAY-SUELDO-ANUAL.
           MOVE 0                   TO FD-PAY-BONO.
           MOVE WSV-ESP-BRUTO       TO FD-PAY-BRUTO-ANUAL.
           MOVE WSV-ESP-IMPUESTO    TO FD-PAY-DED-IMPUESTO.
           MOVE WSV-ESP-JUBILA      TO FD-PAY-DED-JUBILA.
           MOVE WSV-ESP-NETO        TO FD-PAY-NETO-ANUAL.
           MOVE WSV-FECHA-CORRIDA   TO FD-PAY-FECHA-CORRIDA.
           ADD 1 TO WSV-SEC-PAYROLL.
           MOVE WSV-SEC-PAYROLL     TO FD-PAY-SECUENCIA.
           MOVE 0                   TO FD-PAY-AUS-DIAS.
           MOVE 0                   TO FD-PAY-AUS-DESC.
           IF FD-EMP-CCOSTO EQUAL SPACES
               MOVE "GRAL"          TO FD-PAY-CCOSTO
           ELSE
               MOVE FD-EMP-CCOSTO   TO FD-PAY-CCOSTO
           END-IF.
           MOVE "E"                 TO FD-PAY-TIPO-LIQ.
           MOVE 0                   TO FD-PAY-DED-VARIAS.
           MOVE 0                   TO FD-PAY-HEX-HORAS.
           MOVE 0                   TO FD-PAY-HEX-FERIADO.
           MOVE 0                   TO FD-PAY-HEXTRA.
           MOVE FD-PES-CONCEPTO     TO FD-PAY-ORIGEN.
           MOVE WSV-CON-JUBILA-AUX  TO FD-PAY-CON-JUBILA.
           MOVE WSV-CON-OSOCIAL-AUX TO FD-PAY-CON-OSOCIAL.
           MOVE WSV-CON-ART-AUX     TO FD-PAY-CON-ART.
           MOVE 0                   TO FD-PAY-AJU-IMPUESTO.
           IF WSS-ESP-GRAVADO
               MOVE SPACE           TO FD-PAY-GRAVADO
           ELSE
               MOVE "N"             TO FD-PAY-GRAVADO
           END-IF.
           IF FD-EMP-ENTIDAD EQUAL SPACES
               MOVE "01"            TO FD-PAY-ENTIDAD
           ELSE
               MOVE FD-EMP-ENTIDAD  TO FD-PAY-ENTIDAD
           END-IF.
           WRITE FD-PAYROLL-REC.
       40-GRABAR-PAYROLL-ESP-END.
       EXIT.

      ******************************************************************
      * 45-GRABAR-PAGO-ESP: UN DEPOSITO POR PEDIDO, CON LA FECHA DE
      * VALOR DEL PROXIMO DIA HABIL. SIN CUENTA EN EL MAESTRO EL PAGO
      * NO SALE AL BANCO: QUEDA EN PAGOS PENDIENTES.
      ******************************************************************
       45-GRABAR-PAGO-ESP.
           IF FD-EMP-CTA-BANCARIA EQUAL SPACES
               ADD 1 TO WSV-CNT-RETENIDOS
               PERFORM 46-RETENER-PAGO-ESP
           ELSE
               MOVE SPACES TO FD-PAGO-REC
               MOVE "D"                 TO FD-PAGO-TIPO
               MOVE FD-EMP-ID           TO FD-PAGO-ID
               MOVE FD-EMP-NOMBRE       TO FD-PAGO-NOMBRE
               MOVE FD-EMP-CTA-BANCARIA TO FD-PAGO-CUENTA
               MOVE WSV-ESP-NETO        TO FD-PAGO-IMPORTE
               MOVE WSV-FECHA-VALOR     TO FD-PAGO-FECHA-VALOR
               WRITE FD-PAGO-REC
               ADD 1 TO WSV-CNT-PAGOS
               ADD WSV-ESP-NETO TO WSV-TOTAL-PAGOS
           END-IF.
       45-GRABAR-PAGO-ESP-END.
       EXIT.

       46-RETENER-PAGO-ESP.
           OPEN EXTEND PAGOS-PEND-FILE.
           IF WSV-PAGPEND-STATUS EQUAL "35"
               OPEN OUTPUT PAGOS-PEND-FILE
           END-IF.
           IF WSV-PAGPEND-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO RETENER EL PAGO DE " FD-EMP-ID
                   " EN PAGOS PENDIENTES, STATUS: "
                   WSV-PAGPEND-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE SPACES TO FD-PAGPEND-REC
               MOVE FD-EMP-ID         TO FD-PPE-ID
               MOVE WSV-FECHA-CORRIDA TO FD-PPE-FECHA
               MOVE WSV-ESP-NETO      TO FD-PPE-IMPORTE
               MOVE "ESP SIN CUENTA"   TO FD-PPE-MOTIVO
               WRITE FD-PAGPEND-REC
               CLOSE PAGOS-PEND-FILE
               MOVE SPACES TO WSV-LINEA-AUX
               STRING FD-EMP-ID DELIMITED BY SIZE
                   " SIN CUENTA BANCARIA, EL PAGO QUEDA EN PAGOS "
                   DELIMITED BY SIZE
                   "PENDIENTES" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       46-RETENER-PAGO-ESP-END.
       EXIT.

      ******************************************************************
      * 50-AUDITAR-PAGO-ESP: EL NOMBRE DE LA ENTRADA ES EL USUARIO QUE
      * APROBO EL PAGO; EL DETALLE EMPIEZA CON LA SECUENCIA DE LA FILA
      * (LA QUE RETOMA LA PROXIMA CORRIDA DEL DIA).
      ******************************************************************
       50-AUDITAR-PAGO-ESP.
           ACCEPT WSV-AUDIT-HORA FROM TIME.
           MOVE SPACES TO FD-AUDITLOG-REC.
           MOVE WSV-FECHA-CORRIDA   TO FD-AUD-FECHA.
           MOVE WSV-AUDIT-HORA      TO FD-AUD-HORA.
           MOVE WSC-AUDIT-PROGRAMA  TO FD-AUD-PROGRAMA.
           MOVE FD-EMP-ID           TO FD-AUD-ID.
           MOVE FD-PES-APROBADO-POR TO FD-AUD-NOMBRE.
           STRING "SEC " DELIMITED BY SIZE
               WSV-SEC-PAYROLL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-PES-CONCEPTO DELIMITED BY SIZE
               " NETO " DELIMITED BY SIZE
               WSV-ESP-NETO DELIMITED BY SIZE
               INTO FD-AUD-DETALLE
           END-STRING.
           PERFORM 92-ENCADENAR-AUDITORIA.
           WRITE FD-AUDITLOG-REC.
       50-AUDITAR-PAGO-ESP-END.
       EXIT.

       55-RECHAZAR-SOLICITUD.
           ADD 1 TO WSV-CNT-RECHAZADOS.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RECHAZADO " DELIMITED BY SIZE
               FD-PES-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-PES-CONCEPTO DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               FD-PES-IMPORTE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WSV-MOTIVO-RECHAZO DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE 4 TO WSV-RETORNO-NUEVO.
           PERFORM 90-ELEVAR-RETORNO.
       55-RECHAZAR-SOLICITUD-END.
       EXIT.

       59-GRABAR-COLA-PAGOS.
           MOVE SPACES TO FD-PAGO-REC.
           MOVE "T"             TO FD-PAGO-TIPO.
           MOVE WSV-CNT-PAGOS   TO FD-PAGO-CANTIDAD.
           MOVE WSV-TOTAL-PAGOS TO FD-PAGO-TOTAL.
           MOVE WSV-FECHA-VALOR TO FD-PAGO-COLA-FVALOR.
           WRITE FD-PAGO-REC.
           DISPLAY "ARCHIVO DE PAGOS FUERA DE CICLO: " WSV-CNT-PAGOS
               " DEPOSITOS POR $" WSV-TOTAL-PAGOS.
       59-GRABAR-COLA-PAGOS-END.
       EXIT.

       60-INFORMAR-TOTALES.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "PEDIDOS LEIDOS: " DELIMITED BY SIZE
               WSV-CNT-LEIDOS DELIMITED BY SIZE
               " PAGADOS: " DELIMITED BY SIZE
               WSV-CNT-PAGADOS DELIMITED BY SIZE
               " RECHAZADOS: " DELIMITED BY SIZE
               WSV-CNT-RECHAZADOS DELIMITED BY SIZE
               " EN PAGPEND: " DELIMITED BY SIZE
               WSV-CNT-RETENIDOS DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "BRUTO TOTAL: " DELIMITED BY SIZE
               WSV-TOTAL-BRUTO DELIMITED BY SIZE
               " DEPOSITADO: " DELIMITED BY SIZE
               WSV-TOTAL-PAGOS DELIMITED BY SIZE
               " EN " DELIMITED BY SIZE
               WSV-CNT-PAGOS DELIMITED BY SIZE
               " DEPOSITOS" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       60-INFORMAR-TOTALES-END.
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
               MOVE WSV-CNT-LEIDOS      TO FD-RUN-LEIDOS
               MOVE WSV-CNT-PAGADOS     TO FD-RUN-ESCRITOS
               MOVE 0                   TO FD-RUN-OMITIDOS
               MOVE WSV-CNT-RECHAZADOS  TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       COPY AUDCHNP.

       END PROGRAM OFFCYCLE.
