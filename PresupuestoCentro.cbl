      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * PRESUCC:
      * PRESUPUESTO CONTRA REAL POR CENTRO DE COSTO. CENCOSTO LE DICE
      * A FINANZAS CUANTO COSTO CADA CENTRO LA NOCHE ANTERIOR, PERO
      * NADA LO COMPARABA CON LO QUE EL DEPARTAMENTO TENIA PERMITIDO
      * GASTAR. ESTE PROGRAMA CORRE A FIN DE MES:
      * 1. CARGA EL PRESUPUESTO DEL ANIO (COPYBOOK PRESUP: DOTACION Y
      *    BRUTO POR CENTRO Y MES; SI UN CENTRO Y MES SE REVISO VALE
      *    LA ULTIMA FILA).
      * 2. CUENTA LA DOTACION REAL: LOS EMPLEADOS ACTIVOS DEL MAESTRO
      *    POR CENTRO DE COSTO (GRAL SI NO TIENEN UNO).
      * 3. LEE LAS FILAS DE PLANILLA DEL ANIO DE LOS ARCHIVOS
      *    PERMANENTES, NO DE LAS GENERACIONES (QUE SE CONSERVAN UN
      *    MES): LAS MENSUALES, FINIQUITOS Y AGUINALDOS DE LA HISTORIA
      *    DE LIQUIDACIONES (PAYHIST) Y LOS PAGOS FUERA DE CICLO Y LAS
      *    ANULACIONES DEL ARCHIVO FUERA DE CICLO (DD PAYOUT), QUE
      *    OFFCYCLE Y ANULA AMPLIAN EN CADA CORRIDA. ACUMULA POR
      *    EL CENTRO ESTAMPADO EN CADA FILA EL BRUTO Y EL NETO DEL
      *    MES Y EL BRUTO ACUMULADO DEL ANIO HASTA EL MES. UNA FILA
      *    DE ANULACION (TIPO R) RESTA. UN PAGO FUERA DE CICLO NO
      *    REMUNERATIVO (REINTEGRO DE GASTOS) NO ES COSTO DE
      *    PLANILLA Y SE SALTEA.
      * 4. INFORMA POR CENTRO EL PRESUPUESTO, EL REAL, LA VARIACION
      *    EN IMPORTE Y EN PORCENTAJE DEL MES Y DEL ACUMULADO DEL
      *    ANIO, Y UNA ALERTA CUANDO LA DOTACION, EL BRUTO DEL MES O
      *    EL BRUTO ACUMULADO SUPERAN EL PRESUPUESTO EN MAS DE LA
      *    TOLERANCIA, O CUANDO UN CENTRO CON GASTO NO TIENE
      *    PRESUPUESTO. CON ALGUNA ALERTA EL PASO TERMINA CON
      *    ADVERTENCIA.
      * LA TARJETA DE SYSIN TRAE EL PERIODO AAAAMM (EN BLANCO = MES
      * EN CURSO) Y LA TOLERANCIA EN PORCENTAJE CON DOS DECIMALES
      * (9999, EN BLANCO = 5,00%).
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      * 15-10-2026 - El real del mes y el acumulado del anio salen de
      *              PAYHIST y del archivo permanente fuera de ciclo,
      *              no de las generaciones de planilla.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUCC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUP-FILE ASSIGN TO "PRESUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PRESUP-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PHI-CLAVE
               FILE STATUS IS WSV-PAYHIST-STATUS.

           SELECT PAYROLL-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAYOUT-STATUS.

           SELECT INFORME-FILE ASSIGN TO "PRESINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUP-FILE.
           COPY PRESUP.

       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  PAYHIST-FILE.
           COPY PAYHIST.

      * LAS FILAS DE PAYHIST SE MIRAN CON ESTE MISMO LAYOUT, QUE SIGUE
      * ABIERTO MIENTRAS SE RECORRE LA HISTORIA.
       FD  PAYROLL-OUT-FILE.
           COPY PAYROLL.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(120).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-PRESUP-STATUS     PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-PAYOUT-STATUS     PIC X(02) VALUE "00".
           01 WSV-PAYHIST-STATUS    PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "PRESUCC".

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

      * TOLERANCIA POR DEFECTO SOBRE EL PRESUPUESTO, EN PORCENTAJE.
           01 WSC-TOLERANCIA        PIC 9(02)V99 VALUE 5.00.
           01 WSC-MAX-CENTROS       PIC 9(03) VALUE 100.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-FIN-MAESTRO       PIC X VALUE "N".
                   88 WSS-FIN-MAESTRO       VALUE "S".
               05 WSV-FIN-HISTORIA      PIC X VALUE "N".
                   88 WSS-FIN-HISTORIA      VALUE "S".
               05 WSV-CC-HALLADO        PIC X VALUE "N".
                   88 WSS-CC-HALLADO        VALUE "S".

      * TARJETA DE PARAMETROS: PERIODO AAAAMM Y TOLERANCIA 99V99.
               05 WSV-PARAMETROS.
                   10 WSV-PERIODO           PIC X(06).
                   10 WSV-TOLERANCIA-PARM   PIC X(04).
               05 WSV-TOLERANCIA        PIC 9(02)V99.
               05 WSV-TOLERANCIA-ED     PIC Z9.99.
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-MES-PERIODO       PIC 9(02).
               05 WSV-MES               PIC 9(02).
               05 WSV-CCOSTO-AUX        PIC X(04).
               05 WSV-MOTIVO-AUX        PIC X(40).

      *------------------------------------------------------------*
      * CENTROS DE COSTO: PRESUPUESTO DE CADA MES DEL ANIO (CON    *
      * MARCA DE CARGADO, PORQUE UN PRESUPUESTO EN CERO NO ES LO   *
      * MISMO QUE NO TENER PRESUPUESTO), DOTACION ACTIVA Y BRUTO Y *
      * NETO REALES DEL MES Y BRUTO REAL ACUMULADO DEL ANIO.       *
      *------------------------------------------------------------*
               05 WS-CENTROS OCCURS 100 TIMES
                       INDEXED BY WSV-CC-IDX WSV-CC-IDX2.
                   10 WSV-CC-CODIGO-TAB     PIC X(04).
                   10 WS-CC-MESES OCCURS 12 TIMES.
                       15 WSV-PRE-CARGADO-TAB   PIC X(01).
                       15 WSV-PRE-DOTACION-TAB  PIC 9(04).
                       15 WSV-PRE-BRUTO-TAB     PIC 9(10).
                   10 WSV-REA-DOTACION-TAB  PIC 9(04).
                   10 WSV-REA-BRUTO-TAB     PIC S9(11).
                   10 WSV-REA-NETO-TAB      PIC S9(11).
                   10 WSV-REA-BRUTO-ACU-TAB PIC S9(11).
               05 WSV-TOTAL-CENTROS     PIC 9(03) VALUE 0.

      * CALCULO DE CADA CENTRO.
               05 WSV-PRE-DOTACION      PIC 9(04).
               05 WSV-PRE-BRUTO         PIC 9(10).
               05 WSV-PRE-BRUTO-ACU     PIC 9(11).
               05 WSV-VAR-DOTACION      PIC S9(05).
               05 WSV-VAR-BRUTO         PIC S9(11).
               05 WSV-VAR-BRUTO-ACU     PIC S9(11).
               05 WSV-PCT-DOTACION      PIC S9(05)V99.
               05 WSV-PCT-BRUTO         PIC S9(05)V99.
               05 WSV-PCT-BRUTO-ACU     PIC S9(05)V99.
               05 WSV-IMPORTE-FILA      PIC S9(09).
               05 WSV-NETO-FILA         PIC S9(09).

               05 WSV-TOTALES.
                   10 WSV-TOT-PRE-DOTACION  PIC 9(05) VALUE 0.
                   10 WSV-TOT-REA-DOTACION  PIC 9(05) VALUE 0.
                   10 WSV-TOT-PRE-BRUTO     PIC 9(11) VALUE 0.
                   10 WSV-TOT-REA-BRUTO     PIC S9(11) VALUE 0.
                   10 WSV-TOT-REA-NETO      PIC S9(11) VALUE 0.
                   10 WSV-TOT-PRE-BRUTO-ACU PIC 9(11) VALUE 0.
                   10 WSV-TOT-REA-BRUTO-ACU PIC S9(11) VALUE 0.

               05 WSV-CONTADORES.
                   10 WSV-CNT-PRESUP        PIC 9(06) VALUE 0.
                   10 WSV-CNT-PRESUP-RECH   PIC 9(06) VALUE 0.
                   10 WSV-CNT-FILAS         PIC 9(06) VALUE 0.
                   10 WSV-CNT-FILAS-MES     PIC 9(06) VALUE 0.
                   10 WSV-CNT-OTRO-PERIODO  PIC 9(06) VALUE 0.
                   10 WSV-CNT-NO-REMUN      PIC 9(06) VALUE 0.
                   10 WSV-CNT-ALERTAS       PIC 9(06) VALUE 0.

               05 WSV-DOTACION-ED       PIC ZZZZ9.
               05 WSV-DOTACION-ED2      PIC ZZZZ9.
               05 WSV-VAR-DOTACION-ED   PIC -ZZZZ9.
               05 WSV-IMPORTE-ED        PIC -ZZZZZZZZZZ9.
               05 WSV-IMPORTE-ED2       PIC -ZZZZZZZZZZ9.
               05 WSV-IMPORTE-ED3       PIC -ZZZZZZZZZZ9.
               05 WSV-IMPORTE-ED4       PIC -ZZZZZZZZZZ9.
               05 WSV-PCT-ED            PIC -ZZZZ9.99.
               05 WSV-LINEA-AUX         PIC X(120).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "PRESUCC - PRESUPUESTO CONTRA REAL POR CENTRO".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           PERFORM 05-LEER-PARAMETROS.

           OPEN OUTPUT INFORME-FILE.
           PERFORM 08-INFORMAR-CABECERA.
           PERFORM 10-CARGAR-PRESUPUESTO.
           IF WSV-RETORNO < 8
               PERFORM 20-CONTAR-DOTACION
           END-IF.
           IF WSV-RETORNO < 8
               PERFORM 30-ACUMULAR-PAYROLL
           END-IF.
           IF WSV-RETORNO < 8
               PERFORM 50-INFORMAR-CENTRO
                   VARYING WSV-CC-IDX FROM 1 BY 1
                   UNTIL WSV-CC-IDX > WSV-TOTAL-CENTROS
               PERFORM 60-INFORMAR-TOTALES
           END-IF.
           CLOSE INFORME-FILE.

           IF WSV-CNT-ALERTAS > 0
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           DISPLAY "CENTROS: " WSV-TOTAL-CENTROS
               " ALERTAS: " WSV-CNT-ALERTAS.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-LEER-PARAMETROS: PERIODO AAAAMM EN LAS PRIMERAS 6
      * POSICIONES (EN BLANCO O INVALIDO = MES EN CURSO) Y LA
      * TOLERANCIA 99V99 EN LAS 4 SIGUIENTES (EN BLANCO O INVALIDA =
      * LA DE POR DEFECTO).
      ******************************************************************
       05-LEER-PARAMETROS.
           DISPLAY "INGRESE PERIODO AAAAMM Y TOLERANCIA 99V99".
           MOVE SPACES TO WSV-PARAMETROS.
           ACCEPT WSV-PARAMETROS.
           IF WSV-PERIODO IS NOT NUMERIC OR
              WSV-PERIODO (5:2) < "01" OR WSV-PERIODO (5:2) > "12"
               MOVE WSV-FECHA-HOY (1:6) TO WSV-PERIODO
           END-IF.
           MOVE WSV-PERIODO (5:2) TO WSV-MES-PERIODO.
           IF WSV-TOLERANCIA-PARM IS NUMERIC
               MOVE WSV-TOLERANCIA-PARM TO WSV-TOLERANCIA
           ELSE
               MOVE WSC-TOLERANCIA TO WSV-TOLERANCIA
           END-IF.
           MOVE WSV-TOLERANCIA TO WSV-TOLERANCIA-ED.
           DISPLAY "PERIODO: " WSV-PERIODO
               " TOLERANCIA: " WSV-TOLERANCIA-ED "%".
       05-LEER-PARAMETROS-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "PRESUPUESTO CONTRA REAL POR CENTRO DE COSTO - "
               DELIMITED BY SIZE
               "PERIODO " DELIMITED BY SIZE
               WSV-PERIODO DELIMITED BY SIZE
               " - TOLERANCIA " DELIMITED BY SIZE
               WSV-TOLERANCIA-ED DELIMITED BY SIZE
               "% - EMITIDO EL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

      ******************************************************************
      * 10-CARGAR-PRESUPUESTO: LAS FILAS DEL ANIO DEL PERIODO. UNA
      * FILA POSTERIOR PARA EL MISMO CENTRO Y MES ES UNA REVISION Y
      * PISA A LA ANTERIOR. SIN PRESUPUESTO NO HAY CONTRA QUE
      * COMPARAR: CODIGO 8.
      ******************************************************************
       10-CARGAR-PRESUPUESTO.
           OPEN INPUT PRESUP-FILE.
           IF WSV-PRESUP-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL PRESUPUESTO, STATUS: "
                   WSV-PRESUP-STATUS
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 11-LEER-PRESUPUESTO
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-PRE-PERIODO (1:4) EQUAL WSV-PERIODO (1:4)
                       PERFORM 12-APLICAR-PRESUPUESTO
                   END-IF
                   PERFORM 11-LEER-PRESUPUESTO
               END-PERFORM
               CLOSE PRESUP-FILE
               IF WSV-CNT-PRESUP EQUAL 0
                   DISPLAY "NO HAY PRESUPUESTO CARGADO PARA EL ANIO "
                       WSV-PERIODO (1:4)
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       10-CARGAR-PRESUPUESTO-END.
       EXIT.

       11-LEER-PRESUPUESTO.
           READ PRESUP-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       11-LEER-PRESUPUESTO-END.
       EXIT.

       12-APLICAR-PRESUPUESTO.
           EVALUATE TRUE
               WHEN FD-PRE-PERIODO (5:2) IS NOT NUMERIC
               WHEN FD-PRE-PERIODO (5:2) < "01"
               WHEN FD-PRE-PERIODO (5:2) > "12"
                   MOVE "MES INVALIDO" TO WSV-MOTIVO-AUX
                   PERFORM 13-RECHAZAR-PRESUPUESTO
               WHEN FD-PRE-DOTACION IS NOT NUMERIC
               WHEN FD-PRE-BRUTO IS NOT NUMERIC
                   MOVE "DOTACION O BRUTO NO NUMERICO"
                       TO WSV-MOTIVO-AUX
                   PERFORM 13-RECHAZAR-PRESUPUESTO
               WHEN OTHER
                   MOVE FD-PRE-CCOSTO TO WSV-CCOSTO-AUX
                   IF WSV-CCOSTO-AUX EQUAL SPACES
                       MOVE "GRAL" TO WSV-CCOSTO-AUX
                   END-IF
                   PERFORM 40-UBICAR-CENTRO
                   IF WSS-CC-HALLADO
                       MOVE FD-PRE-PERIODO (5:2) TO WSV-MES
                       MOVE "S" TO
                           WSV-PRE-CARGADO-TAB (WSV-CC-IDX2, WSV-MES)
                       MOVE FD-PRE-DOTACION TO
                           WSV-PRE-DOTACION-TAB (WSV-CC-IDX2, WSV-MES)
                       MOVE FD-PRE-BRUTO TO
                           WSV-PRE-BRUTO-TAB (WSV-CC-IDX2, WSV-MES)
                       ADD 1 TO WSV-CNT-PRESUP
                   END-IF
           END-EVALUATE.
       12-APLICAR-PRESUPUESTO-END.
       EXIT.

       13-RECHAZAR-PRESUPUESTO.
           ADD 1 TO WSV-CNT-PRESUP-RECH.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "PRESUPUESTO RECHAZADO: " DELIMITED BY SIZE
               FD-PRESUP-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-MOTIVO-AUX DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE 4 TO WSV-RETORNO-NUEVO.
           PERFORM 90-ELEVAR-RETORNO.
       13-RECHAZAR-PRESUPUESTO-END.
       EXIT.

      ******************************************************************
      * 20-CONTAR-DOTACION: LOS ACTIVOS DEL MAESTRO POR CENTRO DE
      * COSTO. LA DOTACION ES LA DEL DIA EN QUE CORRE EL PASO, POR
      * ESO CORRE AL CIERRE DEL MES.
      ******************************************************************
       20-CONTAR-DOTACION.
           OPEN INPUT EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
                   "STATUS: " WSV-EMPMAST-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE LOW-VALUES TO FD-EMP-ID
               START EMPMAST-FILE KEY >= FD-EMP-ID
                   INVALID KEY
                       MOVE "S" TO WSV-FIN-MAESTRO
               END-START
               IF NOT WSS-FIN-MAESTRO
                   PERFORM 21-LEER-SIGUIENTE
                   PERFORM UNTIL WSS-FIN-MAESTRO
                       IF FDS-EMP-ACTIVO
                           MOVE FD-EMP-CCOSTO TO WSV-CCOSTO-AUX
                           IF WSV-CCOSTO-AUX EQUAL SPACES
                               MOVE "GRAL" TO WSV-CCOSTO-AUX
                           END-IF
                           PERFORM 40-UBICAR-CENTRO
                           IF WSS-CC-HALLADO
                               ADD 1 TO
                                   WSV-REA-DOTACION-TAB (WSV-CC-IDX2)
                           END-IF
                       END-IF
                       PERFORM 21-LEER-SIGUIENTE
                   END-PERFORM
               END-IF
               CLOSE EMPMAST-FILE
           END-IF.
       20-CONTAR-DOTACION-END.
       EXIT.

       21-LEER-SIGUIENTE.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-MAESTRO
           END-READ.
       21-LEER-SIGUIENTE-END.
       EXIT.

      ******************************************************************
      * 30-ACUMULAR-PAYROLL: FILAS DEL ANIO DEL PERIODO HASTA EL MES
      * DEL PERIODO INCLUSIVE; LAS DEL MES VAN ADEMAS AL REAL DEL
      * MES. PRIMERO EL ARCHIVO FUERA DE CICLO Y DESPUES LA HISTORIA,
      * QUE SE RECORRE ENTERA (LA CLAVE EMPIEZA POR EL ID). SIN
      * ALGUNO DE LOS DOS EL REAL QUEDARIA CORTO: ES CODIGO 12.
      ******************************************************************
       30-ACUMULAR-PAYROLL.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           MOVE "N" TO WSV-FIN-HISTORIA.
           OPEN INPUT PAYROLL-OUT-FILE.
           IF WSV-PAYOUT-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO FUERA DE CICLO, "
                   "STATUS: " WSV-PAYOUT-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               OPEN INPUT PAYHIST-FILE
               IF WSV-PAYHIST-STATUS NOT EQUAL "00"
                   DISPLAY "NO SE PUDO ABRIR LA HISTORIA DE "
                       "LIQUIDACIONES, STATUS: " WSV-PAYHIST-STATUS
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               ELSE
                   PERFORM 31-LEER-PAYROLL
                   PERFORM UNTIL WSS-FIN-ARCHIVO
                       PERFORM 33-CLASIFICAR-FILA
                       PERFORM 31-LEER-PAYROLL
                   END-PERFORM
                   MOVE LOW-VALUES TO FD-PHI-CLAVE
                   START PAYHIST-FILE KEY >= FD-PHI-CLAVE
                       INVALID KEY
                           MOVE "S" TO WSV-FIN-HISTORIA
                   END-START
                   IF NOT WSS-FIN-HISTORIA
                       PERFORM 34-LEER-HISTORIA
                   END-IF
                   PERFORM UNTIL WSS-FIN-HISTORIA
                       MOVE FD-PHI-FILA-PAYROLL TO FD-PAYROLL-REC
                       PERFORM 33-CLASIFICAR-FILA
                       PERFORM 34-LEER-HISTORIA
                   END-PERFORM
                   CLOSE PAYHIST-FILE
               END-IF
               CLOSE PAYROLL-OUT-FILE
           END-IF.
       30-ACUMULAR-PAYROLL-END.
       EXIT.

       31-LEER-PAYROLL.
           READ PAYROLL-OUT-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-FILAS
           END-READ.
       31-LEER-PAYROLL-END.
       EXIT.

       32-ACUMULAR-FILA.
           MOVE FD-PAY-BRUTO-ANUAL TO WSV-IMPORTE-FILA.
           MOVE FD-PAY-NETO-ANUAL  TO WSV-NETO-FILA.
           IF FDS-PAY-ANULACION
               COMPUTE WSV-IMPORTE-FILA = 0 - WSV-IMPORTE-FILA
               COMPUTE WSV-NETO-FILA = 0 - WSV-NETO-FILA
           END-IF.

           MOVE FD-PAY-CCOSTO TO WSV-CCOSTO-AUX.
           IF WSV-CCOSTO-AUX EQUAL SPACES
               MOVE "GRAL" TO WSV-CCOSTO-AUX
           END-IF.
           PERFORM 40-UBICAR-CENTRO.
           IF WSS-CC-HALLADO
               ADD WSV-IMPORTE-FILA
                   TO WSV-REA-BRUTO-ACU-TAB (WSV-CC-IDX2)
               IF FD-PAY-FECHA-CORRIDA (1:6) EQUAL WSV-PERIODO
                   ADD 1 TO WSV-CNT-FILAS-MES
                   ADD WSV-IMPORTE-FILA
                       TO WSV-REA-BRUTO-TAB (WSV-CC-IDX2)
                   ADD WSV-NETO-FILA
                       TO WSV-REA-NETO-TAB (WSV-CC-IDX2)
               END-IF
           END-IF.
       32-ACUMULAR-FILA-END.
       EXIT.

       33-CLASIFICAR-FILA.
           EVALUATE TRUE
               WHEN FD-PAY-FECHA-CORRIDA (1:4) NOT EQUAL
                    WSV-PERIODO (1:4)
                   ADD 1 TO WSV-CNT-OTRO-PERIODO
               WHEN FD-PAY-FECHA-CORRIDA (1:6) > WSV-PERIODO
                   ADD 1 TO WSV-CNT-OTRO-PERIODO
               WHEN FDS-PAY-ESPECIAL AND FDS-PAY-NO-GRAVADO
                   ADD 1 TO WSV-CNT-NO-REMUN
               WHEN OTHER
                   PERFORM 32-ACUMULAR-FILA
           END-EVALUATE.
       33-CLASIFICAR-FILA-END.
       EXIT.

       34-LEER-HISTORIA.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-HISTORIA
               NOT AT END
                   ADD 1 TO WSV-CNT-FILAS
           END-READ.
       34-LEER-HISTORIA-END.
       EXIT.

      ******************************************************************
      * 40-UBICAR-CENTRO: BUSCA WSV-CCOSTO-AUX EN LA TABLA Y, SI NO
      * ESTA, LO AGREGA EN CERO. DEJA WSV-CC-IDX2 EN EL CENTRO.
      ******************************************************************
       40-UBICAR-CENTRO.
           MOVE "N" TO WSV-CC-HALLADO.
           PERFORM VARYING WSV-CC-IDX2 FROM 1 BY 1
                   UNTIL WSV-CC-IDX2 > WSV-TOTAL-CENTROS
                      OR WSS-CC-HALLADO
               IF WSV-CC-CODIGO-TAB (WSV-CC-IDX2) = WSV-CCOSTO-AUX
                   SET WSS-CC-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-CC-HALLADO
               SET WSV-CC-IDX2 DOWN BY 1
           ELSE
               IF WSV-TOTAL-CENTROS < WSC-MAX-CENTROS
                   ADD 1 TO WSV-TOTAL-CENTROS
                   SET WSV-CC-IDX2 TO WSV-TOTAL-CENTROS
                   INITIALIZE WS-CENTROS (WSV-CC-IDX2)
                   MOVE WSV-CCOSTO-AUX
                       TO WSV-CC-CODIGO-TAB (WSV-CC-IDX2)
                   MOVE "S" TO WSV-CC-HALLADO
               ELSE
                   DISPLAY "TABLA DE CENTROS LLENA (100), NO SE "
                       "COMPARA: " WSV-CCOSTO-AUX
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       40-UBICAR-CENTRO-END.
       EXIT.

      ******************************************************************
      * 50-INFORMAR-CENTRO: TRES LINEAS POR CENTRO (DOTACION, BRUTO
      * DEL MES Y BRUTO ACUMULADO DEL ANIO) CON PRESUPUESTO, REAL Y
      * VARIACION. VARIACION POSITIVA = POR ENCIMA DEL PRESUPUESTO.
      ******************************************************************
       50-INFORMAR-CENTRO.
           MOVE WSV-PRE-DOTACION-TAB (WSV-CC-IDX, WSV-MES-PERIODO)
               TO WSV-PRE-DOTACION.
           MOVE WSV-PRE-BRUTO-TAB (WSV-CC-IDX, WSV-MES-PERIODO)
               TO WSV-PRE-BRUTO.
           MOVE 0 TO WSV-PRE-BRUTO-ACU.
           PERFORM VARYING WSV-MES FROM 1 BY 1
                   UNTIL WSV-MES > WSV-MES-PERIODO
               ADD WSV-PRE-BRUTO-TAB (WSV-CC-IDX, WSV-MES)
                   TO WSV-PRE-BRUTO-ACU
           END-PERFORM.

           COMPUTE WSV-VAR-DOTACION =
               WSV-REA-DOTACION-TAB (WSV-CC-IDX) - WSV-PRE-DOTACION.
           COMPUTE WSV-VAR-BRUTO =
               WSV-REA-BRUTO-TAB (WSV-CC-IDX) - WSV-PRE-BRUTO.
           COMPUTE WSV-VAR-BRUTO-ACU =
               WSV-REA-BRUTO-ACU-TAB (WSV-CC-IDX) - WSV-PRE-BRUTO-ACU.

           MOVE 0 TO WSV-PCT-DOTACION.
           IF WSV-PRE-DOTACION > 0
               COMPUTE WSV-PCT-DOTACION ROUNDED =
                   WSV-VAR-DOTACION * 100 / WSV-PRE-DOTACION
                   ON SIZE ERROR
                       MOVE 99999.99 TO WSV-PCT-DOTACION
               END-COMPUTE
           END-IF.
           MOVE 0 TO WSV-PCT-BRUTO.
           IF WSV-PRE-BRUTO > 0
               COMPUTE WSV-PCT-BRUTO ROUNDED =
                   WSV-VAR-BRUTO * 100 / WSV-PRE-BRUTO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WSV-PCT-BRUTO
               END-COMPUTE
           END-IF.
           MOVE 0 TO WSV-PCT-BRUTO-ACU.
           IF WSV-PRE-BRUTO-ACU > 0
               COMPUTE WSV-PCT-BRUTO-ACU ROUNDED =
                   WSV-VAR-BRUTO-ACU * 100 / WSV-PRE-BRUTO-ACU
                   ON SIZE ERROR
                       MOVE 99999.99 TO WSV-PCT-BRUTO-ACU
               END-COMPUTE
           END-IF.

           MOVE WSV-PRE-DOTACION TO WSV-DOTACION-ED.
           MOVE WSV-REA-DOTACION-TAB (WSV-CC-IDX) TO WSV-DOTACION-ED2.
           MOVE WSV-VAR-DOTACION TO WSV-VAR-DOTACION-ED.
           MOVE WSV-PCT-DOTACION TO WSV-PCT-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING WSV-CC-CODIGO-TAB (WSV-CC-IDX) DELIMITED BY SIZE
               " DOTACION    PRES " DELIMITED BY SIZE
               WSV-DOTACION-ED DELIMITED BY SIZE
               "        REAL " DELIMITED BY SIZE
               WSV-DOTACION-ED2 DELIMITED BY SIZE
               "        VAR " DELIMITED BY SIZE
               WSV-VAR-DOTACION-ED DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WSV-PCT-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           MOVE WSV-PRE-BRUTO TO WSV-IMPORTE-ED.
           MOVE WSV-REA-BRUTO-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED2.
           MOVE WSV-VAR-BRUTO TO WSV-IMPORTE-ED3.
           MOVE WSV-PCT-BRUTO TO WSV-PCT-ED.
           MOVE WSV-REA-NETO-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED4.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "     BRUTO MES   PRES" DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               " REAL" DELIMITED BY SIZE
               WSV-IMPORTE-ED2 DELIMITED BY SIZE
               " VAR" DELIMITED BY SIZE
               WSV-IMPORTE-ED3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-PCT-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               " NETO" DELIMITED BY SIZE
               WSV-IMPORTE-ED4 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           MOVE WSV-PRE-BRUTO-ACU TO WSV-IMPORTE-ED.
           MOVE WSV-REA-BRUTO-ACU-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED2.
           MOVE WSV-VAR-BRUTO-ACU TO WSV-IMPORTE-ED3.
           MOVE WSV-PCT-BRUTO-ACU TO WSV-PCT-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "     BRUTO ANIO  PRES" DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               " REAL" DELIMITED BY SIZE
               WSV-IMPORTE-ED2 DELIMITED BY SIZE
               " VAR" DELIMITED BY SIZE
               WSV-IMPORTE-ED3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-PCT-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           PERFORM 51-EVALUAR-ALERTAS.

           ADD WSV-PRE-DOTACION TO WSV-TOT-PRE-DOTACION.
           ADD WSV-REA-DOTACION-TAB (WSV-CC-IDX)
               TO WSV-TOT-REA-DOTACION.
           ADD WSV-PRE-BRUTO TO WSV-TOT-PRE-BRUTO.
           ADD WSV-REA-BRUTO-TAB (WSV-CC-IDX) TO WSV-TOT-REA-BRUTO.
           ADD WSV-REA-NETO-TAB (WSV-CC-IDX) TO WSV-TOT-REA-NETO.
           ADD WSV-PRE-BRUTO-ACU TO WSV-TOT-PRE-BRUTO-ACU.
           ADD WSV-REA-BRUTO-ACU-TAB (WSV-CC-IDX)
               TO WSV-TOT-REA-BRUTO-ACU.
       50-INFORMAR-CENTRO-END.
       EXIT.

      ******************************************************************
      * 51-EVALUAR-ALERTAS: UN CENTRO CON DOTACION O GASTO EN EL MES
      * Y SIN PRESUPUESTO CARGADO PARA EL MES ES ALERTA; CON
      * PRESUPUESTO, LO ES CADA VARIACION POR ENCIMA DE LA
      * TOLERANCIA.
      ******************************************************************
       51-EVALUAR-ALERTAS.
           IF WSV-PRE-CARGADO-TAB (WSV-CC-IDX, WSV-MES-PERIODO)
               NOT EQUAL "S"
               IF WSV-REA-DOTACION-TAB (WSV-CC-IDX) > 0 OR
                  WSV-REA-BRUTO-TAB (WSV-CC-IDX) NOT EQUAL 0
                   MOVE "SIN PRESUPUESTO PARA EL MES"
                       TO WSV-MOTIVO-AUX
                   PERFORM 52-INFORMAR-ALERTA
               END-IF
           ELSE
               IF WSV-PCT-DOTACION > WSV-TOLERANCIA OR
                  (WSV-PRE-DOTACION EQUAL 0 AND WSV-VAR-DOTACION > 0)
                   MOVE "DOTACION SOBRE EL PRESUPUESTO"
                       TO WSV-MOTIVO-AUX
                   PERFORM 52-INFORMAR-ALERTA
               END-IF
               IF WSV-PCT-BRUTO > WSV-TOLERANCIA OR
                  (WSV-PRE-BRUTO EQUAL 0 AND WSV-VAR-BRUTO > 0)
                   MOVE "BRUTO DEL MES SOBRE EL PRESUPUESTO"
                       TO WSV-MOTIVO-AUX
                   PERFORM 52-INFORMAR-ALERTA
               END-IF
           END-IF.
           IF WSV-PCT-BRUTO-ACU > WSV-TOLERANCIA OR
              (WSV-PRE-BRUTO-ACU EQUAL 0 AND WSV-VAR-BRUTO-ACU > 0)
               MOVE "BRUTO ACUMULADO DEL ANIO SOBRE EL PRESUPUESTO"
                   TO WSV-MOTIVO-AUX
               PERFORM 52-INFORMAR-ALERTA
           END-IF.
       51-EVALUAR-ALERTAS-END.
       EXIT.

       52-INFORMAR-ALERTA.
           ADD 1 TO WSV-CNT-ALERTAS.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "     *** ALERTA " DELIMITED BY SIZE
               WSV-CC-CODIGO-TAB (WSV-CC-IDX) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WSV-MOTIVO-AUX DELIMITED BY SIZE
               " (TOLERANCIA " DELIMITED BY SIZE
               WSV-TOLERANCIA-ED DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       52-INFORMAR-ALERTA-END.
       EXIT.

       60-INFORMAR-TOTALES.
           COMPUTE WSV-VAR-DOTACION =
               WSV-TOT-REA-DOTACION - WSV-TOT-PRE-DOTACION.
           MOVE WSV-TOT-PRE-DOTACION TO WSV-DOTACION-ED.
           MOVE WSV-TOT-REA-DOTACION TO WSV-DOTACION-ED2.
           MOVE WSV-VAR-DOTACION TO WSV-VAR-DOTACION-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "TOTAL DOTACION    PRES " DELIMITED BY SIZE
               WSV-DOTACION-ED DELIMITED BY SIZE
               "        REAL " DELIMITED BY SIZE
               WSV-DOTACION-ED2 DELIMITED BY SIZE
               "        VAR " DELIMITED BY SIZE
               WSV-VAR-DOTACION-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           COMPUTE WSV-VAR-BRUTO =
               WSV-TOT-REA-BRUTO - WSV-TOT-PRE-BRUTO.
           MOVE WSV-TOT-PRE-BRUTO TO WSV-IMPORTE-ED.
           MOVE WSV-TOT-REA-BRUTO TO WSV-IMPORTE-ED2.
           MOVE WSV-VAR-BRUTO TO WSV-IMPORTE-ED3.
           MOVE WSV-TOT-REA-NETO TO WSV-IMPORTE-ED4.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "TOTAL BRUTO MES   PRES" DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               " REAL" DELIMITED BY SIZE
               WSV-IMPORTE-ED2 DELIMITED BY SIZE
               " VAR" DELIMITED BY SIZE
               WSV-IMPORTE-ED3 DELIMITED BY SIZE
               " NETO" DELIMITED BY SIZE
               WSV-IMPORTE-ED4 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           COMPUTE WSV-VAR-BRUTO-ACU =
               WSV-TOT-REA-BRUTO-ACU - WSV-TOT-PRE-BRUTO-ACU.
           MOVE WSV-TOT-PRE-BRUTO-ACU TO WSV-IMPORTE-ED.
           MOVE WSV-TOT-REA-BRUTO-ACU TO WSV-IMPORTE-ED2.
           MOVE WSV-VAR-BRUTO-ACU TO WSV-IMPORTE-ED3.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "TOTAL BRUTO ANIO  PRES" DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               " REAL" DELIMITED BY SIZE
               WSV-IMPORTE-ED2 DELIMITED BY SIZE
               " VAR" DELIMITED BY SIZE
               WSV-IMPORTE-ED3 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "FILAS DE PLANILLA LEIDAS: " DELIMITED BY SIZE
               WSV-CNT-FILAS DELIMITED BY SIZE
               " DEL MES: " DELIMITED BY SIZE
               WSV-CNT-FILAS-MES DELIMITED BY SIZE
               " FUERA DEL ANIO: " DELIMITED BY SIZE
               WSV-CNT-OTRO-PERIODO DELIMITED BY SIZE
               " NO REMUNERATIVAS: " DELIMITED BY SIZE
               WSV-CNT-NO-REMUN DELIMITED BY SIZE
               " ALERTAS: " DELIMITED BY SIZE
               WSV-CNT-ALERTAS DELIMITED BY SIZE
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
               MOVE WSV-CNT-FILAS       TO FD-RUN-LEIDOS
               MOVE WSV-TOTAL-CENTROS   TO FD-RUN-ESCRITOS
               COMPUTE FD-RUN-OMITIDOS =
                   WSV-CNT-OTRO-PERIODO + WSV-CNT-NO-REMUN
               MOVE WSV-CNT-PRESUP-RECH TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM PRESUCC.
