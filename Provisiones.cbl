      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * PROVISIO:
      * DEVENGAMIENTO MENSUAL DEL AGUINALDO Y DEL BONO DE FIN DE
      * ANIO. GLINTERF SOLO CONTABILIZA EL COSTO CUANDO SE PAGA, ASI
      * QUE EL AGUINALDO DE JUNIO Y DICIEMBRE Y EL BONO DE FIN DE
      * ANIO CAIAN EN UN SOLO MES Y EL RESULTADO MENSUAL SALTABA.
      * ESTE PROGRAMA CORRE AL CIERRE DE CADA MES:
      * 1. POR CADA EMPLEADO ACTIVO DEL MAESTRO DEVENGA UN SEXTO DEL
      *    AGUINALDO DEL SEMESTRE (MEDIO SUELDO, COMO LO CALCULA
      *    AGUINALDO) Y UN DOCEAVO DEL BONO ANUAL PROYECTADO CON SU
      *    SUELDO Y SUS ANIOS ACTUALES (LA MISMA ESCALA DE
      *    30-CALCULAR-SUELDO DE EJERCICIO4), POR CENTRO DE COSTO.
      * 2. LEE LAS GENERACIONES DE PLANILLA DEL MES (NOCTURNAS Y DEL
      *    AGUINALDO, CONCATENADAS EN EL DD): LAS FILAS DE AGUINALDO
      *    (TIPO A) Y EL BONO DE LAS FILAS LIQUIDADAS LIBERAN LA
      *    PROVISION DE SU CENTRO, HASTA EL SALDO DISPONIBLE.
      * 3. GRABA EL LOTE CONTABLE CON EL LAYOUT DE GLINTERF: EL
      *    DEVENGAMIENTO DEBITA EL GASTO DE SUELDOS DEL CENTRO CONTRA
      *    LA PROVISION; LA LIBERACION DEBITA LA PROVISION CONTRA EL
      *    MISMO GASTO, QUE GLINTERF YA CARGO AL PAGAR. UN LOTE QUE
      *    NO BALANCEA NO SE GRABA.
      * 4. GRABA LA NUEVA GENERACION DEL SALDO DE PROVISIONES POR
      *    CENTRO Y CONCEPTO (COPYBOOK PROVSAL) Y EL LISTADO DE
      *    SALDOS. UN MES YA CERRADO NO SE VUELVE A DEVENGAR.
      * LA TARJETA DE SYSIN TRAE EL PERIODO AAAAMM (EN BLANCO = MES
      * EN CURSO).
      * CADA ENTIDAD EMPLEADORA LLEVA SU PROPIA CONTABILIDAD: LA
      * PROVISION SE LLEVA POR ENTIDAD Y CENTRO (EL DEVENGAMIENTO CON
      * LA ENTIDAD DEL MAESTRO, LA LIBERACION CON LA DE LA FILA QUE
      * PAGO, EN BLANCO = 01) Y EL ARCHIVO TRAE UN LOTE H/D/T POR
      * ENTIDAD CON SU CODIGO Y SU CUIT EN LA CABECERA, IGUAL QUE
      * GLINTERF. LOS TOTALES DE CADA COLA SON LOS DE LOS ASIENTOS
      * GRABADOS. SI UN LOTE NO BALANCEA, O UN EMPLEADO O UNA FILA
      * TRAE UNA ENTIDAD QUE NO ESTA EN LA TABLA ENTIDAD, NO SE GRABA
      * NINGUNO. CUANDO NO SE GRABA EL LOTE, LA NUEVA GENERACION DEL
      * SALDO REPITE LA ANTERIOR SIN CAMBIOS.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      * 15-10-2026 - Provision por entidad empleadora y centro de
      *              costo, con un lote contable por entidad (codigo y
      *              CUIT de la tabla ENTIDAD en la cabecera) y la
      *              entidad en el saldo PROVSAL. El debe y el haber
      *              de cada lote se suman de los asientos grabados.
      * 15-10-2026 - Si el lote no se graba, PROVSAL repite el saldo
      *              de PROVANT para no perder las aperturas ni el
      *              control de mes ya devengado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT PAYROLL-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAYOUT-STATUS.

           SELECT ANTERIOR-FILE ASSIGN TO "PROVANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ANTERIOR-STATUS.

           SELECT ENTIDAD-FILE ASSIGN TO "ENTIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ENTIDAD-STATUS.

           SELECT PROVSAL-FILE ASSIGN TO "PROVSAL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASIENTOS-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME-FILE ASSIGN TO "PROVINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  PAYROLL-OUT-FILE.
           COPY PAYROLL.

      ******************************************************************
      * SALDO DE PROVISIONES DEL CIERRE ANTERIOR (GENERACION (0)),
      * MISMO LAYOUT QUE EL COPYBOOK PROVSAL.
      ******************************************************************
       FD  ANTERIOR-FILE.
           01 FD-ANTERIOR-REC.
               05 FD-PVA-CCOSTO        PIC X(04).
               05 FD-PVA-CONCEPTO      PIC X(01).
               05 FD-PVA-PERIODO       PIC X(06).
               05 FD-PVA-SALDO-ANT     PIC 9(10).
               05 FD-PVA-DEVENGADO     PIC 9(10).
               05 FD-PVA-LIBERADO      PIC 9(10).
               05 FD-PVA-SALDO         PIC 9(10).
               05 FD-PVA-ENTIDAD       PIC X(02).

       FD  PROVSAL-FILE.
           COPY PROVSAL.

       FD  ENTIDAD-FILE.
           COPY ENTIDAD.

      ******************************************************************
      * ARCHIVO DE ASIENTOS PARA EL MAYOR: MISMO LAYOUT FIJO QUE
      * GLINTERF. UN LOTE POR ENTIDAD EMPLEADORA: CABECERA "H" CON LA
      * ENTIDAD Y SU CUIT, ASIENTOS "D" Y COLA "T".
      ******************************************************************
       FD  ASIENTOS-FILE.
           01 FD-ASIENTO-REC.
               05 FD-GL-TIPO           PIC X(01).
               05 FD-GL-DATOS          PIC X(59).
               05 FD-GL-CABECERA REDEFINES FD-GL-DATOS.
                   10 FD-GL-CAB-FECHA      PIC X(08).
                   10 FD-GL-CAB-GLOSA      PIC X(30).
                   10 FD-GL-CAB-ENTIDAD    PIC X(02).
                   10 FD-GL-CAB-CUIT       PIC X(11).
                   10 FILLER               PIC X(08).
               05 FD-GL-DETALLE REDEFINES FD-GL-DATOS.
                   10 FD-GL-CUENTA         PIC X(08).
                   10 FD-GL-CCOSTO         PIC X(04).
                   10 FD-GL-DEBE-HABER     PIC X(01).
                   10 FD-GL-IMPORTE        PIC 9(12).
                   10 FD-GL-GLOSA          PIC X(20).
                   10 FILLER               PIC X(14).
               05 FD-GL-COLA REDEFINES FD-GL-DATOS.
                   10 FD-GL-CANTIDAD       PIC 9(06).
                   10 FD-GL-TOT-DEBE       PIC 9(13).
                   10 FD-GL-TOT-HABER      PIC 9(13).
                   10 FD-GL-SALDO          PIC S9(13)
                       SIGN LEADING SEPARATE.
                   10 FILLER               PIC X(13).

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-PAYOUT-STATUS     PIC X(02) VALUE "00".
           01 WSV-ANTERIOR-STATUS   PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "PROVISIO".

           01 WSV-RUNSTATS-STATUS     PIC X(02) VALUE "00".
           01 WSV-RUN-INICIO.
               05 WSV-RUN-FECHA-INI    PIC X(08).
               05 WSV-RUN-HORA-INI     PIC X(06).

       COPY ENTIDADW.

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
      * 12 SEVERO. SOLO SE ELEVA, NUNCA SE BAJA.                   *
      *------------------------------------------------------------*
           01 WSV-RETORNO           PIC 9(02) VALUE 0.
           01 WSV-RETORNO-NUEVO     PIC 9(02) VALUE 0.

      *------------------------------------------------------------*
      * PLAN DE CUENTAS ACORDADO CON CONTABILIDAD: EL GASTO ES EL  *
      * MISMO GASTO DE SUELDOS DE GLINTERF; LAS PROVISIONES SON    *
      * PASIVOS PROPIOS DE CADA CONCEPTO.                          *
      *------------------------------------------------------------*
           01 WSC-CUENTAS.
               05 WSC-CTA-GASTO         PIC X(08) VALUE "61000000".
               05 WSC-CTA-PROV-AGUI     PIC X(08) VALUE "22100000".
               05 WSC-CTA-PROV-BONO     PIC X(08) VALUE "22200000".
           01 WSC-MAX-CENTROS       PIC 9(03) VALUE 100.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-FIN-MAESTRO       PIC X VALUE "N".
                   88 WSS-FIN-MAESTRO       VALUE "S".
               05 WSV-CC-HALLADO        PIC X VALUE "N".
                   88 WSS-CC-HALLADO        VALUE "S".
               05 WSV-LOT-HALLADO       PIC X VALUE "N".
                   88 WSS-LOT-HALLADO       VALUE "S".
      * EN "N" LOS LOTES SE ARMAN SIN GRABAR, PARA PROBAR EL BALANCE.
               05 WSV-GRABAR-LOTE       PIC X VALUE "N".
                   88 WSS-GRABAR-LOTE       VALUE "S".

      * TARJETA DE PARAMETROS: PERIODO AAAAMM.
               05 WSV-PARAMETROS.
                   10 WSV-PERIODO           PIC X(06).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-CCOSTO-AUX        PIC X(04).
               05 WSV-ENTIDAD-AUX       PIC X(02).
               05 WSV-ENTIDAD-LOTE      PIC X(02).
               05 WSV-ULTIMO-PERIODO    PIC X(06) VALUE SPACES.

      *------------------------------------------------------------*
      * PROVISIONES POR ENTIDAD Y CENTRO DE COSTO: AGUINALDO Y     *
      * BONO, CON EL SALDO DE APERTURA, LO DEVENGADO, LO PAGADO EN *
      * EL MES, LO LIBERADO (LO PAGADO HASTA EL SALDO DISPONIBLE)  *
      * Y EL SALDO DE CIERRE.                                      *
      *------------------------------------------------------------*
               05 WS-CENTROS OCCURS 100 TIMES
                       INDEXED BY WSV-CC-IDX WSV-CC-IDX2.
                   10 WSV-CC-ENTIDAD-TAB    PIC X(02).
                   10 WSV-CC-CODIGO-TAB     PIC X(04).
                   10 WSV-AGU-ANT-TAB       PIC 9(10).
                   10 WSV-AGU-DEV-TAB       PIC 9(10).
                   10 WSV-AGU-PAG-TAB       PIC 9(10).
                   10 WSV-AGU-LIB-TAB       PIC 9(10).
                   10 WSV-AGU-SAL-TAB       PIC 9(10).
                   10 WSV-BON-ANT-TAB       PIC 9(10).
                   10 WSV-BON-DEV-TAB       PIC 9(10).
                   10 WSV-BON-PAG-TAB       PIC 9(10).
                   10 WSV-BON-LIB-TAB       PIC 9(10).
                   10 WSV-BON-SAL-TAB       PIC 9(10).
               05 WSV-TOTAL-CENTROS     PIC 9(03) VALUE 0.

      *------------------------------------------------------------*
      * UN LOTE POR ENTIDAD EMPLEADORA CON MOVIMIENTO EN EL MES.   *
      *------------------------------------------------------------*
               05 WS-LOTES OCCURS 20 TIMES
                       INDEXED BY WSV-LOT-IDX WSV-LOT-IDX2.
                   10 WSV-LOT-ENTIDAD-TAB   PIC X(02).
               05 WSV-TOTAL-LOTES       PIC 9(02) VALUE 0.

      * CALCULO DE CADA EMPLEADO.
               05 WSV-BONO-AUX          PIC 9(08).
               05 WSV-DEV-AGU-AUX       PIC 9(08).
               05 WSV-DEV-BON-AUX       PIC 9(08).

               05 WSV-TOTALES.
                   10 WSV-TOT-AGU-ANT       PIC 9(12) VALUE 0.
                   10 WSV-TOT-AGU-DEV       PIC 9(12) VALUE 0.
                   10 WSV-TOT-AGU-LIB       PIC 9(12) VALUE 0.
                   10 WSV-TOT-AGU-SAL       PIC 9(12) VALUE 0.
                   10 WSV-TOT-BON-ANT       PIC 9(12) VALUE 0.
                   10 WSV-TOT-BON-DEV       PIC 9(12) VALUE 0.
                   10 WSV-TOT-BON-LIB       PIC 9(12) VALUE 0.
                   10 WSV-TOT-BON-SAL       PIC 9(12) VALUE 0.
      * DEBE Y HABER DEL LOTE EN CURSO, SUMADOS ASIENTO POR ASIENTO.
               05 WSV-TOT-DEBE          PIC 9(13) VALUE 0.
               05 WSV-TOT-HABER         PIC 9(13) VALUE 0.
               05 WSV-SALDO             PIC S9(13) VALUE 0.

               05 WSV-CONTADORES.
                   10 WSV-CNT-EMPLEADOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-ANTERIOR      PIC 9(06) VALUE 0.
                   10 WSV-CNT-FILAS         PIC 9(06) VALUE 0.
                   10 WSV-CNT-PAGOS         PIC 9(06) VALUE 0.
                   10 WSV-CNT-OTRO-PERIODO  PIC 9(06) VALUE 0.
                   10 WSV-CNT-ASIENTOS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-ASIENTOS-LOTE PIC 9(06) VALUE 0.
                   10 WSV-CNT-SALDOS        PIC 9(06) VALUE 0.

               05 WSV-IMPORTE-ED        PIC ZZZZZZZZZ9.
               05 WSV-IMPORTE-ED2       PIC ZZZZZZZZZ9.
               05 WSV-IMPORTE-ED3       PIC ZZZZZZZZZ9.
               05 WSV-IMPORTE-ED4       PIC ZZZZZZZZZ9.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "PROVISIO - PROVISION DE AGUINALDO Y BONO".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           PERFORM 05-LEER-PARAMETROS.
           PERFORM 85-CARGAR-ENTIDADES.

           OPEN OUTPUT INFORME-FILE.
           PERFORM 08-INFORMAR-CABECERA.
           IF WSV-RETORNO < 8
               PERFORM 10-CARGAR-SALDOS
           END-IF.
           IF WSV-RETORNO < 8
               PERFORM 20-DEVENGAR-EMPLEADOS
           END-IF.
           IF WSV-RETORNO < 8
               PERFORM 30-ACUMULAR-PAGOS
           END-IF.
      * EL ARCHIVO DE ASIENTOS SE ABRE ANTES DE PROBAR EL BALANCE
      * PORQUE LOS LOTES SE ARMAN EN SU REGISTRO; SI ALGUNO NO
      * BALANCEA SE CIERRA SIN GRABAR NADA.
           IF WSV-RETORNO < 8
               PERFORM 40-CALCULAR-SALDOS
               OPEN OUTPUT ASIENTOS-FILE
               PERFORM 45-PROBAR-BALANCE
               IF WSV-RETORNO < 8
                   PERFORM 50-GRABAR-LOTE
               END-IF
               CLOSE ASIENTOS-FILE
           END-IF.
           IF WSV-RETORNO < 8
               PERFORM 60-GRABAR-SALDOS
               PERFORM 70-INFORMAR-SALDOS
           ELSE
               PERFORM 65-CONSERVAR-SALDOS
               MOVE "EL LOTE NO SE GRABA: EL SALDO ANTERIOR SE CONSERVA"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
           END-IF.
           CLOSE INFORME-FILE.

           DISPLAY "EMPLEADOS: " WSV-CNT-EMPLEADOS
               " PAGOS DEL MES: " WSV-CNT-PAGOS
               " ASIENTOS: " WSV-CNT-ASIENTOS.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-LEER-PARAMETROS: PERIODO AAAAMM EN LAS PRIMERAS 6
      * POSICIONES (EN BLANCO O INVALIDO = MES EN CURSO).
      ******************************************************************
       05-LEER-PARAMETROS.
           DISPLAY "INGRESE PERIODO AAAAMM".
           MOVE SPACES TO WSV-PARAMETROS.
           ACCEPT WSV-PARAMETROS.
           IF WSV-PERIODO IS NOT NUMERIC OR
              WSV-PERIODO (5:2) < "01" OR WSV-PERIODO (5:2) > "12"
               MOVE WSV-FECHA-HOY (1:6) TO WSV-PERIODO
           END-IF.
           DISPLAY "PERIODO A PROVISIONAR: " WSV-PERIODO.
       05-LEER-PARAMETROS-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "SALDO DE PROVISIONES DE AGUINALDO Y BONO - "
               DELIMITED BY SIZE
               "PERIODO " DELIMITED BY SIZE
               WSV-PERIODO DELIMITED BY SIZE
               " - EMITIDO EL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

      ******************************************************************
      * 10-CARGAR-SALDOS: EL SALDO DE CIERRE ANTERIOR ES EL DE
      * APERTURA DE ESTE MES. SIN GENERACION ANTERIOR (PRIMER CIERRE)
      * SE ARRANCA EN CERO. SI EL ULTIMO CIERRE ES DE ESTE PERIODO O
      * POSTERIOR EL MES YA SE DEVENGO: CODIGO 8 SIN GRABAR LOTE.
      ******************************************************************
       10-CARGAR-SALDOS.
           OPEN INPUT ANTERIOR-FILE.
           IF WSV-ANTERIOR-STATUS NOT EQUAL "00"
               DISPLAY "SIN SALDO ANTERIOR DE PROVISIONES, SE ARRANCA "
                   "EN CERO"
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 11-LEER-ANTERIOR
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   ADD 1 TO WSV-CNT-ANTERIOR
                   IF FD-PVA-PERIODO > WSV-ULTIMO-PERIODO
                       MOVE FD-PVA-PERIODO TO WSV-ULTIMO-PERIODO
                   END-IF
                   MOVE FD-PVA-ENTIDAD TO WSV-ENTIDAD-AUX
                   MOVE FD-PVA-CCOSTO TO WSV-CCOSTO-AUX
                   PERFORM 80-UBICAR-CENTRO
                   IF WSS-CC-HALLADO
                       IF FD-PVA-CONCEPTO EQUAL "A"
                           ADD FD-PVA-SALDO
                               TO WSV-AGU-ANT-TAB (WSV-CC-IDX2)
                       ELSE
                           ADD FD-PVA-SALDO
                               TO WSV-BON-ANT-TAB (WSV-CC-IDX2)
                       END-IF
                   END-IF
                   PERFORM 11-LEER-ANTERIOR
               END-PERFORM
               CLOSE ANTERIOR-FILE
           END-IF.
           IF WSV-ULTIMO-PERIODO NOT EQUAL SPACES AND
              WSV-ULTIMO-PERIODO NOT < WSV-PERIODO
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "EL ULTIMO CIERRE DE PROVISIONES ES DEL PERIODO "
                   DELIMITED BY SIZE
                   WSV-ULTIMO-PERIODO DELIMITED BY SIZE
                   ": EL MES YA SE DEVENGO" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       10-CARGAR-SALDOS-END.
       EXIT.

       11-LEER-ANTERIOR.
           READ ANTERIOR-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       11-LEER-ANTERIOR-END.
       EXIT.

      ******************************************************************
      * 20-DEVENGAR-EMPLEADOS: LOS ACTIVOS DEL MAESTRO CON ALTA HASTA
      * EL FIN DEL PERIODO, CON SU SUELDO Y SUS ANIOS DE HOY.
      ******************************************************************
       20-DEVENGAR-EMPLEADOS.
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
                       IF FDS-EMP-ACTIVO AND
                          FD-EMP-FECHA-ALTA (1:6) NOT > WSV-PERIODO
                           PERFORM 22-DEVENGAR-EMPLEADO
                       END-IF
                       PERFORM 21-LEER-SIGUIENTE
                   END-PERFORM
               END-IF
               CLOSE EMPMAST-FILE
           END-IF.
       20-DEVENGAR-EMPLEADOS-END.
       EXIT.

       21-LEER-SIGUIENTE.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-MAESTRO
           END-READ.
       21-LEER-SIGUIENTE-END.
       EXIT.

      ******************************************************************
      * 22-DEVENGAR-EMPLEADO: EL AGUINALDO DEL SEMESTRE ES MEDIO
      * SUELDO, ASI QUE UN SEXTO ES UN DOCEAVO DEL SUELDO. EL BONO
      * ANUAL SALE DE LA MISMA ESCALA POR ANIOS QUE LA LIQUIDACION.
      ******************************************************************
       22-DEVENGAR-EMPLEADO.
           ADD 1 TO WSV-CNT-EMPLEADOS.
           EVALUATE FD-EMP-ANIOS
               WHEN 0
                   MOVE 0 TO WSV-BONO-AUX
               WHEN 1
                   COMPUTE WSV-BONO-AUX = FD-EMP-SUELDO * 150 / 100
               WHEN 2
               WHEN 3
                   COMPUTE WSV-BONO-AUX = FD-EMP-SUELDO * 200 / 100
               WHEN 4
               WHEN 5
               WHEN 6
                   COMPUTE WSV-BONO-AUX = FD-EMP-SUELDO * 250 / 100
               WHEN 7 THRU 9
                   COMPUTE WSV-BONO-AUX = FD-EMP-SUELDO * 300 / 100
               WHEN OTHER
                   COMPUTE WSV-BONO-AUX = FD-EMP-SUELDO * 350 / 100
           END-EVALUATE.
           COMPUTE WSV-DEV-AGU-AUX ROUNDED = FD-EMP-SUELDO / 12.
           COMPUTE WSV-DEV-BON-AUX ROUNDED = WSV-BONO-AUX / 12.

           MOVE FD-EMP-ENTIDAD TO WSV-ENTIDAD-AUX.
           MOVE FD-EMP-CCOSTO TO WSV-CCOSTO-AUX.
           PERFORM 80-UBICAR-CENTRO.
           IF WSS-CC-HALLADO
               ADD WSV-DEV-AGU-AUX TO WSV-AGU-DEV-TAB (WSV-CC-IDX2)
               ADD WSV-DEV-BON-AUX TO WSV-BON-DEV-TAB (WSV-CC-IDX2)
           END-IF.
       22-DEVENGAR-EMPLEADO-END.
       EXIT.

      ******************************************************************
      * 30-ACUMULAR-PAGOS: FILAS DEL PERIODO. UNA FILA DE AGUINALDO
      * (TIPO A) PAGA SU BRUTO CONTRA LA PROVISION DE AGUINALDO; EL
      * BONO DE UNA FILA MENSUAL O DE FINIQUITO, CONTRA LA DEL BONO.
      * LAS ANULACIONES Y LOS PAGOS FUERA DE CICLO NO TOCAN LAS
      * PROVISIONES. EL PAGO LIBERA LA PROVISION DE LA ENTIDAD QUE LO
      * LIQUIDO, QUE ES LA QUE GLINTERF CARGO CON EL GASTO.
      ******************************************************************
       30-ACUMULAR-PAGOS.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT PAYROLL-OUT-FILE.
           IF WSV-PAYOUT-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR PAYROLL-OUT, STATUS: "
                   WSV-PAYOUT-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 31-LEER-PAYROLL
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-PAY-FECHA-CORRIDA (1:6) NOT EQUAL WSV-PERIODO
                       ADD 1 TO WSV-CNT-OTRO-PERIODO
                   ELSE
                       PERFORM 32-ACUMULAR-PAGO
                   END-IF
                   PERFORM 31-LEER-PAYROLL
               END-PERFORM
               CLOSE PAYROLL-OUT-FILE
           END-IF.
       30-ACUMULAR-PAGOS-END.
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

       32-ACUMULAR-PAGO.
           MOVE FD-PAY-ENTIDAD TO WSV-ENTIDAD-AUX.
           MOVE FD-PAY-CCOSTO TO WSV-CCOSTO-AUX.
           EVALUATE TRUE
               WHEN FDS-PAY-AGUINALDO
                   PERFORM 80-UBICAR-CENTRO
                   IF WSS-CC-HALLADO
                       ADD 1 TO WSV-CNT-PAGOS
                       ADD FD-PAY-BRUTO-ANUAL
                           TO WSV-AGU-PAG-TAB (WSV-CC-IDX2)
                   END-IF
               WHEN FDS-PAY-NORMAL
               WHEN FDS-PAY-FINIQUITO
                   IF FD-PAY-BONO > 0
                       PERFORM 80-UBICAR-CENTRO
                       IF WSS-CC-HALLADO
                           ADD 1 TO WSV-CNT-PAGOS
                           ADD FD-PAY-BONO
                               TO WSV-BON-PAG-TAB (WSV-CC-IDX2)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       32-ACUMULAR-PAGO-END.
       EXIT.

      ******************************************************************
      * 40-CALCULAR-SALDOS: SE LIBERA LO PAGADO HASTA EL SALDO
      * DISPONIBLE (APERTURA MAS LO DEVENGADO EN EL MES); LO QUE SE
      * PAGO DE MAS QUEDA COMO GASTO DEL MES.
      ******************************************************************
       40-CALCULAR-SALDOS.
           PERFORM VARYING WSV-CC-IDX FROM 1 BY 1
                   UNTIL WSV-CC-IDX > WSV-TOTAL-CENTROS
               COMPUTE WSV-AGU-SAL-TAB (WSV-CC-IDX) =
                   WSV-AGU-ANT-TAB (WSV-CC-IDX) +
                   WSV-AGU-DEV-TAB (WSV-CC-IDX)
               IF WSV-AGU-PAG-TAB (WSV-CC-IDX) >
                  WSV-AGU-SAL-TAB (WSV-CC-IDX)
                   MOVE WSV-AGU-SAL-TAB (WSV-CC-IDX)
                       TO WSV-AGU-LIB-TAB (WSV-CC-IDX)
               ELSE
                   MOVE WSV-AGU-PAG-TAB (WSV-CC-IDX)
                       TO WSV-AGU-LIB-TAB (WSV-CC-IDX)
               END-IF
               SUBTRACT WSV-AGU-LIB-TAB (WSV-CC-IDX)
                   FROM WSV-AGU-SAL-TAB (WSV-CC-IDX)

               COMPUTE WSV-BON-SAL-TAB (WSV-CC-IDX) =
                   WSV-BON-ANT-TAB (WSV-CC-IDX) +
                   WSV-BON-DEV-TAB (WSV-CC-IDX)
               IF WSV-BON-PAG-TAB (WSV-CC-IDX) >
                  WSV-BON-SAL-TAB (WSV-CC-IDX)
                   MOVE WSV-BON-SAL-TAB (WSV-CC-IDX)
                       TO WSV-BON-LIB-TAB (WSV-CC-IDX)
               ELSE
                   MOVE WSV-BON-PAG-TAB (WSV-CC-IDX)
                       TO WSV-BON-LIB-TAB (WSV-CC-IDX)
               END-IF
               SUBTRACT WSV-BON-LIB-TAB (WSV-CC-IDX)
                   FROM WSV-BON-SAL-TAB (WSV-CC-IDX)

               ADD WSV-AGU-ANT-TAB (WSV-CC-IDX) TO WSV-TOT-AGU-ANT
               ADD WSV-AGU-DEV-TAB (WSV-CC-IDX) TO WSV-TOT-AGU-DEV
               ADD WSV-AGU-LIB-TAB (WSV-CC-IDX) TO WSV-TOT-AGU-LIB
               ADD WSV-AGU-SAL-TAB (WSV-CC-IDX) TO WSV-TOT-AGU-SAL
               ADD WSV-BON-ANT-TAB (WSV-CC-IDX) TO WSV-TOT-BON-ANT
               ADD WSV-BON-DEV-TAB (WSV-CC-IDX) TO WSV-TOT-BON-DEV
               ADD WSV-BON-LIB-TAB (WSV-CC-IDX) TO WSV-TOT-BON-LIB
               ADD WSV-BON-SAL-TAB (WSV-CC-IDX) TO WSV-TOT-BON-SAL

               IF WSV-AGU-DEV-TAB (WSV-CC-IDX) > 0 OR
                  WSV-BON-DEV-TAB (WSV-CC-IDX) > 0 OR
                  WSV-AGU-LIB-TAB (WSV-CC-IDX) > 0 OR
                  WSV-BON-LIB-TAB (WSV-CC-IDX) > 0
                   PERFORM 41-ANOTAR-LOTE
               END-IF
           END-PERFORM.
       40-CALCULAR-SALDOS-END.
       EXIT.

      * UN LOTE POR ENTIDAD CON ALGUN CENTRO CON MOVIMIENTO, EN EL
      * ORDEN EN QUE APARECEN.
       41-ANOTAR-LOTE.
           MOVE "N" TO WSV-LOT-HALLADO.
           PERFORM VARYING WSV-LOT-IDX2 FROM 1 BY 1
                   UNTIL WSV-LOT-IDX2 > WSV-TOTAL-LOTES
                      OR WSS-LOT-HALLADO
               IF WSV-LOT-ENTIDAD-TAB (WSV-LOT-IDX2) =
                  WSV-CC-ENTIDAD-TAB (WSV-CC-IDX)
                   SET WSS-LOT-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WSS-LOT-HALLADO
               IF WSV-TOTAL-LOTES < 20
                   ADD 1 TO WSV-TOTAL-LOTES
                   SET WSV-LOT-IDX2 TO WSV-TOTAL-LOTES
                   MOVE WSV-CC-ENTIDAD-TAB (WSV-CC-IDX)
                       TO WSV-LOT-ENTIDAD-TAB (WSV-LOT-IDX2)
               ELSE
                   DISPLAY "TABLA DE LOTES LLENA (20), NO SE "
                       "CONTABILIZA LA ENTIDAD "
                       WSV-CC-ENTIDAD-TAB (WSV-CC-IDX)
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       41-ANOTAR-LOTE-END.
       EXIT.

      ******************************************************************
      * 45-PROBAR-BALANCE: ARMA CADA LOTE SIN GRABARLO; EL DEBE Y EL
      * HABER SON LA SUMA DE SUS ASIENTOS (51-GRABAR-ASIENTO), CADA
      * UNO DEL LADO QUE LLEVA. UN LOTE DESBALANCEADO NO SE GRABA NI
      * SE GRABA NINGUNO DE LOS OTROS.
      ******************************************************************
       45-PROBAR-BALANCE.
           MOVE "N" TO WSV-GRABAR-LOTE.
           PERFORM VARYING WSV-LOT-IDX FROM 1 BY 1
                   UNTIL WSV-LOT-IDX > WSV-TOTAL-LOTES
               PERFORM 52-ARMAR-LOTE
               IF WSV-SALDO NOT EQUAL 0
                   DISPLAY "LOTE DESBALANCEADO, ENTIDAD "
                       WSV-ENTIDAD-LOTE ": DEBE " WSV-TOT-DEBE
                       " HABER " WSV-TOT-HABER " SALDO " WSV-SALDO
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-PERFORM.
       45-PROBAR-BALANCE-END.
       EXIT.

      ******************************************************************
      * 50-GRABAR-LOTE: UN LOTE H/D/T POR ENTIDAD CON MOVIMIENTO.
      ******************************************************************
       50-GRABAR-LOTE.
           MOVE "S" TO WSV-GRABAR-LOTE.
           PERFORM VARYING WSV-LOT-IDX FROM 1 BY 1
                   UNTIL WSV-LOT-IDX > WSV-TOTAL-LOTES
               PERFORM 52-ARMAR-LOTE
           END-PERFORM.
           IF WSV-TOTAL-LOTES EQUAL 0
               DISPLAY "SIN MOVIMIENTOS DE PROVISION A CONTABILIZAR"
           END-IF.
       50-GRABAR-LOTE-END.
       EXIT.

      * LA CUENTA, EL LADO, EL IMPORTE Y LA GLOSA YA VIENEN CARGADOS
      * EN EL REGISTRO POR EL LLAMADOR. EL ASIENTO SUMA AL DEBE O AL
      * HABER DEL LOTE SEGUN SU LADO.
       51-GRABAR-ASIENTO.
           MOVE "D" TO FD-GL-TIPO.
           MOVE WSV-CC-CODIGO-TAB (WSV-CC-IDX) TO FD-GL-CCOSTO.
           MOVE SPACES TO FD-GL-DETALLE (46:14).
           IF FD-GL-DEBE-HABER EQUAL "D"
               ADD FD-GL-IMPORTE TO WSV-TOT-DEBE
           ELSE
               ADD FD-GL-IMPORTE TO WSV-TOT-HABER
           END-IF.
           ADD 1 TO WSV-CNT-ASIENTOS-LOTE.
           IF WSS-GRABAR-LOTE
               WRITE FD-ASIENTO-REC
               ADD 1 TO WSV-CNT-ASIENTOS
           END-IF.
       51-GRABAR-ASIENTO-END.
       EXIT.

      ******************************************************************
      * 52-ARMAR-LOTE: LOTE DE LA ENTIDAD WSV-LOT-IDX. UN PAR DE
      * ASIENTOS POR CENTRO, CONCEPTO Y MOVIMIENTO CON IMPORTE; EL
      * CENTRO VA EN AMBOS LADOS PORQUE EL SALDO DE LA PROVISION SE
      * CONTROLA POR CENTRO. LA CABECERA Y LA COLA SOLO SE GRABAN
      * CON WSS-GRABAR-LOTE.
      ******************************************************************
       52-ARMAR-LOTE.
           MOVE WSV-LOT-ENTIDAD-TAB (WSV-LOT-IDX) TO WSV-ENTIDAD-LOTE.
           MOVE 0 TO WSV-TOT-DEBE.
           MOVE 0 TO WSV-TOT-HABER.
           MOVE 0 TO WSV-SALDO.
           MOVE 0 TO WSV-CNT-ASIENTOS-LOTE.

           IF WSS-GRABAR-LOTE
               MOVE WSV-ENTIDAD-LOTE TO WSV-ENT-BUSCADA
               PERFORM 87-BUSCAR-ENTIDAD
               MOVE SPACES TO FD-ASIENTO-REC
               MOVE "H"               TO FD-GL-TIPO
               MOVE WSV-FECHA-HOY     TO FD-GL-CAB-FECHA
               MOVE "PROVISION AGUINALDO Y BONO" TO FD-GL-CAB-GLOSA
               MOVE WSV-ENTIDAD-LOTE  TO FD-GL-CAB-ENTIDAD
               MOVE WSV-ENT-CUIT-TAB (WSV-ENT-IDX) TO FD-GL-CAB-CUIT
               WRITE FD-ASIENTO-REC
           END-IF.

           PERFORM VARYING WSV-CC-IDX FROM 1 BY 1
                   UNTIL WSV-CC-IDX > WSV-TOTAL-CENTROS
               IF WSV-CC-ENTIDAD-TAB (WSV-CC-IDX) EQUAL
                  WSV-ENTIDAD-LOTE
                   PERFORM 53-ARMAR-CENTRO
               END-IF
           END-PERFORM.
           COMPUTE WSV-SALDO = WSV-TOT-DEBE - WSV-TOT-HABER.

           IF WSS-GRABAR-LOTE
               MOVE SPACES TO FD-ASIENTO-REC
               MOVE "T"                   TO FD-GL-TIPO
               MOVE WSV-CNT-ASIENTOS-LOTE TO FD-GL-CANTIDAD
               MOVE WSV-TOT-DEBE          TO FD-GL-TOT-DEBE
               MOVE WSV-TOT-HABER         TO FD-GL-TOT-HABER
               MOVE WSV-SALDO             TO FD-GL-SALDO
               WRITE FD-ASIENTO-REC
               DISPLAY "LOTE CONTABLE ENTIDAD " WSV-ENTIDAD-LOTE ": "
                   WSV-CNT-ASIENTOS-LOTE
                   " ASIENTOS, DEBE " WSV-TOT-DEBE
                   " HABER " WSV-TOT-HABER " SALDO " WSV-SALDO
           END-IF.
       52-ARMAR-LOTE-END.
       EXIT.

       53-ARMAR-CENTRO.
           MOVE SPACES TO FD-ASIENTO-REC.
           IF WSV-AGU-DEV-TAB (WSV-CC-IDX) > 0
               MOVE WSC-CTA-GASTO TO FD-GL-CUENTA
               MOVE "D" TO FD-GL-DEBE-HABER
               MOVE WSV-AGU-DEV-TAB (WSV-CC-IDX) TO FD-GL-IMPORTE
               MOVE "DEVENGA AGUINALDO" TO FD-GL-GLOSA
               PERFORM 51-GRABAR-ASIENTO
               MOVE WSC-CTA-PROV-AGUI TO FD-GL-CUENTA
               MOVE "H" TO FD-GL-DEBE-HABER
               PERFORM 51-GRABAR-ASIENTO
           END-IF.
           IF WSV-BON-DEV-TAB (WSV-CC-IDX) > 0
               MOVE WSC-CTA-GASTO TO FD-GL-CUENTA
               MOVE "D" TO FD-GL-DEBE-HABER
               MOVE WSV-BON-DEV-TAB (WSV-CC-IDX) TO FD-GL-IMPORTE
               MOVE "DEVENGA BONO ANUAL" TO FD-GL-GLOSA
               PERFORM 51-GRABAR-ASIENTO
               MOVE WSC-CTA-PROV-BONO TO FD-GL-CUENTA
               MOVE "H" TO FD-GL-DEBE-HABER
               PERFORM 51-GRABAR-ASIENTO
           END-IF.
           IF WSV-AGU-LIB-TAB (WSV-CC-IDX) > 0
               MOVE WSC-CTA-PROV-AGUI TO FD-GL-CUENTA
               MOVE "D" TO FD-GL-DEBE-HABER
               MOVE WSV-AGU-LIB-TAB (WSV-CC-IDX) TO FD-GL-IMPORTE
               MOVE "LIBERA PROV AGUINALDO" TO FD-GL-GLOSA
               PERFORM 51-GRABAR-ASIENTO
               MOVE WSC-CTA-GASTO TO FD-GL-CUENTA
               MOVE "H" TO FD-GL-DEBE-HABER
               PERFORM 51-GRABAR-ASIENTO
           END-IF.
           IF WSV-BON-LIB-TAB (WSV-CC-IDX) > 0
               MOVE WSC-CTA-PROV-BONO TO FD-GL-CUENTA
               MOVE "D" TO FD-GL-DEBE-HABER
               MOVE WSV-BON-LIB-TAB (WSV-CC-IDX) TO FD-GL-IMPORTE
               MOVE "LIBERA PROV BONO" TO FD-GL-GLOSA
               PERFORM 51-GRABAR-ASIENTO
               MOVE WSC-CTA-GASTO TO FD-GL-CUENTA
               MOVE "H" TO FD-GL-DEBE-HABER
               PERFORM 51-GRABAR-ASIENTO
           END-IF.
       53-ARMAR-CENTRO-END.
       EXIT.

      ******************************************************************
      * 60-GRABAR-SALDOS: UNA FILA POR ENTIDAD, CENTRO Y CONCEPTO CON
      * MOVIMIENTO O SALDO; UN CENTRO SIN NADA NO SE ARRASTRA.
      ******************************************************************
       60-GRABAR-SALDOS.
           OPEN OUTPUT PROVSAL-FILE.
           PERFORM VARYING WSV-CC-IDX FROM 1 BY 1
                   UNTIL WSV-CC-IDX > WSV-TOTAL-CENTROS
               IF WSV-AGU-ANT-TAB (WSV-CC-IDX) > 0 OR
                  WSV-AGU-DEV-TAB (WSV-CC-IDX) > 0 OR
                  WSV-AGU-SAL-TAB (WSV-CC-IDX) > 0
                   MOVE SPACES TO FD-PROVSAL-REC
                   MOVE WSV-CC-CODIGO-TAB (WSV-CC-IDX)
                       TO FD-PRV-CCOSTO
                   MOVE "A" TO FD-PRV-CONCEPTO
                   MOVE WSV-PERIODO TO FD-PRV-PERIODO
                   MOVE WSV-AGU-ANT-TAB (WSV-CC-IDX)
                       TO FD-PRV-SALDO-ANT
                   MOVE WSV-AGU-DEV-TAB (WSV-CC-IDX)
                       TO FD-PRV-DEVENGADO
                   MOVE WSV-AGU-LIB-TAB (WSV-CC-IDX)
                       TO FD-PRV-LIBERADO
                   MOVE WSV-AGU-SAL-TAB (WSV-CC-IDX) TO FD-PRV-SALDO
                   MOVE WSV-CC-ENTIDAD-TAB (WSV-CC-IDX)
                       TO FD-PRV-ENTIDAD
                   WRITE FD-PROVSAL-REC
                   ADD 1 TO WSV-CNT-SALDOS
               END-IF
               IF WSV-BON-ANT-TAB (WSV-CC-IDX) > 0 OR
                  WSV-BON-DEV-TAB (WSV-CC-IDX) > 0 OR
                  WSV-BON-SAL-TAB (WSV-CC-IDX) > 0
                   MOVE SPACES TO FD-PROVSAL-REC
                   MOVE WSV-CC-CODIGO-TAB (WSV-CC-IDX)
                       TO FD-PRV-CCOSTO
                   MOVE "B" TO FD-PRV-CONCEPTO
                   MOVE WSV-PERIODO TO FD-PRV-PERIODO
                   MOVE WSV-BON-ANT-TAB (WSV-CC-IDX)
                       TO FD-PRV-SALDO-ANT
                   MOVE WSV-BON-DEV-TAB (WSV-CC-IDX)
                       TO FD-PRV-DEVENGADO
                   MOVE WSV-BON-LIB-TAB (WSV-CC-IDX)
                       TO FD-PRV-LIBERADO
                   MOVE WSV-BON-SAL-TAB (WSV-CC-IDX) TO FD-PRV-SALDO
                   MOVE WSV-CC-ENTIDAD-TAB (WSV-CC-IDX)
                       TO FD-PRV-ENTIDAD
                   WRITE FD-PROVSAL-REC
                   ADD 1 TO WSV-CNT-SALDOS
               END-IF
           END-PERFORM.
           CLOSE PROVSAL-FILE.
       60-GRABAR-SALDOS-END.
       EXIT.

      ******************************************************************
      * 65-CONSERVAR-SALDOS: SIN LOTE VALIDO LA NUEVA GENERACION
      * REPITE LA ANTERIOR FILA POR FILA, ASI EL PROXIMO MES ABRE CON
      * LOS MISMOS SALDOS Y SIGUE SABIENDO QUE MES SE DEVENGO. SIN
      * GENERACION ANTERIOR QUEDA VACIA, COMO EN EL PRIMER CIERRE.
      ******************************************************************
       65-CONSERVAR-SALDOS.
           OPEN OUTPUT PROVSAL-FILE.
           OPEN INPUT ANTERIOR-FILE.
           IF WSV-ANTERIOR-STATUS EQUAL "00"
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 11-LEER-ANTERIOR
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   WRITE FD-PROVSAL-REC FROM FD-ANTERIOR-REC
                   ADD 1 TO WSV-CNT-SALDOS
                   PERFORM 11-LEER-ANTERIOR
               END-PERFORM
               CLOSE ANTERIOR-FILE
           END-IF.
           CLOSE PROVSAL-FILE.
       65-CONSERVAR-SALDOS-END.
       EXIT.

      ******************************************************************
      * 70-INFORMAR-SALDOS: POR CENTRO Y CONCEPTO, APERTURA,
      * DEVENGADO, LIBERADO Y CIERRE; AL FINAL LOS TOTALES.
      ******************************************************************
       70-INFORMAR-SALDOS.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EN CCOS CONCEPTO    APERTURA  DEVENGADO   LIBERADO"
               DELIMITED BY SIZE
               "     CIERRE" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           PERFORM VARYING WSV-CC-IDX FROM 1 BY 1
                   UNTIL WSV-CC-IDX > WSV-TOTAL-CENTROS
               MOVE WSV-AGU-ANT-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED
               MOVE WSV-AGU-DEV-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED2
               MOVE WSV-AGU-LIB-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED3
               MOVE WSV-AGU-SAL-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED4
               MOVE SPACES TO WSV-LINEA-AUX
               STRING WSV-CC-ENTIDAD-TAB (WSV-CC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-CC-CODIGO-TAB (WSV-CC-IDX) DELIMITED BY SIZE
                   " AGUINALDO " DELIMITED BY SIZE
                   WSV-IMPORTE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-IMPORTE-ED2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-IMPORTE-ED3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-IMPORTE-ED4 DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE WSV-BON-ANT-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED
               MOVE WSV-BON-DEV-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED2
               MOVE WSV-BON-LIB-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED3
               MOVE WSV-BON-SAL-TAB (WSV-CC-IDX) TO WSV-IMPORTE-ED4
               MOVE SPACES TO WSV-LINEA-AUX
               STRING WSV-CC-ENTIDAD-TAB (WSV-CC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-CC-CODIGO-TAB (WSV-CC-IDX) DELIMITED BY SIZE
                   " BONO ANUAL" DELIMITED BY SIZE
                   WSV-IMPORTE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-IMPORTE-ED2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-IMPORTE-ED3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-IMPORTE-ED4 DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-PERFORM.

           MOVE WSV-TOT-AGU-ANT TO WSV-IMPORTE-ED.
           MOVE WSV-TOT-AGU-DEV TO WSV-IMPORTE-ED2.
           MOVE WSV-TOT-AGU-LIB TO WSV-IMPORTE-ED3.
           MOVE WSV-TOT-AGU-SAL TO WSV-IMPORTE-ED4.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "   TOTL AGUINALDO " DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-IMPORTE-ED2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-IMPORTE-ED3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-IMPORTE-ED4 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-TOT-BON-ANT TO WSV-IMPORTE-ED.
           MOVE WSV-TOT-BON-DEV TO WSV-IMPORTE-ED2.
           MOVE WSV-TOT-BON-LIB TO WSV-IMPORTE-ED3.
           MOVE WSV-TOT-BON-SAL TO WSV-IMPORTE-ED4.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "   TOTL BONO ANUAL" DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-IMPORTE-ED2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-IMPORTE-ED3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-IMPORTE-ED4 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       70-INFORMAR-SALDOS-END.
       EXIT.

       75-INFORMAR-LINEA.
           DISPLAY WSV-LINEA-AUX.
           WRITE FD-INFORME-LINEA FROM WSV-LINEA-AUX.
       75-INFORMAR-LINEA-END.
       EXIT.

      ******************************************************************
      * 80-UBICAR-CENTRO: BUSCA WSV-ENTIDAD-AUX (01 SI VIENE EN
      * BLANCO) Y WSV-CCOSTO-AUX (GRAL SI VIENE EN BLANCO) Y, SI NO
      * ESTA, LO AGREGA EN CERO. DEJA WSV-CC-IDX2 EN EL CENTRO. UNA
      * ENTIDAD QUE NO ESTA EN LA TABLA NO TIENE CONTABILIDAD A LA
      * QUE IMPUTAR: NO SE GRABA NINGUN LOTE.
      ******************************************************************
       80-UBICAR-CENTRO.
           IF WSV-ENTIDAD-AUX EQUAL SPACES
               MOVE "01" TO WSV-ENTIDAD-AUX
           END-IF.
           IF WSV-CCOSTO-AUX EQUAL SPACES
               MOVE "GRAL" TO WSV-CCOSTO-AUX
           END-IF.
           MOVE "N" TO WSV-CC-HALLADO.
           PERFORM VARYING WSV-CC-IDX2 FROM 1 BY 1
                   UNTIL WSV-CC-IDX2 > WSV-TOTAL-CENTROS
                      OR WSS-CC-HALLADO
               IF WSV-CC-ENTIDAD-TAB (WSV-CC-IDX2) = WSV-ENTIDAD-AUX
                  AND WSV-CC-CODIGO-TAB (WSV-CC-IDX2) = WSV-CCOSTO-AUX
                   SET WSS-CC-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-CC-HALLADO
               SET WSV-CC-IDX2 DOWN BY 1
           ELSE
               MOVE WSV-ENTIDAD-AUX TO WSV-ENT-BUSCADA
               PERFORM 87-BUSCAR-ENTIDAD
               EVALUATE TRUE
                   WHEN NOT WSS-ENT-HALLADA
                       DISPLAY "ENTIDAD " WSV-ENTIDAD-AUX
                           " QUE NO ESTA EN LA TABLA, CENTRO "
                           WSV-CCOSTO-AUX
                       MOVE 8 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   WHEN WSV-TOTAL-CENTROS < WSC-MAX-CENTROS
                       ADD 1 TO WSV-TOTAL-CENTROS
                       SET WSV-CC-IDX2 TO WSV-TOTAL-CENTROS
                       INITIALIZE WS-CENTROS (WSV-CC-IDX2)
                       MOVE WSV-ENTIDAD-AUX
                           TO WSV-CC-ENTIDAD-TAB (WSV-CC-IDX2)
                       MOVE WSV-CCOSTO-AUX
                           TO WSV-CC-CODIGO-TAB (WSV-CC-IDX2)
                       MOVE "S" TO WSV-CC-HALLADO
                   WHEN OTHER
                       DISPLAY "TABLA DE CENTROS LLENA (100): "
                           WSV-ENTIDAD-AUX " " WSV-CCOSTO-AUX
                       MOVE 12 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
               END-EVALUATE
           END-IF.
       80-UBICAR-CENTRO-END.
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
               COMPUTE FD-RUN-LEIDOS =
                   WSV-CNT-EMPLEADOS + WSV-CNT-FILAS
               COMPUTE FD-RUN-ESCRITOS =
                   WSV-CNT-ASIENTOS + WSV-CNT-SALDOS
               MOVE WSV-CNT-OTRO-PERIODO TO FD-RUN-OMITIDOS
               MOVE 0                   TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       COPY ENTIDADP.

       END PROGRAM PROVISIO.
