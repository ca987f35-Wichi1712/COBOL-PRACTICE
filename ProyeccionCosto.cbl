      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * PRONOSTI:
      * PROYECCION DEL COSTO DE PLANILLA DE LOS PROXIMOS 12 MESES CON
      * LAS REGLAS VIGENTES. SIMULTAR COTIZA UNA ESCALA PROPUESTA
      * CONTRA LA PLANTA DE HOY, PERO FINANZAS NECESITA SABER CUANDO
      * LOS ANIVERSARIOS VAN A PASAR A CADA EMPLEADO A OTRO TRAMO DE
      * BONO O A OTRA BANDA, LOS PICOS DE AGUINALDO DE JUNIO Y
      * DICIEMBRE Y LOS CAMBIOS DE ESCALA YA CARGADOS CON FECHA EN
      * TARHIST. ESTE PROGRAMA:
      * 1. ARMA LA ESCALA DE CADA MES DEL HORIZONTE: PARA CADA BANDA,
      *    LA VERSION DE TARHIST CON LA FECHA EFECTIVA MAS RECIENTE
      *    DENTRO DEL MES (LA MISMA REGLA DEL MODO G DE MANTARIFA);
      *    SIN VERSION EN EL HISTORIAL QUEDA LA TARIFA VIGENTE.
      * 2. ENVEJECE MES A MES A CADA EMPLEADO ACTIVO DEL MAESTRO: LOS
      *    ANIOS DE HOY MAS LOS ANIVERSARIOS DE LA FECHA DE INCREMENTO
      *    (O DE ALTA SI NUNCA SE INCREMENTO) QUE CAEN HASTA ESE MES,
      *    IGUAL QUE PROMOCION. DE LOS ANIOS SALE LA BANDA (0-2
      *    JUNIOR, 3-5 SEMISR, 6+ SENIOR) Y EL TRAMO DE BONO DE
      *    30-CALCULAR-SUELDO DE EJERCICIO4.
      * 3. LIQUIDA CADA MES CON EL CALENDARIO DE LA PLANILLA: SUELDO
      *    DE LA BANDA TODOS LOS MESES, BONO DE FIN DE ANIO EN
      *    DICIEMBRE, AGUINALDO (MEDIO MEJOR SUELDO DEL SEMESTRE) EN
      *    JUNIO Y DICIEMBRE. LOS TRAMOS DE DEDUCC Y DE CONTRIB SE
      *    ELIGEN COMO EN LA LIQUIDACION: POR EL BRUTO ANUAL (SUELDO
      *    POR 12 MAS BONO) PARA EL SUELDO Y EL BONO, Y POR EL BRUTO
      *    DEL SAC PARA EL AGUINALDO, COMO LO HACE AGUINALDO.
      * 4. INFORMA POR MES Y POR CENTRO DE COSTO LA DOTACION, EL
      *    BRUTO, EL NETO, LAS CARGAS PATRONALES Y EL COSTO TOTAL, Y
      *    POR MES CUANTOS EMPLEADOS CAMBIAN DE BANDA O DE TRAMO DE
      *    BONO.
      * SOLO LEE: NO TOCA EL MAESTRO, NI TARIFAS, NI PAGOS, NI LA
      * BITACORA, NI EL REGISTRO DE CORRIDAS. LA DOTACION SE PROYECTA
      * CONSTANTE (SIN BAJAS NI INGRESOS FUTUROS).
      * LA TARJETA DE SYSIN TRAE EL PRIMER PERIODO AAAAMM DEL
      * HORIZONTE (EN BLANCO = EL MES SIGUIENTE AL EN CURSO).
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONOSTI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-TARIFAS-STATUS.

           SELECT HISTORIAL-FILE ASSIGN TO "TARHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-TARHIST-STATUS.

           SELECT DEDUCCIONES-FILE ASSIGN TO "DEDUCC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDUCC-STATUS.

           SELECT CONTRIB-FILE ASSIGN TO "CONTRIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-CONTRIB-STATUS.

           SELECT INFORME-FILE ASSIGN TO "PRONINF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  TARIFAS-FILE.
           COPY TARIFAS.

      ******************************************************************
      * HISTORIAL VERSIONADO DE ESCALAS, MISMO LAYOUT QUE GRABA
      * MANTARIFA. SOLO INTERESAN LAS FILAS DE TARIFAS (ARCHIVO T).
      ******************************************************************
       FD  HISTORIAL-FILE.
           01 FD-HISTORIAL-REC.
               05 FD-TH-ARCHIVO        PIC X(01).
               05 FD-TH-NIVEL          PIC X(06).
               05 FD-TH-SUELDO         PIC 9(06).
               05 FD-TH-FECHA-EFF      PIC X(08).
               05 FD-TH-USUARIO        PIC X(08).
               05 FD-TH-FECHA-CARGA    PIC X(08).

       FD  DEDUCCIONES-FILE.
           COPY DEDUCC.

       FD  CONTRIB-FILE.
           COPY CONTRIB.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-TARIFAS-STATUS    PIC X(02) VALUE "00".
           01 WSV-TARHIST-STATUS    PIC X(02) VALUE "00".
           01 WSV-DEDUCC-STATUS     PIC X(02) VALUE "00".
           01 WSV-CONTRIB-STATUS    PIC X(02) VALUE "00".

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
      * 12 SEVERO. SOLO SE ELEVA, NUNCA SE BAJA.                   *
      *------------------------------------------------------------*
           01 WSV-RETORNO           PIC 9(02) VALUE 0.
           01 WSV-RETORNO-NUEVO     PIC 9(02) VALUE 0.

           01 WSC-CONSTANTES.
               05 WSC-SENIORITY.
                   10 WSC-SENIOR        PIC X(06) VALUE "SENIOR".
                   10 WSC-SEMISR        PIC X(06) VALUE "SEMISR".
                   10 WSC-JUNIOR        PIC X(06) VALUE "JUNIOR".
               05 WSC-SUELDOS.
                   10 WSC-SUELDO-SENIOR PIC 9(06) VALUE 200000.
                   10 WSC-SUELDO-SEMISR PIC 9(06) VALUE 160000.
                   10 WSC-SUELDO-JUNIOR PIC 9(06) VALUE 100000.
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
               05 WSC-MAX-HISTORIAL     PIC 9(03) VALUE 300.
               05 WSC-MAX-CENTROS       PIC 9(03) VALUE 100.

           01 WSV-VARIABLES.
               05 WSV-FIN-MAESTRO       PIC X VALUE "N".
                   88 WSS-FIN-MAESTRO       VALUE "S".
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-CC-HALLADO        PIC X VALUE "N".
                   88 WSS-CC-HALLADO        VALUE "S".

      * TARJETA DE PARAMETROS: PRIMER PERIODO AAAAMM DEL HORIZONTE.
               05 WSV-PARAMETROS.
                   10 WSV-PERIODO-INICIAL   PIC X(06).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-ANIO-AUX          PIC 9(04).
               05 WSV-MES-AUX           PIC 9(02).

      * ESCALA VIGENTE (TARIFAS) Y VERSIONES DE TARHIST.
               05 WS-TARIFAS OCCURS 3 TIMES
                       INDEXED BY WSV-TAR-IDX.
                   10 WSV-TAR-NIVEL-TAB     PIC X(06).
                   10 WSV-TAR-SUELDO-TAB    PIC 9(06).
               05 WS-HISTORIAL OCCURS 300 TIMES
                       INDEXED BY WSV-THI-IDX.
                   10 WSV-THI-NIVEL-TAB     PIC X(06).
                   10 WSV-THI-SUELDO-TAB    PIC 9(06).
                   10 WSV-THI-FECHA-TAB     PIC X(08).
               05 WSV-TOTAL-HISTORIAL   PIC 9(03) VALUE 0.
               05 WSV-FECHA-ELEGIDA     PIC X(08).

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

      *------------------------------------------------------------*
      * MESES DEL HORIZONTE: PERIODO, ESCALA DE LAS 3 BANDAS EN    *
      * VIGOR Y TOTALES PROYECTADOS DE LA PLANTA.                  *
      *------------------------------------------------------------*
               05 WS-MESES OCCURS 12 TIMES
                       INDEXED BY WSV-MES-IDX.
                   10 WSV-MES-PERIODO-TAB   PIC X(06).
                   10 WSV-MES-ANIO-TAB      PIC 9(04).
                   10 WSV-MES-MES-TAB       PIC 9(02).
                   10 WSV-MES-ESCALA-TAB    PIC 9(06) OCCURS 3 TIMES.
                   10 WSV-MES-DOTACION-TAB  PIC 9(05).
                   10 WSV-MES-BRUTO-TAB     PIC 9(11).
                   10 WSV-MES-NETO-TAB      PIC 9(11).
                   10 WSV-MES-CARGAS-TAB    PIC 9(11).
                   10 WSV-MES-CAMB-BANDA-TAB PIC 9(05).
                   10 WSV-MES-CAMB-TRAMO-TAB PIC 9(05).

      *------------------------------------------------------------*
      * PROYECCION POR CENTRO DE COSTO Y MES.                      *
      *------------------------------------------------------------*
               05 WS-CENTROS OCCURS 100 TIMES
                       INDEXED BY WSV-CC-IDX WSV-CC-IDX2.
                   10 WSV-CC-CODIGO-TAB     PIC X(04).
                   10 WS-CC-MESES OCCURS 12 TIMES.
                       15 WSV-CC-DOTACION-TAB   PIC 9(05).
                       15 WSV-CC-BRUTO-TAB      PIC 9(11).
                       15 WSV-CC-NETO-TAB       PIC 9(11).
                       15 WSV-CC-CARGAS-TAB     PIC 9(11).
               05 WSV-TOTAL-CENTROS     PIC 9(03) VALUE 0.
               05 WSV-CENTRO-AUX-GRUPO  PIC X(460).
               05 WSV-CCOSTO-AUX        PIC X(04).

      *------------------------------------------------------------*
      * EMPLEADO EN CURSO: FECHA BASE DE LOS ANIVERSARIOS, ANIOS,  *
      * BANDA Y TRAMO DEL MES ANTERIOR Y MEJOR SUELDO DEL SEMESTRE.*
      *------------------------------------------------------------*
               05 WSV-FECHA-BASE        PIC X(08).
               05 WSV-ANIO-BASE         PIC 9(04).
               05 WSV-MES-BASE          PIC 9(02).
               05 WSV-BASE-VALIDA       PIC X(01).
               05 WSV-ANIVERSARIOS      PIC S9(03).
               05 WSV-ANIOS-MES         PIC 9(02).
               05 WSV-BANDA-IDX         PIC 9(01).
               05 WSV-BANDA-ANT         PIC 9(01).
               05 WSV-PCT-BONO          PIC 9(03).
               05 WSV-PCT-BONO-ANT      PIC 9(03).
               05 WSV-MEJOR-SUELDO      PIC 9(06).

      * LIQUIDACION PROYECTADA DEL EMPLEADO EN EL MES.
               05 WSV-PRO-SUELDO        PIC 9(06).
               05 WSV-PRO-BONO          PIC 9(07).
               05 WSV-PRO-ANUAL         PIC 9(09).
               05 WSV-PRO-SAC           PIC 9(06).
               05 WSV-PRO-BASE          PIC 9(09).
               05 WSV-PRO-BRUTO         PIC 9(09).
               05 WSV-PRO-DEDUCCION     PIC 9(09).
               05 WSV-PRO-CARGAS        PIC 9(09).
               05 WSV-PRO-NETO          PIC 9(09).
               05 WSV-PCT-DED           PIC 9(03)V99.
               05 WSV-PCT-CTB           PIC 9(03)V99.
               05 WSV-MONTO-AUX         PIC 9(09).

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-ACTIVOS       PIC 9(05) VALUE 0.
                   10 WSV-CNT-BAJAS         PIC 9(05) VALUE 0.
                   10 WSV-CNT-SIN-FECHA     PIC 9(05) VALUE 0.

      * TOTALES DEL HORIZONTE.
               05 WSV-TOT-BRUTO         PIC 9(12) VALUE 0.
               05 WSV-TOT-NETO          PIC 9(12) VALUE 0.
               05 WSV-TOT-CARGAS        PIC 9(12) VALUE 0.
               05 WSV-TOT-COSTO         PIC 9(12) VALUE 0.

           01 WSV-IMPRESION.
               05 WSV-LINEA-DET.
                   10 WSV-DET-PERIODO       PIC X(06).
                   10 FILLER                PIC X(02).
                   10 WSV-DET-DOTACION      PIC ZZZZ9.
                   10 FILLER                PIC X(02).
                   10 WSV-DET-BRUTO         PIC ZZ,ZZZ,ZZZ,ZZ9.
                   10 FILLER                PIC X(02).
                   10 WSV-DET-NETO          PIC ZZ,ZZZ,ZZZ,ZZ9.
                   10 FILLER                PIC X(02).
                   10 WSV-DET-CARGAS        PIC ZZ,ZZZ,ZZZ,ZZ9.
                   10 FILLER                PIC X(02).
                   10 WSV-DET-COSTO         PIC ZZ,ZZZ,ZZZ,ZZ9.
                   10 FILLER                PIC X(02).
                   10 WSV-DET-CAMB-BANDA    PIC ZZZZ9.
                   10 FILLER                PIC X(02).
                   10 WSV-DET-CAMB-TRAMO    PIC ZZZZ9.
               05 WSV-COSTO-AUX         PIC 9(12).
               05 WSV-IMPORTE-ED        PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05 WSV-IMPORTE-ED2       PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05 WSV-SUELDO-ED1        PIC ZZZ,ZZ9.
               05 WSV-SUELDO-ED2        PIC ZZZ,ZZ9.
               05 WSV-SUELDO-ED3        PIC ZZZ,ZZ9.
               05 WSV-CANTIDAD-ED       PIC ZZZZ9.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "PRONOSTI - PROYECCION DE COSTO A 12 MESES".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 05-LEER-PARAMETROS.
           PERFORM 06-ARMAR-HORIZONTE.
           PERFORM 10-CARGAR-TARIFAS-VIGENTES.
           PERFORM 12-CARGAR-HISTORIAL.
           PERFORM 13-ARMAR-ESCALAS.
           PERFORM 14-CARGAR-DEDUCCIONES.
           PERFORM 17-CARGAR-CONTRIBUCIONES.

           OPEN OUTPUT INFORME-FILE.
           PERFORM 08-INFORMAR-CABECERA.
           PERFORM 20-RECORRER-MAESTRO.
           IF WSV-RETORNO < 8
               PERFORM 50-ORDENAR-CENTROS
               PERFORM 60-INFORMAR-ESCALAS
               PERFORM 62-INFORMAR-MESES
               PERFORM 65-INFORMAR-CENTROS
           END-IF.
           PERFORM 70-INFORMAR-RESUMEN.
           CLOSE INFORME-FILE.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-LEER-PARAMETROS: PRIMER PERIODO AAAAMM (EN BLANCO O
      * INVALIDO = EL MES SIGUIENTE AL EN CURSO).
      ******************************************************************
       05-LEER-PARAMETROS.
           DISPLAY "INGRESE PRIMER PERIODO DEL HORIZONTE AAAAMM".
           MOVE SPACES TO WSV-PARAMETROS.
           ACCEPT WSV-PARAMETROS.
           IF WSV-PERIODO-INICIAL IS NOT NUMERIC OR
              WSV-PERIODO-INICIAL (5:2) < "01" OR
              WSV-PERIODO-INICIAL (5:2) > "12"
               MOVE WSV-FECHA-HOY (1:4) TO WSV-ANIO-AUX
               MOVE WSV-FECHA-HOY (5:2) TO WSV-MES-AUX
               ADD 1 TO WSV-MES-AUX
               IF WSV-MES-AUX > 12
                   MOVE 1 TO WSV-MES-AUX
                   ADD 1 TO WSV-ANIO-AUX
               END-IF
           ELSE
               MOVE WSV-PERIODO-INICIAL (1:4) TO WSV-ANIO-AUX
               MOVE WSV-PERIODO-INICIAL (5:2) TO WSV-MES-AUX
           END-IF.
       05-LEER-PARAMETROS-END.
       EXIT.

       06-ARMAR-HORIZONTE.
           PERFORM VARYING WSV-MES-IDX FROM 1 BY 1
                   UNTIL WSV-MES-IDX > 12
               INITIALIZE WS-MESES (WSV-MES-IDX)
               MOVE WSV-ANIO-AUX TO WSV-MES-ANIO-TAB (WSV-MES-IDX)
               MOVE WSV-MES-AUX  TO WSV-MES-MES-TAB (WSV-MES-IDX)
               MOVE WSV-ANIO-AUX
                   TO WSV-MES-PERIODO-TAB (WSV-MES-IDX) (1:4)
               MOVE WSV-MES-AUX
                   TO WSV-MES-PERIODO-TAB (WSV-MES-IDX) (5:2)
               ADD 1 TO WSV-MES-AUX
               IF WSV-MES-AUX > 12
                   MOVE 1 TO WSV-MES-AUX
                   ADD 1 TO WSV-ANIO-AUX
               END-IF
           END-PERFORM.
           DISPLAY "HORIZONTE: " WSV-MES-PERIODO-TAB (1) " A "
               WSV-MES-PERIODO-TAB (12).
       06-ARMAR-HORIZONTE-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "PROYECCION DE COSTO DE PLANILLA - "
               DELIMITED BY SIZE
               WSV-MES-PERIODO-TAB (1) DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WSV-MES-PERIODO-TAB (12) DELIMITED BY SIZE
               " - EMITIDO EL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

      ******************************************************************
      * 10-CARGAR-TARIFAS-VIGENTES: LA ESCALA DE HOY, QUE RIGE PARA
      * LAS BANDAS SIN VERSION EN EL HISTORIAL.
      ******************************************************************
       10-CARGAR-TARIFAS-VIGENTES.
           MOVE WSC-JUNIOR        TO WSV-TAR-NIVEL-TAB (1).
           MOVE WSC-SUELDO-JUNIOR TO WSV-TAR-SUELDO-TAB (1).
           MOVE WSC-SEMISR        TO WSV-TAR-NIVEL-TAB (2).
           MOVE WSC-SUELDO-SEMISR TO WSV-TAR-SUELDO-TAB (2).
           MOVE WSC-SENIOR        TO WSV-TAR-NIVEL-TAB (3).
           MOVE WSC-SUELDO-SENIOR TO WSV-TAR-SUELDO-TAB (3).

           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT TARIFAS-FILE.
           IF WSV-TARIFAS-STATUS EQUAL "00"
               PERFORM 11-LEER-TARIFA
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   EVALUATE FD-TAR-NIVEL
                       WHEN WSC-JUNIOR
                           MOVE FD-TAR-SUELDO
                               TO WSV-TAR-SUELDO-TAB (1)
                       WHEN WSC-SEMISR
                           MOVE FD-TAR-SUELDO
                               TO WSV-TAR-SUELDO-TAB (2)
                       WHEN WSC-SENIOR
                           MOVE FD-TAR-SUELDO
                               TO WSV-TAR-SUELDO-TAB (3)
                       WHEN OTHER
                           DISPLAY "NIVEL DESCONOCIDO EN TARIFAS: "
                               FD-TAR-NIVEL
                           MOVE 4 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                   END-EVALUATE
                   PERFORM 11-LEER-TARIFA
               END-PERFORM
               CLOSE TARIFAS-FILE
           ELSE
               DISPLAY "NO HAY ARCHIVO DE TARIFAS, SE USA LA ESCALA "
                       "POR DEFECTO"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       10-CARGAR-TARIFAS-VIGENTES-END.
       EXIT.

       11-LEER-TARIFA.
           READ TARIFAS-FILE
               AT END SET WSS-FIN-ARCHIVO TO TRUE
           END-READ.
       11-LEER-TARIFA-END.
       EXIT.

      ******************************************************************
      * 12-CARGAR-HISTORIAL: LAS VERSIONES DE TARIFAS (ARCHIVO T) DE
      * LAS 3 BANDAS QUE PAGA LA LIQUIDACION. SIN HISTORIAL LA
      * ESCALA DE HOY RIGE TODO EL HORIZONTE.
      ******************************************************************
       12-CARGAR-HISTORIAL.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT HISTORIAL-FILE.
           IF WSV-TARHIST-STATUS NOT EQUAL "00"
               DISPLAY "NO HAY HISTORIAL DE ESCALAS, STATUS: "
                   WSV-TARHIST-STATUS ", RIGE LA ESCALA VIGENTE"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 12-LEER-HISTORIAL
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-TH-ARCHIVO EQUAL "T" AND
                      (FD-TH-NIVEL EQUAL WSC-JUNIOR OR
                       FD-TH-NIVEL EQUAL WSC-SEMISR OR
                       FD-TH-NIVEL EQUAL WSC-SENIOR)
                       IF WSV-TOTAL-HISTORIAL < WSC-MAX-HISTORIAL
                           ADD 1 TO WSV-TOTAL-HISTORIAL
                           SET WSV-THI-IDX TO WSV-TOTAL-HISTORIAL
                           MOVE FD-TH-NIVEL
                               TO WSV-THI-NIVEL-TAB (WSV-THI-IDX)
                           MOVE FD-TH-SUELDO
                               TO WSV-THI-SUELDO-TAB (WSV-THI-IDX)
                           MOVE FD-TH-FECHA-EFF
                               TO WSV-THI-FECHA-TAB (WSV-THI-IDX)
                       ELSE
                           DISPLAY "TABLA DE HISTORIAL LLENA (300), SE "
                               "IGNORA: " FD-TH-NIVEL " "
                               FD-TH-FECHA-EFF
                           MOVE 4 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       END-IF
                   END-IF
                   PERFORM 12-LEER-HISTORIAL
               END-PERFORM
               CLOSE HISTORIAL-FILE
           END-IF.
       12-CARGAR-HISTORIAL-END.
       EXIT.

       12-LEER-HISTORIAL.
           READ HISTORIAL-FILE
               AT END SET WSS-FIN-ARCHIVO TO TRUE
           END-READ.
       12-LEER-HISTORIAL-END.
       EXIT.

      ******************************************************************
      * 13-ARMAR-ESCALAS: PARA CADA MES Y BANDA, LA VERSION CON LA
      * FECHA EFECTIVA MAS RECIENTE QUE NO PASE DEL MES; A IGUAL
      * FECHA GANA LA CARGADA ULTIMA, COMO EN EL MODO G DE MANTARIFA.
      ******************************************************************
       13-ARMAR-ESCALAS.
           PERFORM VARYING WSV-MES-IDX FROM 1 BY 1
                   UNTIL WSV-MES-IDX > 12
               PERFORM VARYING WSV-TAR-IDX FROM 1 BY 1
                       UNTIL WSV-TAR-IDX > 3
                   MOVE WSV-TAR-SUELDO-TAB (WSV-TAR-IDX)
                       TO WSV-MES-ESCALA-TAB (WSV-MES-IDX, WSV-TAR-IDX)
                   MOVE SPACES TO WSV-FECHA-ELEGIDA
                   PERFORM VARYING WSV-THI-IDX FROM 1 BY 1
                           UNTIL WSV-THI-IDX > WSV-TOTAL-HISTORIAL
                       IF WSV-THI-NIVEL-TAB (WSV-THI-IDX) =
                          WSV-TAR-NIVEL-TAB (WSV-TAR-IDX) AND
                          WSV-THI-FECHA-TAB (WSV-THI-IDX) (1:6) NOT >
                          WSV-MES-PERIODO-TAB (WSV-MES-IDX) AND
                          WSV-THI-FECHA-TAB (WSV-THI-IDX) NOT <
                          WSV-FECHA-ELEGIDA
                           MOVE WSV-THI-FECHA-TAB (WSV-THI-IDX)
                               TO WSV-FECHA-ELEGIDA
                           MOVE WSV-THI-SUELDO-TAB (WSV-THI-IDX)
                               TO WSV-MES-ESCALA-TAB (WSV-MES-IDX,
                                   WSV-TAR-IDX)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
       13-ARMAR-ESCALAS-END.
       EXIT.

      ******************************************************************
      * 14-CARGAR-DEDUCCIONES: LOS MISMOS TRAMOS EXTERNOS (Y LOS
      * MISMOS POR DEFECTO) QUE USA LA LIQUIDACION NOCTURNA.
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

       20-RECORRER-MAESTRO.
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
                       IF FDS-EMP-BAJA
                           ADD 1 TO WSV-CNT-BAJAS
                       ELSE
                           PERFORM 30-PROYECTAR-EMPLEADO
                       END-IF
                       PERFORM 21-LEER-SIGUIENTE
                   END-PERFORM
               END-IF
               CLOSE EMPMAST-FILE
               IF WSV-CNT-ACTIVOS EQUAL 0
                   DISPLAY "NO HAY EMPLEADOS ACTIVOS PARA PROYECTAR"
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       20-RECORRER-MAESTRO-END.
       EXIT.

       21-LEER-SIGUIENTE.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDOS
           END-READ.
       21-LEER-SIGUIENTE-END.
       EXIT.

      ******************************************************************
      * 30-PROYECTAR-EMPLEADO: FECHA BASE DE LOS ANIVERSARIOS (LA DE
      * INCREMENTO O, SI NUNCA SE INCREMENTO, LA DE ALTA), BANDA Y
      * TRAMO DE HOY COMO PUNTO DE PARTIDA Y UNA LIQUIDACION POR MES.
      * EL MEJOR SUELDO DEL SEMESTRE EN CURSO ARRANCA CON EL SUELDO
      * DEL MAESTRO, QUE ES EL ULTIMO LIQUIDADO.
      ******************************************************************
       30-PROYECTAR-EMPLEADO.
           ADD 1 TO WSV-CNT-ACTIVOS.
           IF FD-EMP-FECHA-INCR EQUAL SPACES OR
              FD-EMP-FECHA-INCR EQUAL LOW-VALUES
               MOVE FD-EMP-FECHA-ALTA TO WSV-FECHA-BASE
           ELSE
               MOVE FD-EMP-FECHA-INCR TO WSV-FECHA-BASE
           END-IF.
           MOVE "S" TO WSV-BASE-VALIDA.
           IF WSV-FECHA-BASE NOT NUMERIC
               DISPLAY FD-EMP-ID " SIN FECHA BASE VALIDA, SE PROYECTA "
                   "SIN ANIVERSARIOS"
               MOVE "N" TO WSV-BASE-VALIDA
               ADD 1 TO WSV-CNT-SIN-FECHA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE WSV-FECHA-BASE (1:4) TO WSV-ANIO-BASE
               MOVE WSV-FECHA-BASE (5:2) TO WSV-MES-BASE
           END-IF.

           IF FD-EMP-ANIOS NOT NUMERIC
               MOVE 0 TO FD-EMP-ANIOS
           END-IF.
           MOVE FD-EMP-ANIOS TO WSV-ANIOS-MES.
           PERFORM 40-CLASIFICAR-ANIOS.
           MOVE WSV-BANDA-IDX TO WSV-BANDA-ANT.
           MOVE WSV-PCT-BONO  TO WSV-PCT-BONO-ANT.

           IF FD-EMP-SUELDO NUMERIC
               MOVE FD-EMP-SUELDO TO WSV-MEJOR-SUELDO
           ELSE
               MOVE 0 TO WSV-MEJOR-SUELDO
           END-IF.

           IF FD-EMP-CCOSTO EQUAL SPACES
               MOVE "GRAL" TO WSV-CCOSTO-AUX
           ELSE
               MOVE FD-EMP-CCOSTO TO WSV-CCOSTO-AUX
           END-IF.
           PERFORM 80-UBICAR-CENTRO.

           PERFORM VARYING WSV-MES-IDX FROM 1 BY 1
                   UNTIL WSV-MES-IDX > 12
               PERFORM 31-PROYECTAR-MES
           END-PERFORM.
       30-PROYECTAR-EMPLEADO-END.
       EXIT.

      ******************************************************************
      * 31-PROYECTAR-MES: UN ANIVERSARIO CUENTA DESDE EL MES EN QUE
      * CAE. SUELDO DE LA BANDA DEL MES CON LA ESCALA EN VIGOR; BONO
      * EN DICIEMBRE; SAC EN JUNIO Y DICIEMBRE.
      ******************************************************************
       31-PROYECTAR-MES.
           MOVE FD-EMP-ANIOS TO WSV-ANIOS-MES.
           IF WSV-BASE-VALIDA EQUAL "S"
               COMPUTE WSV-ANIVERSARIOS =
                   WSV-MES-ANIO-TAB (WSV-MES-IDX) - WSV-ANIO-BASE
               IF WSV-MES-MES-TAB (WSV-MES-IDX) < WSV-MES-BASE
                   SUBTRACT 1 FROM WSV-ANIVERSARIOS
               END-IF
               IF WSV-ANIVERSARIOS > 0
                   IF FD-EMP-ANIOS + WSV-ANIVERSARIOS > 99
                       MOVE 99 TO WSV-ANIOS-MES
                   ELSE
                       ADD WSV-ANIVERSARIOS TO WSV-ANIOS-MES
                   END-IF
               END-IF
           END-IF.
           PERFORM 40-CLASIFICAR-ANIOS.
           IF WSV-BANDA-IDX NOT EQUAL WSV-BANDA-ANT
               ADD 1 TO WSV-MES-CAMB-BANDA-TAB (WSV-MES-IDX)
           END-IF.
           IF WSV-PCT-BONO NOT EQUAL WSV-PCT-BONO-ANT
               ADD 1 TO WSV-MES-CAMB-TRAMO-TAB (WSV-MES-IDX)
           END-IF.
           MOVE WSV-BANDA-IDX TO WSV-BANDA-ANT.
           MOVE WSV-PCT-BONO  TO WSV-PCT-BONO-ANT.

           MOVE WSV-MES-ESCALA-TAB (WSV-MES-IDX, WSV-BANDA-IDX)
               TO WSV-PRO-SUELDO.
           COMPUTE WSV-PRO-BONO = WSV-PRO-SUELDO * WSV-PCT-BONO / 100.
           COMPUTE WSV-PRO-ANUAL = WSV-PRO-SUELDO * 12 + WSV-PRO-BONO.

      * EL SEMESTRE ARRANCA EN ENERO Y EN JULIO.
           IF WSV-MES-MES-TAB (WSV-MES-IDX) EQUAL 1 OR
              WSV-MES-MES-TAB (WSV-MES-IDX) EQUAL 7
               MOVE 0 TO WSV-MEJOR-SUELDO
           END-IF.
           IF WSV-PRO-SUELDO > WSV-MEJOR-SUELDO
               MOVE WSV-PRO-SUELDO TO WSV-MEJOR-SUELDO
           END-IF.

      * SUELDO (Y BONO EN DICIEMBRE): TRAMOS POR EL BRUTO ANUAL.
           MOVE WSV-PRO-SUELDO TO WSV-PRO-BRUTO.
           IF WSV-MES-MES-TAB (WSV-MES-IDX) EQUAL 12
               ADD WSV-PRO-BONO TO WSV-PRO-BRUTO
           END-IF.
           MOVE WSV-PRO-ANUAL TO WSV-PRO-BASE.
           PERFORM 35-BUSCAR-TASAS.
           COMPUTE WSV-PRO-DEDUCCION ROUNDED =
               WSV-PRO-BRUTO * WSV-PCT-DED / 100.
           COMPUTE WSV-PRO-CARGAS ROUNDED =
               WSV-PRO-BRUTO * WSV-PCT-CTB / 100.

      * AGUINALDO: TRAMOS POR EL BRUTO DEL SAC, COMO AGUINALDO.
           IF WSV-MES-MES-TAB (WSV-MES-IDX) EQUAL 6 OR
              WSV-MES-MES-TAB (WSV-MES-IDX) EQUAL 12
               COMPUTE WSV-PRO-SAC ROUNDED = WSV-MEJOR-SUELDO / 2
               MOVE WSV-PRO-SAC TO WSV-PRO-BASE
               PERFORM 35-BUSCAR-TASAS
               ADD WSV-PRO-SAC TO WSV-PRO-BRUTO
               COMPUTE WSV-MONTO-AUX ROUNDED =
                   WSV-PRO-SAC * WSV-PCT-DED / 100
               ADD WSV-MONTO-AUX TO WSV-PRO-DEDUCCION
               COMPUTE WSV-MONTO-AUX ROUNDED =
                   WSV-PRO-SAC * WSV-PCT-CTB / 100
               ADD WSV-MONTO-AUX TO WSV-PRO-CARGAS
           END-IF.
           COMPUTE WSV-PRO-NETO = WSV-PRO-BRUTO - WSV-PRO-DEDUCCION.

           ADD 1 TO WSV-MES-DOTACION-TAB (WSV-MES-IDX).
           ADD WSV-PRO-BRUTO  TO WSV-MES-BRUTO-TAB (WSV-MES-IDX).
           ADD WSV-PRO-NETO   TO WSV-MES-NETO-TAB (WSV-MES-IDX).
           ADD WSV-PRO-CARGAS TO WSV-MES-CARGAS-TAB (WSV-MES-IDX).
           IF WSS-CC-HALLADO
               ADD 1 TO WSV-CC-DOTACION-TAB (WSV-CC-IDX2, WSV-MES-IDX)
               ADD WSV-PRO-BRUTO
                   TO WSV-CC-BRUTO-TAB (WSV-CC-IDX2, WSV-MES-IDX)
               ADD WSV-PRO-NETO
                   TO WSV-CC-NETO-TAB (WSV-CC-IDX2, WSV-MES-IDX)
               ADD WSV-PRO-CARGAS
                   TO WSV-CC-CARGAS-TAB (WSV-CC-IDX2, WSV-MES-IDX)
           END-IF.
       31-PROYECTAR-MES-END.
       EXIT.

      ******************************************************************
      * 35-BUSCAR-TASAS: SUMA LOS PORCENTAJES DE TODO TRAMO DE DEDUCC
      * (IMPUESTO Y JUBILACION) Y DE CONTRIB CUYO RANGO CONTIENE A
      * WSV-PRO-BASE.
      ******************************************************************
       35-BUSCAR-TASAS.
           MOVE 0 TO WSV-PCT-DED WSV-PCT-CTB.
           PERFORM VARYING WSV-DED-IDX FROM 1 BY 1
                   UNTIL WSV-DED-IDX > WSV-TOTAL-DEDUCCIONES
               IF WSV-PRO-BASE >= WSV-DED-DESDE-TAB (WSV-DED-IDX)
                  AND WSV-PRO-BASE <= WSV-DED-HASTA-TAB (WSV-DED-IDX)
                  AND (WSV-DED-CODIGO-TAB (WSV-DED-IDX) = "IMP" OR
                       WSV-DED-CODIGO-TAB (WSV-DED-IDX) = "JUB")
                   ADD WSV-DED-PCT-TAB (WSV-DED-IDX) TO WSV-PCT-DED
               END-IF
           END-PERFORM.
           PERFORM VARYING WSV-CTB-IDX FROM 1 BY 1
                   UNTIL WSV-CTB-IDX > WSV-TOTAL-CONTRIB
               IF WSV-PRO-BASE >= WSV-CTB-DESDE-TAB (WSV-CTB-IDX)
                  AND WSV-PRO-BASE <= WSV-CTB-HASTA-TAB (WSV-CTB-IDX)
                  AND (WSV-CTB-CODIGO-TAB (WSV-CTB-IDX) = "JUB" OR
                       WSV-CTB-CODIGO-TAB (WSV-CTB-IDX) = "OSO" OR
                       WSV-CTB-CODIGO-TAB (WSV-CTB-IDX) = "ART")
                   ADD WSV-CTB-PCT-TAB (WSV-CTB-IDX) TO WSV-PCT-CTB
               END-IF
           END-PERFORM.
       35-BUSCAR-TASAS-END.
       EXIT.

      ******************************************************************
      * 40-CLASIFICAR-ANIOS: BANDA Y TRAMO DE BONO DE WSV-ANIOS-MES
      * CON LA ESCALA DE 25-EVALUAR-SENIORITY Y 30-CALCULAR-SUELDO DE
      * EJERCICIO4.
      ******************************************************************
       40-CLASIFICAR-ANIOS.
           EVALUATE TRUE
               WHEN WSV-ANIOS-MES < 3
                   MOVE 1 TO WSV-BANDA-IDX
               WHEN WSV-ANIOS-MES < 6
                   MOVE 2 TO WSV-BANDA-IDX
               WHEN OTHER
                   MOVE 3 TO WSV-BANDA-IDX
           END-EVALUATE.
           EVALUATE WSV-ANIOS-MES
               WHEN 0
                   MOVE 0 TO WSV-PCT-BONO
               WHEN 1
                   MOVE 150 TO WSV-PCT-BONO
               WHEN 2
               WHEN 3
                   MOVE 200 TO WSV-PCT-BONO
               WHEN 4
               WHEN 5
               WHEN 6
                   MOVE 250 TO WSV-PCT-BONO
               WHEN 7 THRU 9
                   MOVE 300 TO WSV-PCT-BONO
               WHEN OTHER
                   MOVE 350 TO WSV-PCT-BONO
           END-EVALUATE.
       40-CLASIFICAR-ANIOS-END.
       EXIT.

      ******************************************************************
      * 50-ORDENAR-CENTROS: POR CODIGO, PARA EL DETALLE POR CENTRO.
      ******************************************************************
       50-ORDENAR-CENTROS.
           PERFORM VARYING WSV-CC-IDX FROM 1 BY 1
                   UNTIL WSV-CC-IDX >= WSV-TOTAL-CENTROS
               PERFORM VARYING WSV-CC-IDX2 FROM WSV-CC-IDX BY 1
                       UNTIL WSV-CC-IDX2 > WSV-TOTAL-CENTROS
                   IF WSV-CC-CODIGO-TAB (WSV-CC-IDX2) <
                      WSV-CC-CODIGO-TAB (WSV-CC-IDX)
                       MOVE WS-CENTROS (WSV-CC-IDX)
                           TO WSV-CENTRO-AUX-GRUPO
                       MOVE WS-CENTROS (WSV-CC-IDX2)
                           TO WS-CENTROS (WSV-CC-IDX)
                       MOVE WSV-CENTRO-AUX-GRUPO
                           TO WS-CENTROS (WSV-CC-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       50-ORDENAR-CENTROS-END.
       EXIT.

      ******************************************************************
      * 60-INFORMAR-ESCALAS: LA ESCALA DEL PRIMER MES Y CADA CAMBIO
      * DE ESCALA YA FECHADO EN EL HISTORIAL DENTRO DEL HORIZONTE.
      ******************************************************************
       60-INFORMAR-ESCALAS.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           PERFORM VARYING WSV-MES-IDX FROM 1 BY 1
                   UNTIL WSV-MES-IDX > 12
               IF WSV-MES-IDX = 1
                   PERFORM 61-INFORMAR-ESCALA
               ELSE
                   IF WSV-MES-ESCALA-TAB (WSV-MES-IDX, 1) NOT =
                      WSV-MES-ESCALA-TAB (WSV-MES-IDX - 1, 1) OR
                      WSV-MES-ESCALA-TAB (WSV-MES-IDX, 2) NOT =
                      WSV-MES-ESCALA-TAB (WSV-MES-IDX - 1, 2) OR
                      WSV-MES-ESCALA-TAB (WSV-MES-IDX, 3) NOT =
                      WSV-MES-ESCALA-TAB (WSV-MES-IDX - 1, 3)
                       PERFORM 61-INFORMAR-ESCALA
                   END-IF
               END-IF
           END-PERFORM.
       60-INFORMAR-ESCALAS-END.
       EXIT.

       61-INFORMAR-ESCALA.
           MOVE WSV-MES-ESCALA-TAB (WSV-MES-IDX, 1) TO WSV-SUELDO-ED1.
           MOVE WSV-MES-ESCALA-TAB (WSV-MES-IDX, 2) TO WSV-SUELDO-ED2.
           MOVE WSV-MES-ESCALA-TAB (WSV-MES-IDX, 3) TO WSV-SUELDO-ED3.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "ESCALA DESDE " DELIMITED BY SIZE
               WSV-MES-PERIODO-TAB (WSV-MES-IDX) DELIMITED BY SIZE
               ": JUNIOR " DELIMITED BY SIZE
               WSV-SUELDO-ED1 DELIMITED BY SIZE
               "  SEMISR " DELIMITED BY SIZE
               WSV-SUELDO-ED2 DELIMITED BY SIZE
               "  SENIOR " DELIMITED BY SIZE
               WSV-SUELDO-ED3 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       61-INFORMAR-ESCALA-END.
       EXIT.

      ******************************************************************
      * 62-INFORMAR-MESES: TOTAL DE LA PLANTA POR MES, CON LOS
      * CAMBIOS DE BANDA Y DE TRAMO DE BONO QUE TRAE CADA MES.
      ******************************************************************
       62-INFORMAR-MESES.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "TOTAL DE LA PLANTA POR MES" TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           PERFORM 63-INFORMAR-TITULOS.
           PERFORM VARYING WSV-MES-IDX FROM 1 BY 1
                   UNTIL WSV-MES-IDX > 12
               MOVE SPACES TO WSV-LINEA-DET
               MOVE WSV-MES-PERIODO-TAB (WSV-MES-IDX)
                   TO WSV-DET-PERIODO
               MOVE WSV-MES-DOTACION-TAB (WSV-MES-IDX)
                   TO WSV-DET-DOTACION
               MOVE WSV-MES-BRUTO-TAB (WSV-MES-IDX) TO WSV-DET-BRUTO
               MOVE WSV-MES-NETO-TAB (WSV-MES-IDX) TO WSV-DET-NETO
               MOVE WSV-MES-CARGAS-TAB (WSV-MES-IDX) TO WSV-DET-CARGAS
               COMPUTE WSV-COSTO-AUX = WSV-MES-BRUTO-TAB (WSV-MES-IDX)
                   + WSV-MES-CARGAS-TAB (WSV-MES-IDX)
               MOVE WSV-COSTO-AUX TO WSV-DET-COSTO
               MOVE WSV-MES-CAMB-BANDA-TAB (WSV-MES-IDX)
                   TO WSV-DET-CAMB-BANDA
               MOVE WSV-MES-CAMB-TRAMO-TAB (WSV-MES-IDX)
                   TO WSV-DET-CAMB-TRAMO
               MOVE WSV-LINEA-DET TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               ADD WSV-MES-BRUTO-TAB (WSV-MES-IDX) TO WSV-TOT-BRUTO
               ADD WSV-MES-NETO-TAB (WSV-MES-IDX) TO WSV-TOT-NETO
               ADD WSV-MES-CARGAS-TAB (WSV-MES-IDX) TO WSV-TOT-CARGAS
               ADD WSV-COSTO-AUX TO WSV-TOT-COSTO
           END-PERFORM.
           MOVE WSV-TOT-BRUTO TO WSV-IMPORTE-ED.
           MOVE WSV-TOT-NETO TO WSV-IMPORTE-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "TOTAL 12 MESES: BRUTO " DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               "  NETO " DELIMITED BY SIZE
               WSV-IMPORTE-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-TOT-CARGAS TO WSV-IMPORTE-ED.
           MOVE WSV-TOT-COSTO TO WSV-IMPORTE-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "                CARGAS " DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               "  COSTO " DELIMITED BY SIZE
               WSV-IMPORTE-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       62-INFORMAR-MESES-END.
       EXIT.

       63-INFORMAR-TITULOS.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "PERIODO DOTAC           BRUTO            NETO"
               DELIMITED BY SIZE
               "          CARGAS           COSTO  BANDA  TRAMO"
               DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       63-INFORMAR-TITULOS-END.
       EXIT.

      ******************************************************************
      * 65-INFORMAR-CENTROS: EL MISMO DETALLE MENSUAL POR CENTRO DE
      * COSTO (SIN LOS CAMBIOS DE BANDA, QUE SE LEEN EN EL TOTAL).
      ******************************************************************
       65-INFORMAR-CENTROS.
           PERFORM VARYING WSV-CC-IDX FROM 1 BY 1
                   UNTIL WSV-CC-IDX > WSV-TOTAL-CENTROS
               MOVE SPACES TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "CENTRO DE COSTO " DELIMITED BY SIZE
                   WSV-CC-CODIGO-TAB (WSV-CC-IDX) DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               PERFORM 63-INFORMAR-TITULOS
               PERFORM VARYING WSV-MES-IDX FROM 1 BY 1
                       UNTIL WSV-MES-IDX > 12
                   PERFORM 66-INFORMAR-CENTRO-MES
               END-PERFORM
           END-PERFORM.
       65-INFORMAR-CENTROS-END.
       EXIT.

       66-INFORMAR-CENTRO-MES.
           MOVE SPACES TO WSV-LINEA-DET.
           MOVE WSV-MES-PERIODO-TAB (WSV-MES-IDX) TO WSV-DET-PERIODO.
           MOVE WSV-CC-DOTACION-TAB (WSV-CC-IDX, WSV-MES-IDX)
               TO WSV-DET-DOTACION.
           MOVE WSV-CC-BRUTO-TAB (WSV-CC-IDX, WSV-MES-IDX)
               TO WSV-DET-BRUTO.
           MOVE WSV-CC-NETO-TAB (WSV-CC-IDX, WSV-MES-IDX)
               TO WSV-DET-NETO.
           MOVE WSV-CC-CARGAS-TAB (WSV-CC-IDX, WSV-MES-IDX)
               TO WSV-DET-CARGAS.
           COMPUTE WSV-COSTO-AUX =
               WSV-CC-BRUTO-TAB (WSV-CC-IDX, WSV-MES-IDX) +
               WSV-CC-CARGAS-TAB (WSV-CC-IDX, WSV-MES-IDX).
           MOVE WSV-COSTO-AUX TO WSV-DET-COSTO.
           MOVE WSV-LINEA-DET TO WSV-LINEA-AUX.
           MOVE SPACES TO WSV-LINEA-AUX (78:14).
           PERFORM 75-INFORMAR-LINEA.
       66-INFORMAR-CENTRO-MES-END.
       EXIT.

       70-INFORMAR-RESUMEN.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-ACTIVOS TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EMPLEADOS ACTIVOS PROYECTADOS: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           IF WSV-CNT-SIN-FECHA > 0
               MOVE WSV-CNT-SIN-FECHA TO WSV-CANTIDAD-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "SIN FECHA BASE (PROYECTADOS SIN ANIVERSARIOS): "
                   DELIMITED BY SIZE
                   WSV-CANTIDAD-ED DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
           MOVE "DOTACION CONSTANTE: SIN BAJAS NI INGRESOS FUTUROS"
               TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
       70-INFORMAR-RESUMEN-END.
       EXIT.

       75-INFORMAR-LINEA.
           DISPLAY WSV-LINEA-AUX.
           WRITE FD-INFORME-LINEA FROM WSV-LINEA-AUX.
       75-INFORMAR-LINEA-END.
       EXIT.

      ******************************************************************
      * 80-UBICAR-CENTRO: BUSCA WSV-CCOSTO-AUX Y, SI NO ESTA, LO
      * AGREGA EN CERO. DEJA WSV-CC-IDX2 EN EL CENTRO. UN CENTRO QUE
      * NO ENTRA EN LA TABLA QUEDA SOLO EN EL TOTAL DE LA PLANTA.
      ******************************************************************
       80-UBICAR-CENTRO.
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
                   DISPLAY "TABLA DE CENTROS LLENA (100): "
                       WSV-CCOSTO-AUX
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       80-UBICAR-CENTRO-END.
       EXIT.

       90-ELEVAR-RETORNO.
           IF WSV-RETORNO-NUEVO > WSV-RETORNO
               MOVE WSV-RETORNO-NUEVO TO WSV-RETORNO
           END-IF.
       90-ELEVAR-RETORNO-END.
       EXIT.

       END PROGRAM PRONOSTI.
