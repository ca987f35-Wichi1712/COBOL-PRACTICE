      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * DOTACION:
      * MOVIMIENTO MENSUAL DE DOTACION Y ROTACION POR CENTRO DE COSTO
      * Y POR ORIGEN DE PLANTA, PARA LAS CIFRAS DE PERSONAL QUE RRHH
      * PRESENTA AL DIRECTORIO. EL MIX DE EJERCICIO2 ES UNA FOTO POR
      * BANDA Y VARIANZA SOLO LISTA IDS QUE APARECEN O DESAPARECEN.
      * ESTE PROGRAMA CORRE AL CIERRE DE CADA MES, CON LOS MISMOS
      * DATOS QUE PAGO LA PLANILLA:
      * 1. LA BITACORA DE AUDITORIA DEL MES DA LAS ALTAS DE
      *    EJERCICIO5 (CUMPLE), LAS BAJAS PROCESADAS POR EJERCICIO4 Y
      *    LAS REACTIVACIONES DE MANTEMPL (MOVIMIENTO R).
      * 2. LAS GENERACIONES DE PLANILLA DEL MES DAN LOS FINIQUITOS
      *    (TIPO F) Y EL ORIGEN DE PLANTA DE CADA EMPLEADO (EL DE SU
      *    ULTIMA FILA MENSUAL O DE FINIQUITO DEL MES).
      * 3. EL MAESTRO DA EL CENTRO DE COSTO, LA DOTACION ACTIVA DE
      *    CIERRE, LA ANTIGUEDAD DESDE LA FECHA DE ALTA Y LAS ALTAS
      *    POR TRANSACC (FECHA DE ALTA EN EL MES SIN ALTA DE
      *    EJERCICIO5). LA APERTURA ES EL CIERRE MENOS ALTAS Y
      *    REACTIVACIONES MAS BAJAS, Y EN EL TOTAL SE CONTROLA CONTRA
      *    EL CIERRE DEL MES ANTERIOR.
      * 4. CON LA HISTORIA DE LOS ONCE MESES ANTERIORES (COPYBOOK
      *    DOTHIST, GENERACION (0)) CALCULA LA ROTACION DE LOS 12
      *    MESES MOVILES Y GRABA LA NUEVA GENERACION CON ESTE MES.
      * LA ROTACION ES BAJAS SOBRE LA DOTACION PROMEDIO ((APERTURA +
      * CIERRE) / 2) EN PORCENTAJE; LA ANTIGUEDAD PROMEDIO ES LA DE
      * LOS ACTIVOS AL CIERRE, EN ANIOS.
      * LA TARJETA DE SYSIN TRAE EL PERIODO AAAAMM (EN BLANCO = MES
      * EN CURSO).
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      * 15-10-2026 - La historia y el ID a ubicar se trabajan en
      *              WORKING-STORAGE y no en el registro de un archivo
      *              ya cerrado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOTACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-AUDITLOG-STATUS.

           SELECT PAYROLL-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAYOUT-STATUS.

           SELECT ANTERIOR-FILE ASSIGN TO "DOTANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ANTERIOR-STATUS.

           SELECT DOTHIST-FILE ASSIGN TO "DOTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME-FILE ASSIGN TO "DOTINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  AUDITLOG-FILE.
           COPY AUDITLOG.

       FD  PAYROLL-OUT-FILE.
           COPY PAYROLL.

      ******************************************************************
      * HISTORIA DEL CIERRE ANTERIOR (GENERACION (0)), MISMO LAYOUT
      * QUE EL COPYBOOK DOTHIST.
      ******************************************************************
       FD  ANTERIOR-FILE.
           01 FD-ANTERIOR-REC.
               05 FD-DTA-PERIODO       PIC X(06).
               05 FD-DTA-DIMENSION     PIC X(01).
               05 FD-DTA-CLAVE         PIC X(10).
               05 FD-DTA-APERTURA      PIC 9(06).
               05 FD-DTA-ALTAS-TRX     PIC 9(06).
               05 FD-DTA-ALTAS-ING     PIC 9(06).
               05 FD-DTA-REACTIVAS     PIC 9(06).
               05 FD-DTA-BAJAS         PIC 9(06).
               05 FD-DTA-CIERRE        PIC 9(06).

       FD  DOTHIST-FILE.
           COPY DOTHIST.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-AUDITLOG-STATUS   PIC X(02) VALUE "00".
           01 WSV-PAYOUT-STATUS     PIC X(02) VALUE "00".
           01 WSV-ANTERIOR-STATUS   PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "DOTACION".

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

           01 WSC-MAX-CLAVES        PIC 9(03) VALUE 200.
           01 WSC-MAX-EVENTOS       PIC 9(04) VALUE 2000.
           01 WSC-MAX-ORIGENES      PIC 9(04) VALUE 5000.
           01 WSC-MAX-HISTORIA      PIC 9(04) VALUE 3000.
           01 WSC-SIN-ORIGEN        PIC X(10) VALUE "SIN ORIGEN".

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-FIN-MAESTRO       PIC X VALUE "N".
                   88 WSS-FIN-MAESTRO       VALUE "S".
               05 WSV-HALLADO           PIC X VALUE "N".
                   88 WSS-HALLADO           VALUE "S".
               05 WSV-CLA-HALLADA       PIC X VALUE "N".
                   88 WSS-CLA-HALLADA       VALUE "S".
               05 WSV-PERIODO-CERRADO   PIC X VALUE "N".
                   88 WSS-PERIODO-CERRADO   VALUE "S".

      * TARJETA DE PARAMETROS: PERIODO AAAAMM.
               05 WSV-PARAMETROS.
                   10 WSV-PERIODO           PIC X(06).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-ULTIMO-PERIODO    PIC X(06) VALUE SPACES.

      * MESES CORRIDOS (ANIO * 12 + MES) PARA COMPARAR PERIODOS.
               05 WSV-PER-ANIO          PIC 9(04).
               05 WSV-PER-MES           PIC 9(02).
               05 WSV-MESES-PERIODO     PIC 9(06).
               05 WSV-MESES-AUX         PIC 9(06).
               05 WSV-MESES-DIF         PIC S9(06).

      * CLAVE A ACUMULAR Y MOVIMIENTOS DEL EMPLEADO EN CURSO.
               05 WSV-DIM-AUX           PIC X(01).
               05 WSV-CLAVE-AUX         PIC X(10).
               05 WSV-ORIGEN-AUX        PIC X(10).
               05 WSV-ID-EVENTO         PIC X(08).
               05 WSV-EMP-ALTAS-TRX     PIC 9(02).
               05 WSV-EMP-ALTAS-ING     PIC 9(02).
               05 WSV-EMP-REACTIVAS     PIC 9(02).
               05 WSV-EMP-BAJAS         PIC 9(02).
               05 WSV-EMP-CIERRE        PIC 9(01).
               05 WSV-EMP-ANTIG         PIC 9(04).

      *------------------------------------------------------------*
      * MOVIMIENTOS DEL MES POR ID: ALTAS DE EJERCICIO5, BAJAS DE  *
      * LA BITACORA, FINIQUITOS DE LA PLANILLA Y REACTIVACIONES.   *
      * UNA BAJA DEJA LA ENTRADA EN LA BITACORA Y SU FILA F EN LA  *
      * PLANILLA: ES UN SOLO MOVIMIENTO Y CUENTA EL MAYOR DE LOS   *
      * DOS.                                                       *
      *------------------------------------------------------------*
               05 WS-EVENTOS OCCURS 2000 TIMES
                       INDEXED BY WSV-EVE-IDX WSV-EVE-IDX2.
                   10 WSV-EVE-ID-TAB        PIC X(08).
                   10 WSV-EVE-ALTA-ING-TAB  PIC 9(02).
                   10 WSV-EVE-BAJA-AUD-TAB  PIC 9(02).
                   10 WSV-EVE-BAJA-FIN-TAB  PIC 9(02).
                   10 WSV-EVE-REACTIVA-TAB  PIC 9(02).
                   10 WSV-EVE-USADO-TAB     PIC X(01).
               05 WSV-TOTAL-EVENTOS     PIC 9(04) VALUE 0.

      * ORIGEN DE PLANTA DE CADA EMPLEADO LIQUIDADO EN EL MES.
               05 WS-ORIGENES OCCURS 5000 TIMES
                       INDEXED BY WSV-ORI-IDX.
                   10 WSV-ORI-ID-TAB        PIC X(08).
                   10 WSV-ORI-ORIGEN-TAB    PIC X(10).
                   10 WSV-ORI-FECHA-TAB     PIC X(08).
               05 WSV-TOTAL-ORIGENES    PIC 9(04) VALUE 0.

      * FILAS DE LA GENERACION ANTERIOR, TAL COMO SE LEYERON.
               05 WS-HISTORIA OCCURS 3000 TIMES
                       INDEXED BY WSV-HIS-IDX.
                   10 WSV-HIS-REGISTRO-TAB  PIC X(53).
                   10 WSV-HIS-VENTANA-TAB   PIC X(01).
               05 WSV-TOTAL-HISTORIA    PIC 9(04) VALUE 0.

      * FILA DE HISTORIA EN CURSO, CON EL LAYOUT DEL COPYBOOK DOTHIST.
               05 WSV-HIS-FILA-AUX.
                   10 WSV-HFA-PERIODO       PIC X(06).
                   10 WSV-HFA-DIMENSION     PIC X(01).
                   10 WSV-HFA-CLAVE         PIC X(10).
                   10 WSV-HFA-APERTURA      PIC 9(06).
                   10 WSV-HFA-ALTAS-TRX     PIC 9(06).
                   10 WSV-HFA-ALTAS-ING     PIC 9(06).
                   10 WSV-HFA-REACTIVAS     PIC 9(06).
                   10 WSV-HFA-BAJAS         PIC 9(06).
                   10 WSV-HFA-CIERRE        PIC 9(06).

      *------------------------------------------------------------*
      * CLAVES DEL INFORME: DIMENSION (C CENTRO, O ORIGEN, T       *
      * TOTAL) Y CODIGO, CON LOS MOVIMIENTOS DEL MES, LA SUMA DE   *
      * MESES DE ANTIGUEDAD DE LOS ACTIVOS AL CIERRE Y LA HISTORIA *
      * DE LOS ONCE MESES ANTERIORES PARA LA ROTACION MOVIL.       *
      *------------------------------------------------------------*
               05 WS-CLAVES OCCURS 200 TIMES
                       INDEXED BY WSV-CLA-IDX WSV-CLA-IDX2.
                   10 WSV-CLA-DIMENSION-TAB PIC X(01).
                   10 WSV-CLA-CODIGO-TAB    PIC X(10).
                   10 WSV-CLA-APERTURA-TAB  PIC S9(06).
                   10 WSV-CLA-ALTAS-TRX-TAB PIC 9(06).
                   10 WSV-CLA-ALTAS-ING-TAB PIC 9(06).
                   10 WSV-CLA-REACTIVAS-TAB PIC 9(06).
                   10 WSV-CLA-BAJAS-TAB     PIC 9(06).
                   10 WSV-CLA-CIERRE-TAB    PIC 9(06).
                   10 WSV-CLA-ANTIG-TAB     PIC 9(09).
                   10 WSV-CLA-HIS-BAJAS-TAB PIC 9(07).
                   10 WSV-CLA-HIS-PROM-TAB  PIC 9(08)V9.
                   10 WSV-CLA-HIS-MESES-TAB PIC 9(02).
                   10 WSV-CLA-CIERRE-ANT-TAB PIC 9(06).
                   10 WSV-CLA-HAY-ANT-TAB   PIC X(01).
               05 WSV-TOTAL-CLAVES      PIC 9(03) VALUE 0.
               05 WSV-CLAVE-AUX-GRUPO.
                   10 FILLER                PIC X(01).
                   10 FILLER                PIC X(10).
                   10 FILLER                PIC S9(06).
                   10 FILLER                PIC 9(06).
                   10 FILLER                PIC 9(06).
                   10 FILLER                PIC 9(06).
                   10 FILLER                PIC 9(06).
                   10 FILLER                PIC 9(06).
                   10 FILLER                PIC 9(09).
                   10 FILLER                PIC 9(07).
                   10 FILLER                PIC 9(08)V9.
                   10 FILLER                PIC 9(02).
                   10 FILLER                PIC 9(06).
                   10 FILLER                PIC X(01).

      * CALCULO DE LAS TASAS DE CADA CLAVE.
               05 WSV-PROMEDIO          PIC 9(08)V9.
               05 WSV-PROMEDIO-12M      PIC 9(08)V9.
               05 WSV-BAJAS-12M         PIC 9(07).
               05 WSV-MESES-12M         PIC 9(02).
               05 WSV-ROTACION          PIC 9(03)V99.
               05 WSV-ROTACION-12M      PIC 9(03)V99.
               05 WSV-ANTIGUEDAD        PIC 9(03)V9.
               05 WSV-APERTURA-POS      PIC 9(06).

               05 WSV-CONTADORES.
                   10 WSV-CNT-EMPLEADOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-AUDITORIA     PIC 9(07) VALUE 0.
                   10 WSV-CNT-FILAS         PIC 9(06) VALUE 0.
                   10 WSV-CNT-ANTERIOR      PIC 9(06) VALUE 0.
                   10 WSV-CNT-OTRO-PERIODO  PIC 9(07) VALUE 0.
                   10 WSV-CNT-SIN-LEGAJO    PIC 9(06) VALUE 0.
                   10 WSV-CNT-OMITIDOS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-GRABADOS      PIC 9(06) VALUE 0.

           01 WSV-IMPRESION.
               05 WSV-LINEA-DET.
                   10 WSV-DET-CLAVE         PIC X(10).
                   10 FILLER                PIC X(01).
                   10 WSV-DET-APERTURA      PIC ZZZZZ9.
                   10 FILLER                PIC X(01).
                   10 WSV-DET-ALTAS-TRX     PIC ZZZZZ9.
                   10 FILLER                PIC X(01).
                   10 WSV-DET-ALTAS-ING     PIC ZZZZZ9.
                   10 FILLER                PIC X(01).
                   10 WSV-DET-REACTIVAS     PIC ZZZZZ9.
                   10 FILLER                PIC X(01).
                   10 WSV-DET-BAJAS         PIC ZZZZZ9.
                   10 FILLER                PIC X(01).
                   10 WSV-DET-CIERRE        PIC ZZZZZ9.
                   10 FILLER                PIC X(02).
                   10 WSV-DET-ROTACION      PIC ZZ9.99.
                   10 FILLER                PIC X(02).
                   10 WSV-DET-ROTACION-12M  PIC ZZ9.99.
                   10 FILLER                PIC X(02).
                   10 WSV-DET-ANTIGUEDAD    PIC ZZ9.9.
               05 WSV-CANTIDAD-ED       PIC ZZZZZ9.
               05 WSV-CANTIDAD-ED2      PIC ZZZZZ9.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "DOTACION - MOVIMIENTO DE DOTACION Y ROTACION".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           PERFORM 05-LEER-PARAMETROS.

           OPEN OUTPUT INFORME-FILE.
           PERFORM 08-INFORMAR-CABECERA.
           PERFORM 10-CARGAR-HISTORIA.
           IF WSS-PERIODO-CERRADO
               PERFORM 65-CONSERVAR-HISTORIA
           ELSE
               PERFORM 20-CARGAR-AUDITORIA
               IF WSV-RETORNO < 8
                   PERFORM 25-CARGAR-PLANILLA
               END-IF
               IF WSV-RETORNO < 8
                   PERFORM 30-RECORRER-MAESTRO
               END-IF
               IF WSV-RETORNO < 8
                   PERFORM 15-APLICAR-HISTORIA
                   PERFORM 40-CALCULAR-APERTURAS
                   PERFORM 45-ORDENAR-CLAVES
                   PERFORM 60-GRABAR-HISTORIA
                   PERFORM 70-INFORMAR-DIMENSIONES
               ELSE
                   PERFORM 65-CONSERVAR-HISTORIA
                   MOVE "SIN INFORME: LA HISTORIA SE CONSERVA"
                       TO WSV-LINEA-AUX
                   PERFORM 75-INFORMAR-LINEA
               END-IF
           END-IF.
           PERFORM 80-INFORMAR-RESUMEN.
           CLOSE INFORME-FILE.

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
           MOVE WSV-PERIODO (1:4) TO WSV-PER-ANIO.
           MOVE WSV-PERIODO (5:2) TO WSV-PER-MES.
           COMPUTE WSV-MESES-PERIODO = WSV-PER-ANIO * 12 + WSV-PER-MES.
           DISPLAY "PERIODO: " WSV-PERIODO.
       05-LEER-PARAMETROS-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "MOVIMIENTO DE DOTACION Y ROTACION - PERIODO "
               DELIMITED BY SIZE
               WSV-PERIODO DELIMITED BY SIZE
               " - EMITIDO EL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

      ******************************************************************
      * 10-CARGAR-HISTORIA: GUARDA LAS FILAS DE LA GENERACION
      * ANTERIOR Y MARCA LAS DE LOS ONCE MESES PREVIOS AL PERIODO, QUE
      * SON LAS QUE PASAN A LA NUEVA GENERACION. LAS DEL MISMO PERIODO
      * (UNA RECORRIDA DEL CIERRE) SE REEMPLAZAN. SI LA HISTORIA YA
      * TIENE UN PERIODO POSTERIOR NO SE PUEDE REESCRIBIR: CODIGO 8 Y
      * LA NUEVA GENERACION SALE IGUAL A LA ANTERIOR.
      * SIN GENERACION ANTERIOR (PRIMER CIERRE) LA ROTACION MOVIL SE
      * CALCULA CON LOS MESES QUE HAYA.
      ******************************************************************
       10-CARGAR-HISTORIA.
           OPEN INPUT ANTERIOR-FILE.
           IF WSV-ANTERIOR-STATUS NOT EQUAL "00"
               DISPLAY "SIN HISTORIA DE DOTACION ANTERIOR, SE ARRANCA "
                   "CON ESTE MES"
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 11-LEER-ANTERIOR
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   ADD 1 TO WSV-CNT-ANTERIOR
                   IF FD-DTA-PERIODO > WSV-ULTIMO-PERIODO
                       MOVE FD-DTA-PERIODO TO WSV-ULTIMO-PERIODO
                   END-IF
                   PERFORM 12-GUARDAR-ANTERIOR
                   PERFORM 11-LEER-ANTERIOR
               END-PERFORM
               CLOSE ANTERIOR-FILE
           END-IF.
           IF WSV-ULTIMO-PERIODO NOT EQUAL SPACES AND
              WSV-ULTIMO-PERIODO > WSV-PERIODO
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "LA HISTORIA DE DOTACION YA LLEGA AL PERIODO "
                   DELIMITED BY SIZE
                   WSV-ULTIMO-PERIODO DELIMITED BY SIZE
                   ": NO SE REESCRIBE UN MES ANTERIOR" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE "S" TO WSV-PERIODO-CERRADO
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           IF WSV-ULTIMO-PERIODO EQUAL WSV-PERIODO
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "EL PERIODO " DELIMITED BY SIZE
                   WSV-PERIODO DELIMITED BY SIZE
                   " YA TENIA CIERRE: SE RECALCULA Y SE REEMPLAZA"
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       10-CARGAR-HISTORIA-END.
       EXIT.

       11-LEER-ANTERIOR.
           READ ANTERIOR-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       11-LEER-ANTERIOR-END.
       EXIT.

       12-GUARDAR-ANTERIOR.
           IF WSV-TOTAL-HISTORIA < WSC-MAX-HISTORIA
               ADD 1 TO WSV-TOTAL-HISTORIA
               SET WSV-HIS-IDX TO WSV-TOTAL-HISTORIA
               MOVE FD-ANTERIOR-REC
                   TO WSV-HIS-REGISTRO-TAB (WSV-HIS-IDX)
               MOVE "N" TO WSV-HIS-VENTANA-TAB (WSV-HIS-IDX)
               IF FD-DTA-PERIODO IS NUMERIC
                   MOVE FD-DTA-PERIODO (1:4) TO WSV-PER-ANIO
                   MOVE FD-DTA-PERIODO (5:2) TO WSV-PER-MES
                   COMPUTE WSV-MESES-DIF = WSV-MESES-PERIODO -
                       (WSV-PER-ANIO * 12 + WSV-PER-MES)
                   IF WSV-MESES-DIF > 0 AND WSV-MESES-DIF < 12
                       MOVE "S" TO WSV-HIS-VENTANA-TAB (WSV-HIS-IDX)
                   END-IF
               END-IF
           ELSE
               DISPLAY "TABLA DE HISTORIA LLENA (3000): "
                   FD-DTA-PERIODO " " FD-DTA-CLAVE
               ADD 1 TO WSV-CNT-OMITIDOS
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       12-GUARDAR-ANTERIOR-END.
       EXIT.

      ******************************************************************
      * 15-APLICAR-HISTORIA: CADA FILA DE LA VENTANA SUMA A SU CLAVE
      * LAS BAJAS Y LA DOTACION PROMEDIO DEL MES; LA DEL MES ANTERIOR
      * DEJA ADEMAS SU CIERRE PARA EL CONTROL DE LA APERTURA. UNA
      * CLAVE QUE SOLO TIENE HISTORIA SE INFORMA CON EL MES EN CERO.
      ******************************************************************
       15-APLICAR-HISTORIA.
           PERFORM VARYING WSV-HIS-IDX FROM 1 BY 1
                   UNTIL WSV-HIS-IDX > WSV-TOTAL-HISTORIA
               IF WSV-HIS-VENTANA-TAB (WSV-HIS-IDX) EQUAL "S"
                   MOVE WSV-HIS-REGISTRO-TAB (WSV-HIS-IDX)
                       TO WSV-HIS-FILA-AUX
                   MOVE WSV-HFA-DIMENSION TO WSV-DIM-AUX
                   MOVE WSV-HFA-CLAVE     TO WSV-CLAVE-AUX
                   PERFORM 85-UBICAR-CLAVE
                   IF WSS-CLA-HALLADA
                       ADD WSV-HFA-BAJAS
                           TO WSV-CLA-HIS-BAJAS-TAB (WSV-CLA-IDX2)
                       COMPUTE WSV-CLA-HIS-PROM-TAB (WSV-CLA-IDX2) =
                           WSV-CLA-HIS-PROM-TAB (WSV-CLA-IDX2) +
                           (WSV-HFA-APERTURA + WSV-HFA-CIERRE) / 2
                       ADD 1 TO WSV-CLA-HIS-MESES-TAB (WSV-CLA-IDX2)
                       MOVE WSV-HFA-PERIODO (1:4) TO WSV-PER-ANIO
                       MOVE WSV-HFA-PERIODO (5:2) TO WSV-PER-MES
                       COMPUTE WSV-MESES-DIF = WSV-MESES-PERIODO -
                           (WSV-PER-ANIO * 12 + WSV-PER-MES)
                       IF WSV-MESES-DIF = 1
                           MOVE WSV-HFA-CIERRE
                               TO WSV-CLA-CIERRE-ANT-TAB (WSV-CLA-IDX2)
                           MOVE "S"
                               TO WSV-CLA-HAY-ANT-TAB (WSV-CLA-IDX2)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       15-APLICAR-HISTORIA-END.
       EXIT.

      ******************************************************************
      * 20-CARGAR-AUDITORIA: ENTRADAS DEL PERIODO DE LA BITACORA
      * COMPARTIDA. ALTA = CUMPLE DE EJERCICIO5; BAJA = MOVIMIENTO B
      * PROCESADO POR EJERCICIO4; REACTIVACION = MOVIMIENTO R DE
      * MANTEMPL. SIN BITACORA NO HAY MOVIMIENTOS QUE INFORMAR.
      ******************************************************************
       20-CARGAR-AUDITORIA.
           OPEN INPUT AUDITLOG-FILE.
           IF WSV-AUDITLOG-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE AUDITORIA, "
                   "STATUS: " WSV-AUDITLOG-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 21-LEER-AUDITORIA
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-AUD-FECHA (1:6) NOT EQUAL WSV-PERIODO
                       ADD 1 TO WSV-CNT-OTRO-PERIODO
                   ELSE
                       PERFORM 22-REGISTRAR-AUDITORIA
                   END-IF
                   PERFORM 21-LEER-AUDITORIA
               END-PERFORM
               CLOSE AUDITLOG-FILE
           END-IF.
       20-CARGAR-AUDITORIA-END.
       EXIT.

       21-LEER-AUDITORIA.
           READ AUDITLOG-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-AUDITORIA
           END-READ.
       21-LEER-AUDITORIA-END.
       EXIT.

       22-REGISTRAR-AUDITORIA.
           EVALUATE TRUE
               WHEN FD-AUD-PROGRAMA EQUAL "EJERCICIO5" AND
                    FD-AUD-DETALLE (1:6) EQUAL "CUMPLE"
                   MOVE FD-AUD-ID TO WSV-ID-EVENTO
                   PERFORM 87-UBICAR-EVENTO
                   IF WSS-HALLADO
                       ADD 1 TO WSV-EVE-ALTA-ING-TAB (WSV-EVE-IDX2)
                   END-IF
               WHEN FD-AUD-PROGRAMA EQUAL "EJERCICIO4" AND
                    FD-AUD-DETALLE EQUAL "BAJA"
                   MOVE FD-AUD-ID TO WSV-ID-EVENTO
                   PERFORM 87-UBICAR-EVENTO
                   IF WSS-HALLADO
                       ADD 1 TO WSV-EVE-BAJA-AUD-TAB (WSV-EVE-IDX2)
                   END-IF
               WHEN FD-AUD-PROGRAMA EQUAL "MANTEMPL" AND
                    FD-AUD-DETALLE EQUAL "REACTIVA BAJA"
                   MOVE FD-AUD-ID TO WSV-ID-EVENTO
                   PERFORM 87-UBICAR-EVENTO
                   IF WSS-HALLADO
                       ADD 1 TO WSV-EVE-REACTIVA-TAB (WSV-EVE-IDX2)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       22-REGISTRAR-AUDITORIA-END.
       EXIT.

      ******************************************************************
      * 25-CARGAR-PLANILLA: FILAS DEL PERIODO DE LAS GENERACIONES
      * NOCTURNAS. UN FINIQUITO (TIPO F) ES UNA BAJA; LA ULTIMA FILA
      * MENSUAL O DE FINIQUITO DE CADA EMPLEADO DA SU ORIGEN DE
      * PLANTA. LAS DEMAS FILAS NO MUEVEN LA DOTACION.
      ******************************************************************
       25-CARGAR-PLANILLA.
           OPEN INPUT PAYROLL-OUT-FILE.
           IF WSV-PAYOUT-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR PAYROLL-OUT, STATUS: "
                   WSV-PAYOUT-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 26-LEER-PAYROLL
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-PAY-FECHA-CORRIDA (1:6) NOT EQUAL WSV-PERIODO
                       ADD 1 TO WSV-CNT-OTRO-PERIODO
                   ELSE
                       IF FDS-PAY-NORMAL OR FDS-PAY-FINIQUITO
                           PERFORM 27-REGISTRAR-ORIGEN
                       END-IF
                       IF FDS-PAY-FINIQUITO
                           MOVE FD-PAY-ID TO WSV-ID-EVENTO
                           PERFORM 87-UBICAR-EVENTO
                           IF WSS-HALLADO
                               ADD 1 TO
                                   WSV-EVE-BAJA-FIN-TAB (WSV-EVE-IDX2)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 26-LEER-PAYROLL
               END-PERFORM
               CLOSE PAYROLL-OUT-FILE
           END-IF.
       25-CARGAR-PLANILLA-END.
       EXIT.

       26-LEER-PAYROLL.
           READ PAYROLL-OUT-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-FILAS
           END-READ.
       26-LEER-PAYROLL-END.
       EXIT.

       27-REGISTRAR-ORIGEN.
           MOVE "N" TO WSV-HALLADO.
           PERFORM VARYING WSV-ORI-IDX FROM 1 BY 1
                   UNTIL WSV-ORI-IDX > WSV-TOTAL-ORIGENES
                      OR WSS-HALLADO
               IF WSV-ORI-ID-TAB (WSV-ORI-IDX) = FD-PAY-ID
                   SET WSS-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-HALLADO
               SET WSV-ORI-IDX DOWN BY 1
               IF FD-PAY-FECHA-CORRIDA NOT <
                  WSV-ORI-FECHA-TAB (WSV-ORI-IDX)
                   MOVE FD-PAY-ORIGEN
                       TO WSV-ORI-ORIGEN-TAB (WSV-ORI-IDX)
                   MOVE FD-PAY-FECHA-CORRIDA
                       TO WSV-ORI-FECHA-TAB (WSV-ORI-IDX)
               END-IF
           ELSE
               IF WSV-TOTAL-ORIGENES < WSC-MAX-ORIGENES
                   ADD 1 TO WSV-TOTAL-ORIGENES
                   SET WSV-ORI-IDX TO WSV-TOTAL-ORIGENES
                   MOVE FD-PAY-ID TO WSV-ORI-ID-TAB (WSV-ORI-IDX)
                   MOVE FD-PAY-ORIGEN
                       TO WSV-ORI-ORIGEN-TAB (WSV-ORI-IDX)
                   MOVE FD-PAY-FECHA-CORRIDA
                       TO WSV-ORI-FECHA-TAB (WSV-ORI-IDX)
               ELSE
                   DISPLAY "TABLA DE ORIGENES LLENA (5000): " FD-PAY-ID
                   ADD 1 TO WSV-CNT-OMITIDOS
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       27-REGISTRAR-ORIGEN-END.
       EXIT.

      ******************************************************************
      * 30-RECORRER-MAESTRO: CADA EMPLEADO SUMA SUS MOVIMIENTOS DEL
      * MES Y, SI ESTA ACTIVO CON ALTA HASTA EL FIN DEL PERIODO, SU
      * CIERRE Y SU ANTIGUEDAD, EN SU CENTRO, SU ORIGEN Y EL TOTAL.
      ******************************************************************
       30-RECORRER-MAESTRO.
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
                   PERFORM 31-LEER-SIGUIENTE
                   PERFORM UNTIL WSS-FIN-MAESTRO
                       PERFORM 32-PROCESAR-EMPLEADO
                       PERFORM 31-LEER-SIGUIENTE
                   END-PERFORM
               END-IF
               CLOSE EMPMAST-FILE
               PERFORM 35-CONTAR-SIN-LEGAJO
           END-IF.
       30-RECORRER-MAESTRO-END.
       EXIT.

       31-LEER-SIGUIENTE.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO WSV-CNT-EMPLEADOS
           END-READ.
       31-LEER-SIGUIENTE-END.
       EXIT.

       32-PROCESAR-EMPLEADO.
           MOVE 0 TO WSV-EMP-ALTAS-TRX WSV-EMP-ALTAS-ING
               WSV-EMP-REACTIVAS WSV-EMP-BAJAS WSV-EMP-CIERRE
               WSV-EMP-ANTIG.

           MOVE "N" TO WSV-HALLADO.
           PERFORM VARYING WSV-EVE-IDX FROM 1 BY 1
                   UNTIL WSV-EVE-IDX > WSV-TOTAL-EVENTOS
                      OR WSS-HALLADO
               IF WSV-EVE-ID-TAB (WSV-EVE-IDX) = FD-EMP-ID
                   SET WSS-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-HALLADO
               SET WSV-EVE-IDX DOWN BY 1
               MOVE "S" TO WSV-EVE-USADO-TAB (WSV-EVE-IDX)
               MOVE WSV-EVE-ALTA-ING-TAB (WSV-EVE-IDX)
                   TO WSV-EMP-ALTAS-ING
               MOVE WSV-EVE-REACTIVA-TAB (WSV-EVE-IDX)
                   TO WSV-EMP-REACTIVAS
               IF WSV-EVE-BAJA-AUD-TAB (WSV-EVE-IDX) >
                  WSV-EVE-BAJA-FIN-TAB (WSV-EVE-IDX)
                   MOVE WSV-EVE-BAJA-AUD-TAB (WSV-EVE-IDX)
                       TO WSV-EMP-BAJAS
               ELSE
                   MOVE WSV-EVE-BAJA-FIN-TAB (WSV-EVE-IDX)
                       TO WSV-EMP-BAJAS
               END-IF
           END-IF.

      * UN ALTA NUEVA EN EL MAESTRO DURANTE EL MES QUE NO VINO DE
      * EJERCICIO5 ES UN ALTA A DE TRANSACC (EJERCICIO4 LA CREA CON
      * LA FECHA DE LA CORRIDA).
           IF FD-EMP-FECHA-ALTA (1:6) EQUAL WSV-PERIODO AND
              WSV-EMP-ALTAS-ING EQUAL 0
               MOVE 1 TO WSV-EMP-ALTAS-TRX
           END-IF.

           IF FDS-EMP-ACTIVO AND
              FD-EMP-FECHA-ALTA (1:6) NOT > WSV-PERIODO
               MOVE 1 TO WSV-EMP-CIERRE
               IF FD-EMP-FECHA-ALTA (1:6) IS NUMERIC
                   MOVE FD-EMP-FECHA-ALTA (1:4) TO WSV-PER-ANIO
                   MOVE FD-EMP-FECHA-ALTA (5:2) TO WSV-PER-MES
                   COMPUTE WSV-MESES-DIF = WSV-MESES-PERIODO -
                       (WSV-PER-ANIO * 12 + WSV-PER-MES)
                   IF WSV-MESES-DIF > 0
                       MOVE WSV-MESES-DIF TO WSV-EMP-ANTIG
                   END-IF
               END-IF
           END-IF.

           IF WSV-EMP-CIERRE > 0 OR WSV-EMP-ALTAS-TRX > 0 OR
              WSV-EMP-ALTAS-ING > 0 OR WSV-EMP-REACTIVAS > 0 OR
              WSV-EMP-BAJAS > 0
               MOVE WSC-SIN-ORIGEN TO WSV-ORIGEN-AUX
               MOVE "N" TO WSV-HALLADO
               PERFORM VARYING WSV-ORI-IDX FROM 1 BY 1
                       UNTIL WSV-ORI-IDX > WSV-TOTAL-ORIGENES
                          OR WSS-HALLADO
                   IF WSV-ORI-ID-TAB (WSV-ORI-IDX) = FD-EMP-ID
                       SET WSS-HALLADO TO TRUE
                       MOVE WSV-ORI-ORIGEN-TAB (WSV-ORI-IDX)
                           TO WSV-ORIGEN-AUX
                   END-IF
               END-PERFORM
               IF WSV-ORIGEN-AUX EQUAL SPACES
                   MOVE WSC-SIN-ORIGEN TO WSV-ORIGEN-AUX
               END-IF

               MOVE "C" TO WSV-DIM-AUX
               IF FD-EMP-CCOSTO EQUAL SPACES
                   MOVE "GRAL" TO WSV-CLAVE-AUX
               ELSE
                   MOVE FD-EMP-CCOSTO TO WSV-CLAVE-AUX
               END-IF
               PERFORM 33-SUMAR-EMPLEADO
               MOVE "O" TO WSV-DIM-AUX
               MOVE WSV-ORIGEN-AUX TO WSV-CLAVE-AUX
               PERFORM 33-SUMAR-EMPLEADO
               MOVE "T" TO WSV-DIM-AUX
               MOVE "TOTAL" TO WSV-CLAVE-AUX
               PERFORM 33-SUMAR-EMPLEADO
           END-IF.
       32-PROCESAR-EMPLEADO-END.
       EXIT.

       33-SUMAR-EMPLEADO.
           PERFORM 85-UBICAR-CLAVE.
           IF WSS-CLA-HALLADA
               ADD WSV-EMP-ALTAS-TRX
                   TO WSV-CLA-ALTAS-TRX-TAB (WSV-CLA-IDX2)
               ADD WSV-EMP-ALTAS-ING
                   TO WSV-CLA-ALTAS-ING-TAB (WSV-CLA-IDX2)
               ADD WSV-EMP-REACTIVAS
                   TO WSV-CLA-REACTIVAS-TAB (WSV-CLA-IDX2)
               ADD WSV-EMP-BAJAS TO WSV-CLA-BAJAS-TAB (WSV-CLA-IDX2)
               ADD WSV-EMP-CIERRE TO WSV-CLA-CIERRE-TAB (WSV-CLA-IDX2)
               ADD WSV-EMP-ANTIG TO WSV-CLA-ANTIG-TAB (WSV-CLA-IDX2)
           END-IF.
       33-SUMAR-EMPLEADO-END.
       EXIT.

      * MOVIMIENTOS DE IDS QUE NO ESTAN EN EL MAESTRO: NO SE PUEDEN
      * UBICAR EN UN CENTRO; SE INFORMAN EN EL RESUMEN.
       35-CONTAR-SIN-LEGAJO.
           PERFORM VARYING WSV-EVE-IDX FROM 1 BY 1
                   UNTIL WSV-EVE-IDX > WSV-TOTAL-EVENTOS
               IF WSV-EVE-USADO-TAB (WSV-EVE-IDX) NOT EQUAL "S"
                   ADD 1 TO WSV-CNT-SIN-LEGAJO
                   DISPLAY "MOVIMIENTO DE " WSV-EVE-ID-TAB (WSV-EVE-IDX)
                       " SIN LEGAJO EN EL MAESTRO"
               END-IF
           END-PERFORM.
           IF WSV-CNT-SIN-LEGAJO > 0
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       35-CONTAR-SIN-LEGAJO-END.
       EXIT.

      ******************************************************************
      * 40-CALCULAR-APERTURAS: APERTURA = CIERRE - ALTAS -
      * REACTIVACIONES + BAJAS. EN EL TOTAL DEBE COINCIDIR CON EL
      * CIERRE DEL MES ANTERIOR (LOS CAMBIOS DE CENTRO DE MANTEMPL
      * MUEVEN GENTE ENTRE CENTROS, PERO NO EL TOTAL); SI NO, EL
      * MAESTRO SE TOCO FUERA DE LOS CIRCUITOS AUDITADOS.
      ******************************************************************
       40-CALCULAR-APERTURAS.
           PERFORM VARYING WSV-CLA-IDX FROM 1 BY 1
                   UNTIL WSV-CLA-IDX > WSV-TOTAL-CLAVES
               COMPUTE WSV-CLA-APERTURA-TAB (WSV-CLA-IDX) =
                   WSV-CLA-CIERRE-TAB (WSV-CLA-IDX) -
                   WSV-CLA-ALTAS-TRX-TAB (WSV-CLA-IDX) -
                   WSV-CLA-ALTAS-ING-TAB (WSV-CLA-IDX) -
                   WSV-CLA-REACTIVAS-TAB (WSV-CLA-IDX) +
                   WSV-CLA-BAJAS-TAB (WSV-CLA-IDX)
               IF WSV-CLA-APERTURA-TAB (WSV-CLA-IDX) < 0
                   DISPLAY "APERTURA NEGATIVA EN "
                       WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX) " "
                       WSV-CLA-CODIGO-TAB (WSV-CLA-IDX) ", SE TOMA CERO"
                   MOVE 0 TO WSV-CLA-APERTURA-TAB (WSV-CLA-IDX)
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
               IF WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX) EQUAL "T" AND
                  WSV-CLA-HAY-ANT-TAB (WSV-CLA-IDX) EQUAL "S" AND
                  WSV-CLA-APERTURA-TAB (WSV-CLA-IDX) NOT EQUAL
                  WSV-CLA-CIERRE-ANT-TAB (WSV-CLA-IDX)
                   MOVE WSV-CLA-APERTURA-TAB (WSV-CLA-IDX)
                       TO WSV-CANTIDAD-ED
                   MOVE WSV-CLA-CIERRE-ANT-TAB (WSV-CLA-IDX)
                       TO WSV-CANTIDAD-ED2
                   MOVE SPACES TO WSV-LINEA-AUX
                   STRING "LA APERTURA TOTAL " DELIMITED BY SIZE
                       WSV-CANTIDAD-ED DELIMITED BY SIZE
                       " NO COINCIDE CON EL CIERRE DEL MES ANTERIOR "
                       DELIMITED BY SIZE
                       WSV-CANTIDAD-ED2 DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
                   PERFORM 75-INFORMAR-LINEA
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-PERFORM.
       40-CALCULAR-APERTURAS-END.
       EXIT.

      ******************************************************************
      * 45-ORDENAR-CLAVES: POR DIMENSION Y CODIGO, PARA QUE CADA
      * BLOQUE DEL INFORME SALGA ORDENADO.
      ******************************************************************
       45-ORDENAR-CLAVES.
           PERFORM VARYING WSV-CLA-IDX FROM 1 BY 1
                   UNTIL WSV-CLA-IDX >= WSV-TOTAL-CLAVES
               PERFORM VARYING WSV-CLA-IDX2 FROM WSV-CLA-IDX BY 1
                       UNTIL WSV-CLA-IDX2 > WSV-TOTAL-CLAVES
                   IF WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX2) <
                      WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX) OR
                      (WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX2) =
                       WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX) AND
                       WSV-CLA-CODIGO-TAB (WSV-CLA-IDX2) <
                       WSV-CLA-CODIGO-TAB (WSV-CLA-IDX))
                       MOVE WS-CLAVES (WSV-CLA-IDX)
                           TO WSV-CLAVE-AUX-GRUPO
                       MOVE WS-CLAVES (WSV-CLA-IDX2)
                           TO WS-CLAVES (WSV-CLA-IDX)
                       MOVE WSV-CLAVE-AUX-GRUPO
                           TO WS-CLAVES (WSV-CLA-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       45-ORDENAR-CLAVES-END.
       EXIT.

      ******************************************************************
      * 60-GRABAR-HISTORIA: LAS FILAS DE LOS ONCE MESES ANTERIORES,
      * TAL COMO VINIERON, Y LAS DE ESTE MES; LO MAS VIEJO SE CAE.
      ******************************************************************
       60-GRABAR-HISTORIA.
           OPEN OUTPUT DOTHIST-FILE.
           PERFORM VARYING WSV-HIS-IDX FROM 1 BY 1
                   UNTIL WSV-HIS-IDX > WSV-TOTAL-HISTORIA
               IF WSV-HIS-VENTANA-TAB (WSV-HIS-IDX) EQUAL "S"
                   MOVE WSV-HIS-REGISTRO-TAB (WSV-HIS-IDX)
                       TO FD-DOTHIST-REC
                   WRITE FD-DOTHIST-REC
                   ADD 1 TO WSV-CNT-GRABADOS
               END-IF
           END-PERFORM.
           PERFORM VARYING WSV-CLA-IDX FROM 1 BY 1
                   UNTIL WSV-CLA-IDX > WSV-TOTAL-CLAVES
               MOVE SPACES TO FD-DOTHIST-REC
               MOVE WSV-PERIODO TO FD-DOT-PERIODO
               MOVE WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX)
                   TO FD-DOT-DIMENSION
               MOVE WSV-CLA-CODIGO-TAB (WSV-CLA-IDX) TO FD-DOT-CLAVE
               MOVE WSV-CLA-APERTURA-TAB (WSV-CLA-IDX)
                   TO FD-DOT-APERTURA
               MOVE WSV-CLA-ALTAS-TRX-TAB (WSV-CLA-IDX)
                   TO FD-DOT-ALTAS-TRX
               MOVE WSV-CLA-ALTAS-ING-TAB (WSV-CLA-IDX)
                   TO FD-DOT-ALTAS-ING
               MOVE WSV-CLA-REACTIVAS-TAB (WSV-CLA-IDX)
                   TO FD-DOT-REACTIVAS
               MOVE WSV-CLA-BAJAS-TAB (WSV-CLA-IDX) TO FD-DOT-BAJAS
               MOVE WSV-CLA-CIERRE-TAB (WSV-CLA-IDX) TO FD-DOT-CIERRE
               WRITE FD-DOTHIST-REC
               ADD 1 TO WSV-CNT-GRABADOS
           END-PERFORM.
           CLOSE DOTHIST-FILE.
       60-GRABAR-HISTORIA-END.
       EXIT.

      * SIN CIERRE VALIDO LA NUEVA GENERACION REPITE LA ANTERIOR, ASI
      * EL PROXIMO MES NO PIERDE LA HISTORIA.
       65-CONSERVAR-HISTORIA.
           OPEN OUTPUT DOTHIST-FILE.
           PERFORM VARYING WSV-HIS-IDX FROM 1 BY 1
                   UNTIL WSV-HIS-IDX > WSV-TOTAL-HISTORIA
               MOVE WSV-HIS-REGISTRO-TAB (WSV-HIS-IDX)
                   TO FD-DOTHIST-REC
               WRITE FD-DOTHIST-REC
               ADD 1 TO WSV-CNT-GRABADOS
           END-PERFORM.
           CLOSE DOTHIST-FILE.
       65-CONSERVAR-HISTORIA-END.
       EXIT.

      ******************************************************************
      * 70-INFORMAR-DIMENSIONES: UN BLOQUE POR CENTRO DE COSTO, UNO
      * POR ORIGEN DE PLANTA Y EL TOTAL.
      ******************************************************************
       70-INFORMAR-DIMENSIONES.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "POR CENTRO DE COSTO" TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "C" TO WSV-DIM-AUX.
           PERFORM 71-INFORMAR-BLOQUE.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "POR ORIGEN DE PLANTA" TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "O" TO WSV-DIM-AUX.
           PERFORM 71-INFORMAR-BLOQUE.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "T" TO WSV-DIM-AUX.
           PERFORM 71-INFORMAR-BLOQUE.
       70-INFORMAR-DIMENSIONES-END.
       EXIT.

       71-INFORMAR-BLOQUE.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "CLAVE      APERT. ALTA-T ALTA-5  REACT  BAJAS"
               DELIMITED BY SIZE
               " CIERRE  ROT.M%  ROT12%  ANTIG" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           PERFORM VARYING WSV-CLA-IDX FROM 1 BY 1
                   UNTIL WSV-CLA-IDX > WSV-TOTAL-CLAVES
               IF WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX) EQUAL WSV-DIM-AUX
                   PERFORM 72-CALCULAR-TASAS
                   PERFORM 73-INFORMAR-CLAVE
               END-IF
           END-PERFORM.
       71-INFORMAR-BLOQUE-END.
       EXIT.

      ******************************************************************
      * 72-CALCULAR-TASAS: ROTACION DEL MES = BAJAS / PROMEDIO DEL
      * MES; ROTACION MOVIL = BAJAS DE LOS 12 MESES / PROMEDIO DE LOS
      * PROMEDIOS MENSUALES (CON LOS MESES DE HISTORIA QUE HAYA);
      * ANTIGUEDAD = MESES DE LOS ACTIVOS AL CIERRE / ACTIVOS / 12.
      ******************************************************************
       72-CALCULAR-TASAS.
           MOVE 0 TO WSV-ROTACION WSV-ROTACION-12M WSV-ANTIGUEDAD.
           MOVE WSV-CLA-APERTURA-TAB (WSV-CLA-IDX) TO WSV-APERTURA-POS.
           COMPUTE WSV-PROMEDIO =
               (WSV-APERTURA-POS + WSV-CLA-CIERRE-TAB (WSV-CLA-IDX))
               / 2.
           IF WSV-PROMEDIO > 0
               COMPUTE WSV-ROTACION ROUNDED =
                   WSV-CLA-BAJAS-TAB (WSV-CLA-IDX) * 100 / WSV-PROMEDIO
                   ON SIZE ERROR
                       MOVE 999.99 TO WSV-ROTACION
               END-COMPUTE
           END-IF.

           COMPUTE WSV-BAJAS-12M = WSV-CLA-HIS-BAJAS-TAB (WSV-CLA-IDX)
               + WSV-CLA-BAJAS-TAB (WSV-CLA-IDX).
           COMPUTE WSV-MESES-12M =
               WSV-CLA-HIS-MESES-TAB (WSV-CLA-IDX) + 1.
           COMPUTE WSV-PROMEDIO-12M =
               (WSV-CLA-HIS-PROM-TAB (WSV-CLA-IDX) + WSV-PROMEDIO)
               / WSV-MESES-12M.
           IF WSV-PROMEDIO-12M > 0
               COMPUTE WSV-ROTACION-12M ROUNDED =
                   WSV-BAJAS-12M * 100 / WSV-PROMEDIO-12M
                   ON SIZE ERROR
                       MOVE 999.99 TO WSV-ROTACION-12M
               END-COMPUTE
           END-IF.

           IF WSV-CLA-CIERRE-TAB (WSV-CLA-IDX) > 0
               COMPUTE WSV-ANTIGUEDAD ROUNDED =
                   WSV-CLA-ANTIG-TAB (WSV-CLA-IDX) /
                   WSV-CLA-CIERRE-TAB (WSV-CLA-IDX) / 12
                   ON SIZE ERROR
                       MOVE 999.9 TO WSV-ANTIGUEDAD
               END-COMPUTE
           END-IF.
       72-CALCULAR-TASAS-END.
       EXIT.

       73-INFORMAR-CLAVE.
           MOVE SPACES TO WSV-LINEA-DET.
           MOVE WSV-CLA-CODIGO-TAB (WSV-CLA-IDX) TO WSV-DET-CLAVE.
           MOVE WSV-APERTURA-POS TO WSV-DET-APERTURA.
           MOVE WSV-CLA-ALTAS-TRX-TAB (WSV-CLA-IDX)
               TO WSV-DET-ALTAS-TRX.
           MOVE WSV-CLA-ALTAS-ING-TAB (WSV-CLA-IDX)
               TO WSV-DET-ALTAS-ING.
           MOVE WSV-CLA-REACTIVAS-TAB (WSV-CLA-IDX)
               TO WSV-DET-REACTIVAS.
           MOVE WSV-CLA-BAJAS-TAB (WSV-CLA-IDX) TO WSV-DET-BAJAS.
           MOVE WSV-CLA-CIERRE-TAB (WSV-CLA-IDX) TO WSV-DET-CIERRE.
           MOVE WSV-ROTACION TO WSV-DET-ROTACION.
           MOVE WSV-ROTACION-12M TO WSV-DET-ROTACION-12M.
           MOVE WSV-ANTIGUEDAD TO WSV-DET-ANTIGUEDAD.
           MOVE WSV-LINEA-DET TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           IF WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX) EQUAL "T"
               MOVE WSV-MESES-12M TO WSV-CANTIDAD-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "ROTACION MOVIL CALCULADA CON " DELIMITED BY SIZE
                   WSV-CANTIDAD-ED DELIMITED BY SIZE
                   " MESES DE HISTORIA" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       73-INFORMAR-CLAVE-END.
       EXIT.

       75-INFORMAR-LINEA.
           DISPLAY WSV-LINEA-AUX.
           WRITE FD-INFORME-LINEA FROM WSV-LINEA-AUX.
       75-INFORMAR-LINEA-END.
       EXIT.

       80-INFORMAR-RESUMEN.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-EMPLEADOS TO WSV-CANTIDAD-ED.
           MOVE WSV-CNT-FILAS TO WSV-CANTIDAD-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EMPLEADOS EN EL MAESTRO: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               "  FILAS DE PLANILLA LEIDAS: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-SIN-LEGAJO TO WSV-CANTIDAD-ED.
           MOVE WSV-CNT-OMITIDOS TO WSV-CANTIDAD-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "MOVIMIENTOS SIN LEGAJO: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               "  OMITIDOS POR TABLAS LLENAS: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       80-INFORMAR-RESUMEN-END.
       EXIT.

      ******************************************************************
      * 85-UBICAR-CLAVE: BUSCA WSV-DIM-AUX + WSV-CLAVE-AUX Y, SI NO
      * ESTA, LA AGREGA EN CERO. DEJA WSV-CLA-IDX2 EN LA CLAVE.
      ******************************************************************
       85-UBICAR-CLAVE.
           MOVE "N" TO WSV-CLA-HALLADA.
           PERFORM VARYING WSV-CLA-IDX2 FROM 1 BY 1
                   UNTIL WSV-CLA-IDX2 > WSV-TOTAL-CLAVES
                      OR WSS-CLA-HALLADA
               IF WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX2) = WSV-DIM-AUX AND
                  WSV-CLA-CODIGO-TAB (WSV-CLA-IDX2) = WSV-CLAVE-AUX
                   SET WSS-CLA-HALLADA TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-CLA-HALLADA
               SET WSV-CLA-IDX2 DOWN BY 1
           ELSE
               IF WSV-TOTAL-CLAVES < WSC-MAX-CLAVES
                   ADD 1 TO WSV-TOTAL-CLAVES
                   SET WSV-CLA-IDX2 TO WSV-TOTAL-CLAVES
                   INITIALIZE WS-CLAVES (WSV-CLA-IDX2)
                   MOVE WSV-DIM-AUX
                       TO WSV-CLA-DIMENSION-TAB (WSV-CLA-IDX2)
                   MOVE WSV-CLAVE-AUX
                       TO WSV-CLA-CODIGO-TAB (WSV-CLA-IDX2)
                   MOVE "S" TO WSV-CLA-HALLADA
               ELSE
                   DISPLAY "TABLA DE CLAVES LLENA (200): "
                       WSV-DIM-AUX " " WSV-CLAVE-AUX
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       85-UBICAR-CLAVE-END.
       EXIT.

      ******************************************************************
      * 87-UBICAR-EVENTO: BUSCA WSV-ID-EVENTO EN LOS MOVIMIENTOS DEL
      * MES Y, SI NO ESTA, LO AGREGA EN CERO. DEJA WSV-EVE-IDX2 EN EL
      * ID.
      ******************************************************************
       87-UBICAR-EVENTO.
           MOVE "N" TO WSV-HALLADO.
           PERFORM VARYING WSV-EVE-IDX2 FROM 1 BY 1
                   UNTIL WSV-EVE-IDX2 > WSV-TOTAL-EVENTOS
                      OR WSS-HALLADO
               IF WSV-EVE-ID-TAB (WSV-EVE-IDX2) = WSV-ID-EVENTO
                   SET WSS-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-HALLADO
               SET WSV-EVE-IDX2 DOWN BY 1
           ELSE
               IF WSV-TOTAL-EVENTOS < WSC-MAX-EVENTOS
                   ADD 1 TO WSV-TOTAL-EVENTOS
                   SET WSV-EVE-IDX2 TO WSV-TOTAL-EVENTOS
                   INITIALIZE WS-EVENTOS (WSV-EVE-IDX2)
                   MOVE WSV-ID-EVENTO TO WSV-EVE-ID-TAB (WSV-EVE-IDX2)
                   MOVE "N" TO WSV-EVE-USADO-TAB (WSV-EVE-IDX2)
                   MOVE "S" TO WSV-HALLADO
               ELSE
                   DISPLAY "TABLA DE MOVIMIENTOS LLENA (2000): "
                       WSV-ID-EVENTO
                   ADD 1 TO WSV-CNT-OMITIDOS
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       87-UBICAR-EVENTO-END.
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
               COMPUTE FD-RUN-LEIDOS = WSV-CNT-EMPLEADOS +
                   WSV-CNT-AUDITORIA + WSV-CNT-FILAS
                   ON SIZE ERROR
                       MOVE 999999 TO FD-RUN-LEIDOS
               END-COMPUTE
               MOVE WSV-CNT-GRABADOS    TO FD-RUN-ESCRITOS
               MOVE WSV-CNT-OMITIDOS    TO FD-RUN-OMITIDOS
               MOVE 0                   TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM DOTACION.
