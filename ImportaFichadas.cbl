      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * FICHADAS:
      * INTERFAZ DEL RELOJ DE CONTROL HORARIO. RRHH TIPEABA CADA MES
      * LOS ARCHIVOS AUSENC (EMPLEADO, TIPO, DIAS) Y HSEXTRA
      * (EMPLEADO, HORAS NORMALES, HORAS DE FERIADO) DESDE LAS
      * PLANILLAS IMPRESAS DEL RELOJ, Y LA MAYORIA DE LOS RECLAMOS DE
      * HORAS EXTRA VENIAN DE ERRORES DE TIPEO. ESTE PROGRAMA:
      * 1. ARMA EL CALENDARIO DEL PERIODO CON EL ARCHIVO DE FERIADOS:
      *    DIAS HABILES, FINES DE SEMANA Y FERIADOS.
      * 2. CARGA LOS EMPLEADOS ACTIVOS DEL MAESTRO (UN ALTA DEL MES
      *    SOLO DEBE DIAS DESDE SU FECHA DE ALTA).
      * 3. LEE LA EXPORTACION DE FICHADAS DEL RELOJ (COPYBOOK
      *    FICHADA): SUMA LAS HORAS TRABAJADAS, SEPARANDO LAS DE LOS
      *    DIAS FERIADOS, Y MARCA LOS DIAS JUSTIFICADOS POR EL
      *    SUPERVISOR CON UN CODIGO DE AUSENCIA.
      * 4. UN DIA HABIL SIN FICHADAS NI CODIGO ES UNA AUSENCIA SIN
      *    GOCE. GRABA AUSENC CON UNA FILA DE DIAS A DESCONTAR (L, S
      *    O E) Y UNA DE VACACIONES (V) POR EMPLEADO, Y HSEXTRA CON
      *    LAS HORAS NORMALES QUE PASAN LAS 160 DEL MES (LAS MISMAS
      *    QUE USA LA LIQUIDACION PARA EL VALOR HORA) Y TODAS LAS
      *    HORAS TRABAJADAS EN FERIADO.
      * 5. LISTA EN FICINF LAS FICHADAS SIN SALIDA (O SIN ENTRADA, O
      *    CON HORA INVALIDA) Y LAS DE EMPLEADOS QUE NO ESTAN ACTIVOS,
      *    PARA QUE LOS SUPERVISORES LAS CORRIJAN ANTES DEL CORTE; SI
      *    HAY ALGUNA EL PASO TERMINA CON ADVERTENCIA. UNA FICHADA
      *    INCOMPLETA NO SUMA HORAS PERO EL DIA CUENTA COMO
      *    TRABAJADO.
      * LA TARJETA DE SYSIN TRAE EL PERIODO AAAAMM (EN BLANCO = MES
      * EN CURSO); EN EL MES EN CURSO SOLO SE EXIGEN LOS DIAS HASTA
      * HOY.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHADAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHADAS-FILE ASSIGN TO "FICHADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FICHADAS-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FERIADOS-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT AUSENCIAS-FILE ASSIGN TO "AUSENC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HSEXTRA-FILE ASSIGN TO "HSEXTRA"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME-FILE ASSIGN TO "FICINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHADAS-FILE.
           COPY FICHADA.

      ******************************************************************
      * CALENDARIO DE FERIADOS DEL TALLER (EL MISMO DE EJERCICIO4).
      ******************************************************************
       FD  FERIADOS-FILE.
           01 FD-FERIADO-REC.
               05 FD-FER-FECHA         PIC X(08).
               05 FD-FER-DESCRIPCION   PIC X(30).

       FD  EMPMAST-FILE.
           COPY EMPMAST.

      ******************************************************************
      * AUSENCIAS DEL MES, CON EL LAYOUT QUE LEE EJERCICIO4: TIPO
      * L/S/E SE PRORRATEA, TIPO V SE DESCUENTA DEL SALDO DE
      * VACACIONES.
      ******************************************************************
       FD  AUSENCIAS-FILE.
           01 FD-AUSENCIA-REC.
               05 FD-AUS-ID            PIC X(08).
               05 FD-AUS-TIPO          PIC X(01).
               05 FD-AUS-DIAS          PIC 9(02).

      ******************************************************************
      * HORAS EXTRA DEL MES, CON EL LAYOUT QUE LEE EJERCICIO4: HORAS
      * NORMALES (AL 150%) Y DE FERIADO (AL 200%).
      ******************************************************************
       FD  HSEXTRA-FILE.
           01 FD-HSEXTRA-REC.
               05 FD-HEX-ID            PIC X(08).
               05 FD-HEX-NORMALES      PIC 9(03).
               05 FD-HEX-FERIADO       PIC 9(03).

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-FICHADAS-STATUS   PIC X(02) VALUE "00".
           01 WSV-FERIADOS-STATUS   PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "FICHADAS".

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

      * HORAS DEL MES QUE USA LA LIQUIDACION PARA EL VALOR HORA: LO
      * TRABAJADO EN DIAS NO FERIADOS POR ENCIMA DE ESTO ES EXTRA.
           01 WSC-HORAS-MES         PIC 9(03) VALUE 160.
           01 WSC-MAX-EMPLEADOS     PIC 9(04) VALUE 1000.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-FIN-MAESTRO       PIC X VALUE "N".
                   88 WSS-FIN-MAESTRO       VALUE "S".
               05 WSV-EMP-HALLADO       PIC X VALUE "N".
                   88 WSS-EMP-HALLADO       VALUE "S".
               05 WSV-HORA-VALIDA       PIC X VALUE "N".
                   88 WSS-HORA-VALIDA       VALUE "S".

      * TARJETA DE PARAMETROS: PERIODO AAAAMM.
               05 WSV-PARAMETROS.
                   10 WSV-PERIODO           PIC X(06).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-MOTIVO-AUX        PIC X(30).

      *------------------------------------------------------------*
      * CALENDARIO DEL PERIODO: POR DIA, H = HABIL, N = SABADO O   *
      * DOMINGO, F = FERIADO DEL CALENDARIO.                       *
      *------------------------------------------------------------*
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
               05 WSV-CALENDARIO        PIC X(31).
               05 WSV-ULTIMO-DIA        PIC 9(02).
               05 WSV-DIA               PIC 9(02).
               05 WSV-DIA-DESDE         PIC 9(02).
               05 WS-FERIADOS OCCURS 31 TIMES
                       INDEXED BY WSV-FER-IDX.
                   10 WSV-FER-FECHA-TAB     PIC X(08).
               05 WSV-TOTAL-FERIADOS    PIC 9(02) VALUE 0.

      *------------------------------------------------------------*
      * EMPLEADOS ACTIVOS: POR DIA DEL MES, BLANCO = SIN NOVEDAD,  *
      * P = FICHO, O EL CODIGO DE AUSENCIA DEL SUPERVISOR; MINUTOS *
      * TRABAJADOS EN DIAS COMUNES Y EN FERIADOS.                  *
      *------------------------------------------------------------*
               05 WS-EMPLEADOS OCCURS 1000 TIMES
                       INDEXED BY WSV-EMP-IDX.
                   10 WSV-EMP-ID-TAB        PIC X(08).
                   10 WSV-EMP-DESDE-TAB     PIC 9(02).
                   10 WSV-EMP-DIAS-TAB      PIC X(31).
                   10 WSV-EMP-MIN-COMUN-TAB PIC 9(06).
                   10 WSV-EMP-MIN-FER-TAB   PIC 9(06).
               05 WSV-TOTAL-EMPLEADOS   PIC 9(04) VALUE 0.

      * CALCULO DE CADA FICHADA Y DE CADA EMPLEADO.
               05 WSV-HORA-AUX.
                   10 WSV-HORA-HH           PIC 9(02).
                   10 WSV-HORA-MM           PIC 9(02).
               05 WSV-MIN-ENTRADA       PIC 9(04).
               05 WSV-MIN-SALIDA        PIC 9(04).
               05 WSV-MIN-TRABAJADOS    PIC 9(04).
               05 WSV-MARCA-DIA         PIC X(01).
               05 WSV-AUS-DIAS          PIC 9(02).
               05 WSV-AUS-TIPO          PIC X(01).
               05 WSV-VAC-DIAS          PIC 9(02).
               05 WSV-SIN-FICHAR        PIC 9(02).
               05 WSV-HS-COMUNES        PIC 9(04).
               05 WSV-HS-EXTRA          PIC 9(04).
               05 WSV-HS-FERIADO        PIC 9(04).

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-OTRO-PERIODO  PIC 9(06) VALUE 0.
                   10 WSV-CNT-EXCEPCIONES   PIC 9(06) VALUE 0.
                   10 WSV-CNT-AUSENC        PIC 9(06) VALUE 0.
                   10 WSV-CNT-HSEXTRA       PIC 9(06) VALUE 0.
                   10 WSV-CNT-DIAS-SIN-GOCE PIC 9(06) VALUE 0.
               05 WSV-CANTIDAD-ED       PIC ZZ9.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "FICHADAS - INTERFAZ DEL RELOJ DE CONTROL HORARIO".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           PERFORM 05-LEER-PARAMETROS.

           OPEN OUTPUT INFORME-FILE.
           PERFORM 08-INFORMAR-CABECERA.
           PERFORM 10-CARGAR-FERIADOS.
           PERFORM 15-ARMAR-CALENDARIO.
           PERFORM 20-CARGAR-EMPLEADOS.
           IF WSV-RETORNO < 8
               PERFORM 30-PROCESAR-FICHADAS
           END-IF.
           IF WSV-RETORNO < 8
               OPEN OUTPUT AUSENCIAS-FILE
               OPEN OUTPUT HSEXTRA-FILE
               PERFORM 50-CERRAR-EMPLEADO
                   VARYING WSV-EMP-IDX FROM 1 BY 1
                   UNTIL WSV-EMP-IDX > WSV-TOTAL-EMPLEADOS
               CLOSE AUSENCIAS-FILE
               CLOSE HSEXTRA-FILE
           END-IF.
           PERFORM 80-INFORMAR-RESUMEN.
           CLOSE INFORME-FILE.

           IF WSV-CNT-EXCEPCIONES > 0
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           DISPLAY "FICHADAS LEIDAS: " WSV-CNT-LEIDOS
               " EXCEPCIONES: " WSV-CNT-EXCEPCIONES
               " AUSENC: " WSV-CNT-AUSENC
               " HSEXTRA: " WSV-CNT-HSEXTRA.
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
           DISPLAY "PERIODO DE FICHADAS: " WSV-PERIODO.
       05-LEER-PARAMETROS-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EXCEPCIONES DEL RELOJ DE CONTROL HORARIO - "
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
      * 10-CARGAR-FERIADOS: SOLO LOS FERIADOS DEL PERIODO. SIN
      * CALENDARIO NO HAY HORAS DE FERIADO Y SOLO SE SALTEAN LOS
      * FINES DE SEMANA.
      ******************************************************************
       10-CARGAR-FERIADOS.
           OPEN INPUT FERIADOS-FILE.
           IF WSV-FERIADOS-STATUS NOT EQUAL "00"
               DISPLAY "SIN CALENDARIO DE FERIADOS, SOLO SE SALTEAN "
                   "SABADOS Y DOMINGOS"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 11-LEER-FERIADO
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-FER-FECHA (1:6) EQUAL WSV-PERIODO AND
                      WSV-TOTAL-FERIADOS < 31
                       ADD 1 TO WSV-TOTAL-FERIADOS
                       SET WSV-FER-IDX TO WSV-TOTAL-FERIADOS
                       MOVE FD-FER-FECHA
                           TO WSV-FER-FECHA-TAB (WSV-FER-IDX)
                   END-IF
                   PERFORM 11-LEER-FERIADO
               END-PERFORM
               CLOSE FERIADOS-FILE
           END-IF.
       10-CARGAR-FERIADOS-END.
       EXIT.

       11-LEER-FERIADO.
           READ FERIADOS-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       11-LEER-FERIADO-END.
       EXIT.

      ******************************************************************
      * 15-ARMAR-CALENDARIO: LARGO DEL MES (CON BISIESTOS) Y TIPO DE
      * CADA DIA. EN EL MES EN CURSO SOLO SE EXIGEN LOS DIAS HASTA
      * HOY; LOS QUE FALTAN TODAVIA NO SON AUSENCIAS.
      ******************************************************************
       15-ARMAR-CALENDARIO.
           MOVE WSV-PERIODO TO WSV-CAL-FECHA (1:6).
           MOVE 1 TO WSV-CAL-DIA.
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

           MOVE WSV-CAL-DIAS-MES TO WSV-ULTIMO-DIA.
           IF WSV-PERIODO EQUAL WSV-FECHA-HOY (1:6)
               MOVE WSV-FECHA-HOY (7:2) TO WSV-ULTIMO-DIA
           END-IF.

           MOVE SPACES TO WSV-CALENDARIO.
           PERFORM VARYING WSV-DIA FROM 1 BY 1
                   UNTIL WSV-DIA > WSV-CAL-DIAS-MES
               MOVE WSV-DIA TO WSV-CAL-DIA
               PERFORM 16-CLASIFICAR-DIA
           END-PERFORM.
       15-ARMAR-CALENDARIO-END.
       EXIT.

      ******************************************************************
      * 16-CLASIFICAR-DIA: DIA DE LA SEMANA POR LA CONGRUENCIA DE
      * ZELLER (0 = SABADO, 1 = DOMINGO), COMO EN EJERCICIO4, MAS LA
      * BUSQUEDA EN LOS FERIADOS DEL PERIODO. UN FERIADO QUE CAE EN
      * FIN DE SEMANA SIGUE SIENDO FERIADO PARA LAS HORAS.
      ******************************************************************
       16-CLASIFICAR-DIA.
           MOVE WSV-CAL-ANIO TO WSV-ZEL-ANIO.
           MOVE WSV-CAL-MES  TO WSV-ZEL-MES.
           IF WSV-ZEL-MES < 3
               ADD 12 TO WSV-ZEL-MES
               SUBTRACT 1 FROM WSV-ZEL-ANIO
           END-IF.
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
               MOVE "N" TO WSV-CALENDARIO (WSV-DIA:1)
           ELSE
               MOVE "H" TO WSV-CALENDARIO (WSV-DIA:1)
           END-IF.
           PERFORM VARYING WSV-FER-IDX FROM 1 BY 1
                   UNTIL WSV-FER-IDX > WSV-TOTAL-FERIADOS
               IF WSV-FER-FECHA-TAB (WSV-FER-IDX) EQUAL WSV-CAL-FECHA
                   MOVE "F" TO WSV-CALENDARIO (WSV-DIA:1)
               END-IF
           END-PERFORM.
       16-CLASIFICAR-DIA-END.
       EXIT.

      ******************************************************************
      * 20-CARGAR-EMPLEADOS: LOS ACTIVOS DEL MAESTRO CON ALTA HASTA EL
      * FIN DEL PERIODO. SIN MAESTRO NO SE SABE A QUIEN EXIGIR LOS
      * DIAS, ES CODIGO 12.
      ******************************************************************
       20-CARGAR-EMPLEADOS.
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
                           PERFORM 22-AGREGAR-EMPLEADO
                       END-IF
                       PERFORM 21-LEER-SIGUIENTE
                   END-PERFORM
               END-IF
               CLOSE EMPMAST-FILE
           END-IF.
       20-CARGAR-EMPLEADOS-END.
       EXIT.

       21-LEER-SIGUIENTE.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-MAESTRO
           END-READ.
       21-LEER-SIGUIENTE-END.
       EXIT.

       22-AGREGAR-EMPLEADO.
           IF WSV-TOTAL-EMPLEADOS < WSC-MAX-EMPLEADOS
               ADD 1 TO WSV-TOTAL-EMPLEADOS
               SET WSV-EMP-IDX TO WSV-TOTAL-EMPLEADOS
               MOVE FD-EMP-ID TO WSV-EMP-ID-TAB (WSV-EMP-IDX)
               MOVE 1         TO WSV-EMP-DESDE-TAB (WSV-EMP-IDX)
               IF FD-EMP-FECHA-ALTA (1:6) EQUAL WSV-PERIODO AND
                  FD-EMP-FECHA-ALTA (7:2) IS NUMERIC
                   MOVE FD-EMP-FECHA-ALTA (7:2)
                       TO WSV-EMP-DESDE-TAB (WSV-EMP-IDX)
               END-IF
               MOVE SPACES    TO WSV-EMP-DIAS-TAB (WSV-EMP-IDX)
               MOVE 0         TO WSV-EMP-MIN-COMUN-TAB (WSV-EMP-IDX)
               MOVE 0         TO WSV-EMP-MIN-FER-TAB (WSV-EMP-IDX)
           ELSE
               DISPLAY "TABLA DE EMPLEADOS LLENA (1000): " FD-EMP-ID
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       22-AGREGAR-EMPLEADO-END.
       EXIT.

      ******************************************************************
      * 30-PROCESAR-FICHADAS: SIN EXPORTACION DEL RELOJ NO SE GRABA
      * NADA: DEJAR A TODA LA PLANTA COMO AUSENTE SERIA PEOR QUE NO
      * TENER ARCHIVOS.
      ******************************************************************
       30-PROCESAR-FICHADAS.
           OPEN INPUT FICHADAS-FILE.
           IF WSV-FICHADAS-STATUS NOT EQUAL "00"
               DISPLAY "NO HAY EXPORTACION DEL RELOJ, STATUS: "
                   WSV-FICHADAS-STATUS
               MOVE "SIN EXPORTACION DEL RELOJ: NO SE GRABAN AUSENC NI "
                   TO WSV-LINEA-AUX
               MOVE "HSEXTRA" TO WSV-LINEA-AUX (51:50)
               PERFORM 75-INFORMAR-LINEA
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 31-LEER-FICHADA
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   ADD 1 TO WSV-CNT-LEIDOS
                   IF FD-FIC-FECHA (1:6) NOT EQUAL WSV-PERIODO
                       ADD 1 TO WSV-CNT-OTRO-PERIODO
                   ELSE
                       PERFORM 32-APLICAR-FICHADA
                   END-IF
                   PERFORM 31-LEER-FICHADA
               END-PERFORM
               CLOSE FICHADAS-FILE
           END-IF.
       30-PROCESAR-FICHADAS-END.
       EXIT.

       31-LEER-FICHADA.
           READ FICHADAS-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       31-LEER-FICHADA-END.
       EXIT.

      ******************************************************************
      * 32-APLICAR-FICHADA: UBICA AL EMPLEADO Y EL DIA. UNA FILA CON
      * CODIGO JUSTIFICA EL DIA; UNA SIN CODIGO ES UNA FICHADA Y EL
      * DIA CUENTA COMO TRABAJADO AUNQUE LE FALTE LA SALIDA.
      ******************************************************************
       32-APLICAR-FICHADA.
           MOVE "N" TO WSV-EMP-HALLADO.
           PERFORM VARYING WSV-EMP-IDX FROM 1 BY 1
                   UNTIL WSV-EMP-IDX > WSV-TOTAL-EMPLEADOS
                      OR WSS-EMP-HALLADO
               IF WSV-EMP-ID-TAB (WSV-EMP-IDX) EQUAL FD-FIC-ID
                   MOVE "S" TO WSV-EMP-HALLADO
               END-IF
           END-PERFORM.
           IF WSS-EMP-HALLADO
               SET WSV-EMP-IDX DOWN BY 1
           END-IF.

           EVALUATE TRUE
               WHEN NOT WSS-EMP-HALLADO
                   MOVE "EMPLEADO NO ACTIVO EN EL MAESTRO"
                       TO WSV-MOTIVO-AUX
                   PERFORM 40-INFORMAR-EXCEPCION
               WHEN FD-FIC-FECHA (7:2) IS NOT NUMERIC
                   MOVE "FECHA INVALIDA" TO WSV-MOTIVO-AUX
                   PERFORM 40-INFORMAR-EXCEPCION
               WHEN FD-FIC-FECHA (7:2) < "01"
                   MOVE "FECHA INVALIDA" TO WSV-MOTIVO-AUX
                   PERFORM 40-INFORMAR-EXCEPCION
               WHEN OTHER
                   MOVE FD-FIC-FECHA (7:2) TO WSV-DIA
                   IF WSV-DIA > WSV-CAL-DIAS-MES
                       MOVE "FECHA INVALIDA" TO WSV-MOTIVO-AUX
                       PERFORM 40-INFORMAR-EXCEPCION
                   ELSE
                       IF FDS-FIC-FICHADA
                           PERFORM 33-SUMAR-FICHADA
                       ELSE
                           PERFORM 36-JUSTIFICAR-DIA
                       END-IF
                   END-IF
           END-EVALUATE.
       32-APLICAR-FICHADA-END.
       EXIT.

      ******************************************************************
      * 33-SUMAR-FICHADA: MINUTOS ENTRE ENTRADA Y SALIDA (UNA SALIDA
      * MENOR ES UN TURNO QUE CRUZA LA MEDIANOCHE). LAS HORAS DE UN
      * DIA FERIADO VAN APARTE; LAS DE SABADO Y DOMINGO SUMAN CON
      * LAS COMUNES CONTRA LAS 160 DEL MES.
      ******************************************************************
       33-SUMAR-FICHADA.
           MOVE WSV-EMP-DIAS-TAB (WSV-EMP-IDX) (WSV-DIA:1)
               TO WSV-MARCA-DIA.
           IF WSV-MARCA-DIA NOT EQUAL SPACE AND
              WSV-MARCA-DIA NOT EQUAL "P"
               MOVE "FICHADA EN UN DIA JUSTIFICADO" TO WSV-MOTIVO-AUX
               PERFORM 40-INFORMAR-EXCEPCION
           END-IF.
           MOVE "P" TO WSV-EMP-DIAS-TAB (WSV-EMP-IDX) (WSV-DIA:1).

           EVALUATE TRUE
               WHEN FD-FIC-SALIDA EQUAL SPACES
                   MOVE "FALTA FICHADA DE SALIDA" TO WSV-MOTIVO-AUX
                   PERFORM 40-INFORMAR-EXCEPCION
               WHEN FD-FIC-ENTRADA EQUAL SPACES
                   MOVE "FALTA FICHADA DE ENTRADA" TO WSV-MOTIVO-AUX
                   PERFORM 40-INFORMAR-EXCEPCION
               WHEN OTHER
                   MOVE FD-FIC-ENTRADA TO WSV-HORA-AUX
                   PERFORM 34-VALIDAR-HORA
                   COMPUTE WSV-MIN-ENTRADA =
                       WSV-HORA-HH * 60 + WSV-HORA-MM
                   IF WSS-HORA-VALIDA
                       MOVE FD-FIC-SALIDA TO WSV-HORA-AUX
                       PERFORM 34-VALIDAR-HORA
                       COMPUTE WSV-MIN-SALIDA =
                           WSV-HORA-HH * 60 + WSV-HORA-MM
                   END-IF
                   IF NOT WSS-HORA-VALIDA
                       MOVE "HORA DE FICHADA INVALIDA"
                           TO WSV-MOTIVO-AUX
                       PERFORM 40-INFORMAR-EXCEPCION
                   ELSE
                       PERFORM 35-ACUMULAR-MINUTOS
                   END-IF
           END-EVALUATE.
       33-SUMAR-FICHADA-END.
       EXIT.

       34-VALIDAR-HORA.
           MOVE "S" TO WSV-HORA-VALIDA.
           IF WSV-HORA-AUX IS NOT NUMERIC
               MOVE "N" TO WSV-HORA-VALIDA
               MOVE 0 TO WSV-HORA-HH
               MOVE 0 TO WSV-HORA-MM
           ELSE
               IF WSV-HORA-HH > 23 OR WSV-HORA-MM > 59
                   MOVE "N" TO WSV-HORA-VALIDA
               END-IF
           END-IF.
       34-VALIDAR-HORA-END.
       EXIT.

       35-ACUMULAR-MINUTOS.
           IF WSV-MIN-SALIDA < WSV-MIN-ENTRADA
               COMPUTE WSV-MIN-TRABAJADOS =
                   WSV-MIN-SALIDA + 1440 - WSV-MIN-ENTRADA
           ELSE
               COMPUTE WSV-MIN-TRABAJADOS =
                   WSV-MIN-SALIDA - WSV-MIN-ENTRADA
           END-IF.
           IF WSV-CALENDARIO (WSV-DIA:1) EQUAL "F"
               ADD WSV-MIN-TRABAJADOS
                   TO WSV-EMP-MIN-FER-TAB (WSV-EMP-IDX)
           ELSE
               ADD WSV-MIN-TRABAJADOS
                   TO WSV-EMP-MIN-COMUN-TAB (WSV-EMP-IDX)
           END-IF.
       35-ACUMULAR-MINUTOS-END.
       EXIT.

      ******************************************************************
      * 36-JUSTIFICAR-DIA: EL CODIGO DEL SUPERVISOR QUEDA EN EL DIA;
      * UN DIA QUE YA TIENE FICHADAS SE CONSIDERA TRABAJADO.
      ******************************************************************
       36-JUSTIFICAR-DIA.
           IF FDS-FIC-VACACIONES OR FDS-FIC-DESCUENTA OR
              FDS-FIC-JUSTIFICADA
               IF WSV-EMP-DIAS-TAB (WSV-EMP-IDX) (WSV-DIA:1)
                   EQUAL "P"
                   MOVE "FICHADA EN UN DIA JUSTIFICADO"
                       TO WSV-MOTIVO-AUX
                   PERFORM 40-INFORMAR-EXCEPCION
               ELSE
                   MOVE FD-FIC-CODIGO
                       TO WSV-EMP-DIAS-TAB (WSV-EMP-IDX) (WSV-DIA:1)
               END-IF
           ELSE
               MOVE "CODIGO DE AUSENCIA DESCONOCIDO" TO WSV-MOTIVO-AUX
               PERFORM 40-INFORMAR-EXCEPCION
           END-IF.
       36-JUSTIFICAR-DIA-END.
       EXIT.

       40-INFORMAR-EXCEPCION.
           ADD 1 TO WSV-CNT-EXCEPCIONES.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING FD-FIC-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-FIC-FECHA DELIMITED BY SIZE
               " ENT " DELIMITED BY SIZE
               FD-FIC-ENTRADA DELIMITED BY SIZE
               " SAL " DELIMITED BY SIZE
               FD-FIC-SALIDA DELIMITED BY SIZE
               " COD " DELIMITED BY SIZE
               FD-FIC-CODIGO DELIMITED BY SIZE
               " RELOJ " DELIMITED BY SIZE
               FD-FIC-RELOJ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-MOTIVO-AUX DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       40-INFORMAR-EXCEPCION-END.
       EXIT.

      ******************************************************************
      * 50-CERRAR-EMPLEADO: CUENTA LOS DIAS HABILES EXIGIBLES (DESDE
      * EL ALTA Y HASTA EL ULTIMO DIA DEL PERIODO) SIN FICHADAS NI
      * CODIGO COMO AUSENCIA SIN GOCE (TIPO L) Y GRABA UNA SOLA FILA
      * DE DIAS A DESCONTAR, PORQUE EJERCICIO4 TOMA UNA POR EMPLEADO:
      * SI MEZCLA CODIGOS, O TIENE DIAS SIN FICHAR, SALE COMO L. LAS
      * VACACIONES VAN EN SU PROPIA FILA V.
      ******************************************************************
       50-CERRAR-EMPLEADO.
           MOVE 0 TO WSV-AUS-DIAS.
           MOVE 0 TO WSV-VAC-DIAS.
           MOVE 0 TO WSV-SIN-FICHAR.
           MOVE SPACE TO WSV-AUS-TIPO.
           MOVE WSV-EMP-DESDE-TAB (WSV-EMP-IDX) TO WSV-DIA-DESDE.
           PERFORM VARYING WSV-DIA FROM WSV-DIA-DESDE BY 1
                   UNTIL WSV-DIA > WSV-ULTIMO-DIA
               IF WSV-CALENDARIO (WSV-DIA:1) EQUAL "H"
                   PERFORM 51-CONTAR-DIA
               END-IF
           END-PERFORM.

           IF WSV-AUS-DIAS > 0
               MOVE SPACES TO FD-AUSENCIA-REC
               MOVE WSV-EMP-ID-TAB (WSV-EMP-IDX) TO FD-AUS-ID
               MOVE WSV-AUS-TIPO TO FD-AUS-TIPO
               MOVE WSV-AUS-DIAS TO FD-AUS-DIAS
               WRITE FD-AUSENCIA-REC
               ADD 1 TO WSV-CNT-AUSENC
           END-IF.
           IF WSV-VAC-DIAS > 0
               MOVE SPACES TO FD-AUSENCIA-REC
               MOVE WSV-EMP-ID-TAB (WSV-EMP-IDX) TO FD-AUS-ID
               MOVE "V" TO FD-AUS-TIPO
               MOVE WSV-VAC-DIAS TO FD-AUS-DIAS
               WRITE FD-AUSENCIA-REC
               ADD 1 TO WSV-CNT-AUSENC
           END-IF.
           IF WSV-SIN-FICHAR > 0
               ADD WSV-SIN-FICHAR TO WSV-CNT-DIAS-SIN-GOCE
               MOVE WSV-SIN-FICHAR TO WSV-CANTIDAD-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING WSV-EMP-ID-TAB (WSV-EMP-IDX) DELIMITED BY SIZE
                   " DIAS HABILES SIN FICHADAS NI JUSTIFICACION: "
                   DELIMITED BY SIZE
                   WSV-CANTIDAD-ED DELIMITED BY SIZE
                   " (AUSENCIA SIN GOCE)" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.

      * LAS HORAS SE TOMAN ENTERAS; LAS FRACCIONES NO SE PAGAN COMO
      * EXTRA.
           DIVIDE WSV-EMP-MIN-COMUN-TAB (WSV-EMP-IDX) BY 60
               GIVING WSV-HS-COMUNES.
           DIVIDE WSV-EMP-MIN-FER-TAB (WSV-EMP-IDX) BY 60
               GIVING WSV-HS-FERIADO.
           MOVE 0 TO WSV-HS-EXTRA.
           IF WSV-HS-COMUNES > WSC-HORAS-MES
               COMPUTE WSV-HS-EXTRA = WSV-HS-COMUNES - WSC-HORAS-MES
           END-IF.
           IF WSV-HS-EXTRA > 999
               MOVE 999 TO WSV-HS-EXTRA
           END-IF.
           IF WSV-HS-FERIADO > 999
               MOVE 999 TO WSV-HS-FERIADO
           END-IF.
           IF WSV-HS-EXTRA > 0 OR WSV-HS-FERIADO > 0
               MOVE SPACES TO FD-HSEXTRA-REC
               MOVE WSV-EMP-ID-TAB (WSV-EMP-IDX) TO FD-HEX-ID
               MOVE WSV-HS-EXTRA   TO FD-HEX-NORMALES
               MOVE WSV-HS-FERIADO TO FD-HEX-FERIADO
               WRITE FD-HSEXTRA-REC
               ADD 1 TO WSV-CNT-HSEXTRA
           END-IF.
       50-CERRAR-EMPLEADO-END.
       EXIT.

       51-CONTAR-DIA.
           MOVE WSV-EMP-DIAS-TAB (WSV-EMP-IDX) (WSV-DIA:1)
               TO WSV-MARCA-DIA.
           EVALUATE WSV-MARCA-DIA
               WHEN "P"
               WHEN "J"
                   CONTINUE
               WHEN "V"
                   ADD 1 TO WSV-VAC-DIAS
               WHEN SPACE
                   ADD 1 TO WSV-SIN-FICHAR
                   ADD 1 TO WSV-AUS-DIAS
                   MOVE "L" TO WSV-AUS-TIPO
               WHEN OTHER
                   ADD 1 TO WSV-AUS-DIAS
                   IF WSV-AUS-TIPO EQUAL SPACE
                       MOVE WSV-MARCA-DIA TO WSV-AUS-TIPO
                   ELSE
                       IF WSV-AUS-TIPO NOT EQUAL WSV-MARCA-DIA
                           MOVE "L" TO WSV-AUS-TIPO
                       END-IF
                   END-IF
           END-EVALUATE.
       51-CONTAR-DIA-END.
       EXIT.

       75-INFORMAR-LINEA.
           DISPLAY WSV-LINEA-AUX.
           WRITE FD-INFORME-LINEA FROM WSV-LINEA-AUX.
       75-INFORMAR-LINEA-END.
       EXIT.

       80-INFORMAR-RESUMEN.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "FICHADAS LEIDAS: " DELIMITED BY SIZE
               WSV-CNT-LEIDOS DELIMITED BY SIZE
               " DE OTRO PERIODO: " DELIMITED BY SIZE
               WSV-CNT-OTRO-PERIODO DELIMITED BY SIZE
               " EXCEPCIONES: " DELIMITED BY SIZE
               WSV-CNT-EXCEPCIONES DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EMPLEADOS: " DELIMITED BY SIZE
               WSV-TOTAL-EMPLEADOS DELIMITED BY SIZE
               " FILAS AUSENC: " DELIMITED BY SIZE
               WSV-CNT-AUSENC DELIMITED BY SIZE
               " FILAS HSEXTRA: " DELIMITED BY SIZE
               WSV-CNT-HSEXTRA DELIMITED BY SIZE
               " DIAS SIN GOCE: " DELIMITED BY SIZE
               WSV-CNT-DIAS-SIN-GOCE DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       80-INFORMAR-RESUMEN-END.
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
               COMPUTE FD-RUN-ESCRITOS =
                   WSV-CNT-AUSENC + WSV-CNT-HSEXTRA
               MOVE WSV-CNT-OTRO-PERIODO TO FD-RUN-OMITIDOS
               MOVE WSV-CNT-EXCEPCIONES TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM FICHADAS.
