      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * PRUEBA:
      * SEGUIMIENTO DEL PERIODO DE PRUEBA DE LOS INGRESANTES. EL FLUJO
      * DE INGRESO (EJERCICIO5) DA DE ALTA A CADA ADMITIDO COMO
      * EMPLEADO ACTIVO Y LE ABRE EN EL MAESTRO UN PERIODO DE PRUEBA
      * DE 90 DIAS CORRIDOS (ESTADO P Y FECHA DE FIN). ANTES DE ESA
      * FECHA EL SUPERVISOR DEBE CONFIRMAR O LIBERAR A LA PERSONA: UNA
      * LIBERACION POSTERIOR CUESTA UNA INDEMNIZACION COMPLETA. ESTE
      * PROGRAMA CORRE UNA VEZ POR SEMANA:
      * 1. APLICA LAS DECISIONES DE LOS SUPERVISORES (ARCHIVO PRUDEC):
      *    C = CONFIRMA, QUEDA ESTAMPADO EN EL MAESTRO (ESTADO C), EN
      *    LA HISTORIA FECHADA Y EN LA BITACORA DE AUDITORIA;
      *    L = LIBERA, QUEDA ESTAMPADO IGUAL (ESTADO L) Y SE AGREGA EL
      *    MOVIMIENTO DE BAJA B AL EXTRACTO CRUDO DE TRANSACCIONES QUE
      *    TOMA LA PROXIMA CORRIDA NOCTURNA, QUE LIQUIDA EL FINIQUITO.
      *    UNA DECISION SOBRE UN EMPLEADO QUE NO ESTA EN PRUEBA O NO
      *    ESTA ACTIVO SE RECHAZA; UNA LIBERACION DESPUES DEL FIN DE
      *    LA PRUEBA SE APLICA CON ADVERTENCIA.
      * 2. LISTA, AGRUPADOS POR CENTRO DE COSTO, LOS EMPLEADOS QUE
      *    SIGUEN EN PRUEBA Y CUYO PERIODO TERMINA DENTRO DE LOS
      *    PROXIMOS 15 DIAS HABILES (SIN SABADOS, DOMINGOS NI LOS
      *    FERIADOS DEL CALENDARIO), CON LOS DIAS HABILES QUE LE
      *    QUEDAN A CADA UNO. LOS QUE YA VENCIERON SIN DECISION SE
      *    LISTAN COMO VENCIDOS.
      * LA TARJETA DE SYSIN TRAE LA FECHA DE REFERENCIA AAAAMMDD (EN
      * BLANCO = HOY).
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRUEBA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONES-FILE ASSIGN TO "PRUDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PRUDEC-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FERIADOS-STATUS.

           SELECT BAJAS-FILE ASSIGN TO "TRXBAJA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-TRXBAJA-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-AUDIT-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-EMPHIST-STATUS.

           SELECT INFORME-FILE ASSIGN TO "PRUINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * DECISIONES DE LOS SUPERVISORES: UNA POR EMPLEADO, CON EL TIPO
      * (C=CONFIRMA, L=LIBERA), EL ID, EL USUARIO DEL SUPERVISOR QUE
      * DECIDE Y UN MOTIVO LIBRE.
      ******************************************************************
       FD  DECISIONES-FILE.
           01 FD-DECISION-REC.
               05 FD-DEC-TIPO          PIC X(01).
                   88 FDS-DEC-CONFIRMA     VALUE "C".
                   88 FDS-DEC-LIBERA       VALUE "L".
               05 FD-DEC-ID            PIC X(08).
               05 FD-DEC-USUARIO       PIC X(08).
               05 FD-DEC-MOTIVO        PIC X(20).

       FD  EMPMAST-FILE.
           COPY EMPMAST.

      ******************************************************************
      * CALENDARIO DE FERIADOS DEL TALLER (EL MISMO DE EJERCICIO4).
      ******************************************************************
       FD  FERIADOS-FILE.
           01 FD-FERIADO-REC.
               05 FD-FER-FECHA         PIC X(08).
               05 FD-FER-DESCRIPCION   PIC X(30).

      ******************************************************************
      * BAJAS PARA LA PROXIMA CORRIDA: MISMO LAYOUT DEL EXTRACTO CRUDO
      * DE TRANSACCIONES QUE VALIDA DEPURADOR (TIPO, ID, NOMBRE,
      * ANIOS).
      ******************************************************************
       FD  BAJAS-FILE.
           01 FD-BAJA-REC.
               05 FD-BAJ-TIPO          PIC X(01).
               05 FD-BAJ-ID            PIC X(08).
               05 FD-BAJ-NOMBRE        PIC X(10).
               05 FD-BAJ-ANIOS         PIC 9(02).

       FD  AUDITLOG-FILE.
           COPY AUDITLOG.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       COPY AUDCHN.
       COPY EMPHISW.

           01 WSV-PRUDEC-STATUS     PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-FERIADOS-STATUS   PIC X(02) VALUE "00".
           01 WSV-TRXBAJA-STATUS    PIC X(02) VALUE "00".
           01 WSV-AUDIT-STATUS      PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "PRUEBA".

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

      *------------------------------------------------------------*
      * VENTANA DE AVISO: DIAS HABILES HACIA ADELANTE DESDE LA     *
      * FECHA DE REFERENCIA.                                       *
      *------------------------------------------------------------*
           01 WSC-DIAS-AVISO        PIC 9(02) VALUE 15.
           01 WSC-MAX-VENCIMIENTOS  PIC 9(03) VALUE 500.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-FIN-MAESTRO       PIC X VALUE "N".
                   88 WSS-FIN-MAESTRO       VALUE "S".
               05 WSV-MAESTRO-ABIERTO   PIC X VALUE "N".
                   88 WSS-MAESTRO-ABIERTO   VALUE "S".
               05 WSV-BAJAS-ABIERTO     PIC X VALUE "N".
                   88 WSS-BAJAS-ABIERTO     VALUE "S".
               05 WSV-DEC-VALIDA        PIC X VALUE "N".
                   88 WSS-DEC-VALIDA        VALUE "S".

      * TARJETA DE PARAMETROS: FECHA DE REFERENCIA AAAAMMDD.
               05 WSV-PARAMETROS.
                   10 WSV-FECHA-REF         PIC X(08).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-FECHA-LIMITE      PIC X(08).
               05 WSV-MOTIVO            PIC X(40).
               05 WSV-CCOSTO-AUX        PIC X(04).
               05 WSV-CCOSTO-ANT        PIC X(04).

      *------------------------------------------------------------*
      * CALENDARIO: FECHA DE TRABAJO, DIA DE LA SEMANA POR ZELLER  *
      * (0 = SABADO, 1 = DOMINGO), FERIADOS DEL CALENDARIO Y LOS   *
      * DIAS HABILES DE LA VENTANA DE AVISO.                       *
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
               05 WSV-ES-HABIL          PIC X VALUE "N".
                   88 WSS-ES-HABIL          VALUE "S".
               05 WS-FERIADOS OCCURS 100 TIMES
                       INDEXED BY WSV-FER-IDX WSV-FER-IDX2.
                   10 WSV-FER-FECHA-TAB     PIC X(08).
               05 WSV-TOTAL-FERIADOS    PIC 9(03) VALUE 0.
               05 WS-HABILES OCCURS 15 TIMES
                       INDEXED BY WSV-HAB-IDX.
                   10 WSV-HAB-FECHA-TAB     PIC X(08).
               05 WSV-TOTAL-HABILES     PIC 9(02) VALUE 0.
               05 WSV-DIAS-RESTANTES    PIC 9(02).

      *------------------------------------------------------------*
      * EMPLEADOS EN PRUEBA QUE VENCEN DENTRO DE LA VENTANA, CON   *
      * LA CLAVE DE ORDEN CENTRO + FECHA DE FIN + ID.              *
      *------------------------------------------------------------*
               05 WS-VENCIMIENTOS OCCURS 500 TIMES
                       INDEXED BY WSV-VEN-IDX WSV-VEN-IDX2.
                   10 WSV-VEN-CLAVE-TAB.
                       15 WSV-VEN-CCOSTO-TAB    PIC X(04).
                       15 WSV-VEN-FIN-TAB       PIC X(08).
                       15 WSV-VEN-ID-TAB        PIC X(08).
                   10 WSV-VEN-NOMBRE-TAB    PIC X(30).
                   10 WSV-VEN-ALTA-TAB      PIC X(08).
               05 WSV-TOTAL-VENCIMIENTOS PIC 9(03) VALUE 0.
               05 WSV-VEN-AUX.
                   10 WSV-VEN-CLAVE-AUX     PIC X(20).
                   10 WSV-VEN-NOMBRE-AUX    PIC X(30).
                   10 WSV-VEN-ALTA-AUX      PIC X(08).

               05 WSV-CONTADORES.
                   10 WSV-CNT-EMPLEADOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-EN-PRUEBA     PIC 9(06) VALUE 0.
                   10 WSV-CNT-DECISIONES    PIC 9(06) VALUE 0.
                   10 WSV-CNT-CONFIRMADOS   PIC 9(06) VALUE 0.
                   10 WSV-CNT-LIBERADOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-RECHAZADOS    PIC 9(06) VALUE 0.
                   10 WSV-CNT-FUERA-PLAZO   PIC 9(06) VALUE 0.
                   10 WSV-CNT-VENCIDOS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-CENTRO        PIC 9(04) VALUE 0.

               05 WSV-CANTIDAD-ED       PIC ZZZZZ9.
               05 WSV-DIAS-ED           PIC Z9.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "PRUEBA - VENCIMIENTOS DEL PERIODO DE PRUEBA".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           PERFORM 05-LEER-PARAMETROS.

           OPEN OUTPUT INFORME-FILE.
           PERFORM 10-CARGAR-FERIADOS.
           PERFORM 15-CALCULAR-FECHA-LIMITE.
           PERFORM 08-INFORMAR-CABECERA.
           PERFORM 07-ABRIR-MAESTRO.
           IF WSS-MAESTRO-ABIERTO
               PERFORM 06-ABRIR-AUDITORIA
               MOVE WSV-FECHA-HOY TO WSV-EHI-FECHA-EFECT
               PERFORM 94-ABRIR-HISTORIA
               PERFORM 20-PROCESAR-DECISIONES
               PERFORM 30-CARGAR-VENCIMIENTOS
               PERFORM 35-ORDENAR-VENCIMIENTOS
               PERFORM 40-INFORMAR-VENCIMIENTOS
               CLOSE EMPMAST-FILE
               CLOSE AUDITLOG-FILE
               IF WSS-EHI-ABIERTA
                   CLOSE EMPHIST-FILE
               END-IF
           ELSE
               MOVE "SIN MAESTRO NO SE APLICAN DECISIONES NI SE LISTAN "
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
           END-IF.
           PERFORM 80-INFORMAR-RESUMEN.
           CLOSE INFORME-FILE.

           IF WSV-CNT-RECHAZADOS > 0 OR WSV-CNT-FUERA-PLAZO > 0 OR
              WSV-CNT-VENCIDOS > 0
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-LEER-PARAMETROS: FECHA DE REFERENCIA AAAAMMDD EN LAS
      * PRIMERAS 8 POSICIONES (EN BLANCO O INVALIDA = HOY).
      ******************************************************************
       05-LEER-PARAMETROS.
           DISPLAY "INGRESE FECHA DE REFERENCIA AAAAMMDD".
           MOVE SPACES TO WSV-PARAMETROS.
           ACCEPT WSV-PARAMETROS.
           IF WSV-FECHA-REF IS NOT NUMERIC OR
              WSV-FECHA-REF (5:2) < "01" OR
              WSV-FECHA-REF (5:2) > "12" OR
              WSV-FECHA-REF (7:2) < "01" OR
              WSV-FECHA-REF (7:2) > "31"
               MOVE WSV-FECHA-HOY TO WSV-FECHA-REF
           END-IF.
           DISPLAY "FECHA DE REFERENCIA: " WSV-FECHA-REF.
       05-LEER-PARAMETROS-END.
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

       07-ABRIR-MAESTRO.
           OPEN I-O EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
                   "STATUS: " WSV-EMPMAST-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "S" TO WSV-MAESTRO-ABIERTO
           END-IF.
       07-ABRIR-MAESTRO-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "VENCIMIENTOS DEL PERIODO DE PRUEBA - REFERENCIA "
               DELIMITED BY SIZE
               WSV-FECHA-REF DELIMITED BY SIZE
               " - HASTA EL " DELIMITED BY SIZE
               WSV-FECHA-LIMITE DELIMITED BY SIZE
               " (15 DIAS HABILES)" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

      ******************************************************************
      * 10-CARGAR-FERIADOS: TODO EL CALENDARIO DE FERIADOS (LA VENTANA
      * PUEDE CRUZAR DE MES O DE ANIO). SIN CALENDARIO SOLO SE
      * SALTEAN SABADOS Y DOMINGOS, CON ADVERTENCIA.
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
                   IF FD-FER-FECHA NOT < WSV-FECHA-REF
                       IF WSV-TOTAL-FERIADOS < 100
                           ADD 1 TO WSV-TOTAL-FERIADOS
                           SET WSV-FER-IDX TO WSV-TOTAL-FERIADOS
                           MOVE FD-FER-FECHA
                               TO WSV-FER-FECHA-TAB (WSV-FER-IDX)
                       ELSE
                           DISPLAY "TABLA DE FERIADOS LLENA (100): "
                               FD-FER-FECHA
                           MOVE 4 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       END-IF
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
      * 15-CALCULAR-FECHA-LIMITE: AVANZA DESDE LA FECHA DE REFERENCIA
      * HASTA JUNTAR LOS DIAS HABILES DE LA VENTANA; GUARDA CADA UNO
      * PARA CONTAR DESPUES LOS QUE LE QUEDAN A CADA EMPLEADO. EL
      * ULTIMO ES LA FECHA LIMITE DEL LISTADO.
      ******************************************************************
       15-CALCULAR-FECHA-LIMITE.
           MOVE WSV-FECHA-REF TO WSV-CAL-FECHA.
           MOVE 0 TO WSV-TOTAL-HABILES.
           PERFORM UNTIL WSV-TOTAL-HABILES NOT < WSC-DIAS-AVISO
               PERFORM 16-SUMAR-UN-DIA
               PERFORM 17-EVALUAR-DIA-HABIL
               IF WSS-ES-HABIL
                   ADD 1 TO WSV-TOTAL-HABILES
                   SET WSV-HAB-IDX TO WSV-TOTAL-HABILES
                   MOVE WSV-CAL-FECHA TO WSV-HAB-FECHA-TAB (WSV-HAB-IDX)
               END-IF
           END-PERFORM.
           MOVE WSV-CAL-FECHA TO WSV-FECHA-LIMITE.
           DISPLAY "FECHA LIMITE DEL AVISO: " WSV-FECHA-LIMITE.
       15-CALCULAR-FECHA-LIMITE-END.
       EXIT.

      ******************************************************************
      * 16-SUMAR-UN-DIA: AVANZA LA FECHA DE TRABAJO UN DIA CALENDARIO,
      * CON LARGOS DE MES Y ANIOS BISIESTOS (DIVISIBLE POR 4, SALVO
      * SIGLOS NO DIVISIBLES POR 400).
      ******************************************************************
       16-SUMAR-UN-DIA.
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
       16-SUMAR-UN-DIA-END.
       EXIT.

      ******************************************************************
      * 17-EVALUAR-DIA-HABIL: DIA DE LA SEMANA POR LA CONGRUENCIA DE
      * ZELLER (0 = SABADO, 1 = DOMINGO) SOBRE LA FECHA DE TRABAJO,
      * MAS LA BUSQUEDA EN LA TABLA DE FERIADOS.
      ******************************************************************
       17-EVALUAR-DIA-HABIL.
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
       17-EVALUAR-DIA-HABIL-END.
       EXIT.

      ******************************************************************
      * 20-PROCESAR-DECISIONES: SIN ARCHIVO DE DECISIONES NO HAY NADA
      * QUE APLICAR Y SOLO SE LISTA. LAS BAJAS SE AGREGAN AL EXTRACTO
      * CRUDO DE LA PROXIMA NOCHE.
      ******************************************************************
       20-PROCESAR-DECISIONES.
           OPEN INPUT DECISIONES-FILE.
           IF WSV-PRUDEC-STATUS NOT EQUAL "00"
               MOVE "SIN DECISIONES DE SUPERVISORES EN ESTA CORRIDA"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
           ELSE
               MOVE SPACES TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "DECISIONES DE LOS SUPERVISORES" TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 21-LEER-DECISION
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   PERFORM 22-APLICAR-DECISION
                   PERFORM 21-LEER-DECISION
               END-PERFORM
               CLOSE DECISIONES-FILE
               IF WSS-BAJAS-ABIERTO
                   CLOSE BAJAS-FILE
               END-IF
           END-IF.
       20-PROCESAR-DECISIONES-END.
       EXIT.

       21-LEER-DECISION.
           READ DECISIONES-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-DECISIONES
           END-READ.
       21-LEER-DECISION-END.
       EXIT.

      ******************************************************************
      * 22-APLICAR-DECISION: SOLO SE DECIDE SOBRE UN EMPLEADO ACTIVO
      * QUE SIGUE EN PRUEBA (UNA DECISION REPETIDA SE RECHAZA PORQUE
      * EL PRIMER ESTAMPADO YA LO SACO DE LA PRUEBA).
      ******************************************************************
       22-APLICAR-DECISION.
           MOVE "S" TO WSV-DEC-VALIDA.
           MOVE SPACES TO WSV-MOTIVO.
           IF NOT FDS-DEC-CONFIRMA AND NOT FDS-DEC-LIBERA
               MOVE "N" TO WSV-DEC-VALIDA
               MOVE "TIPO DE DECISION INVALIDO" TO WSV-MOTIVO
           ELSE
               IF FD-DEC-USUARIO EQUAL SPACES
                   MOVE "N" TO WSV-DEC-VALIDA
                   MOVE "FALTA EL USUARIO DEL SUPERVISOR"
                       TO WSV-MOTIVO
               END-IF
           END-IF.
           IF WSS-DEC-VALIDA
               MOVE FD-DEC-ID TO FD-EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE "N" TO WSV-DEC-VALIDA
                       MOVE "NO EXISTE EN EL MAESTRO" TO WSV-MOTIVO
               END-READ
           END-IF.
           IF WSS-DEC-VALIDA
               IF NOT FDS-EMP-ACTIVO
                   MOVE "N" TO WSV-DEC-VALIDA
                   MOVE "EMPLEADO NO ACTIVO" TO WSV-MOTIVO
               ELSE
                   IF NOT FDS-EMP-EN-PRUEBA
                       MOVE "N" TO WSV-DEC-VALIDA
                       MOVE "EMPLEADO SIN PERIODO DE PRUEBA ABIERTO"
                           TO WSV-MOTIVO
                   END-IF
               END-IF
           END-IF.

           IF WSS-DEC-VALIDA
               PERFORM 96-GUARDAR-EMPLEADO-ANTERIOR
               IF FDS-DEC-CONFIRMA
                   PERFORM 23-CONFIRMAR-PRUEBA
               ELSE
                   PERFORM 24-LIBERAR-PRUEBA
               END-IF
           ELSE
               PERFORM 26-RECHAZAR-DECISION
           END-IF.
       22-APLICAR-DECISION-END.
       EXIT.

       23-CONFIRMAR-PRUEBA.
           MOVE "C" TO FD-EMP-PRUEBA.
           REWRITE FD-EMPMAST-REC
               INVALID KEY
                   MOVE "NO SE PUDO ACTUALIZAR EL MAESTRO" TO WSV-MOTIVO
                   PERFORM 26-RECHAZAR-DECISION
               NOT INVALID KEY
                   PERFORM 97-GRABAR-HISTORIA
                   ADD 1 TO WSV-CNT-CONFIRMADOS
                   MOVE SPACES TO WSV-LINEA-AUX
                   STRING "CONFIRMADO " DELIMITED BY SIZE
                       FD-EMP-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FD-EMP-NOMBRE DELIMITED BY SIZE
                       " FIN DE PRUEBA " DELIMITED BY SIZE
                       FD-EMP-FIN-PRUEBA DELIMITED BY SIZE
                       " POR " DELIMITED BY SIZE
                       FD-DEC-USUARIO DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
                   PERFORM 75-INFORMAR-LINEA
                   PERFORM 27-REGISTRAR-AUDITORIA
           END-REWRITE.
       23-CONFIRMAR-PRUEBA-END.
       EXIT.

      ******************************************************************
      * 24-LIBERAR-PRUEBA: ESTAMPA LA LIBERACION Y DEJA LA BAJA PARA
      * LA PROXIMA NOCHE. EL EMPLEADO SIGUE ACTIVO HASTA QUE LA
      * CORRIDA NOCTURNA PROCESE LA BAJA Y LIQUIDE EL FINIQUITO. UNA
      * LIBERACION DESPUES DEL FIN DE LA PRUEBA SE APLICA IGUAL,
      * CON ADVERTENCIA: YA CORRESPONDE INDEMNIZACION.
      ******************************************************************
       24-LIBERAR-PRUEBA.
           IF NOT WSS-BAJAS-ABIERTO
               OPEN EXTEND BAJAS-FILE
               IF WSV-TRXBAJA-STATUS EQUAL "35"
                   OPEN OUTPUT BAJAS-FILE
               END-IF
               IF WSV-TRXBAJA-STATUS EQUAL "00"
                   MOVE "S" TO WSV-BAJAS-ABIERTO
               END-IF
           END-IF.
           IF NOT WSS-BAJAS-ABIERTO
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE BAJAS, STATUS: "
                   WSV-TRXBAJA-STATUS
               MOVE "NO SE PUDO GRABAR LA BAJA" TO WSV-MOTIVO
               PERFORM 26-RECHAZAR-DECISION
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "L" TO FD-EMP-PRUEBA
               REWRITE FD-EMPMAST-REC
                   INVALID KEY
                       MOVE "NO SE PUDO ACTUALIZAR EL MAESTRO"
                           TO WSV-MOTIVO
                       PERFORM 26-RECHAZAR-DECISION
                   NOT INVALID KEY
                       PERFORM 97-GRABAR-HISTORIA
                       PERFORM 25-GRABAR-BAJA-TRX
               END-REWRITE
           END-IF.
       24-LIBERAR-PRUEBA-END.
       EXIT.

       25-GRABAR-BAJA-TRX.
           MOVE SPACES TO FD-BAJA-REC.
           MOVE "B"                  TO FD-BAJ-TIPO.
           MOVE FD-EMP-ID            TO FD-BAJ-ID.
           MOVE FD-EMP-NOMBRE (1:10) TO FD-BAJ-NOMBRE.
           MOVE FD-EMP-ANIOS         TO FD-BAJ-ANIOS.
           WRITE FD-BAJA-REC.
           ADD 1 TO WSV-CNT-LIBERADOS.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "LIBERADO   " DELIMITED BY SIZE
               FD-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-EMP-NOMBRE DELIMITED BY SIZE
               " FIN DE PRUEBA " DELIMITED BY SIZE
               FD-EMP-FIN-PRUEBA DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               FD-DEC-USUARIO DELIMITED BY SIZE
               ", BAJA PARA LA PROXIMA NOCHE" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           IF FD-EMP-FIN-PRUEBA < WSV-FECHA-REF
               ADD 1 TO WSV-CNT-FUERA-PLAZO
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "           ATENCION: LIBERADO DESPUES DEL FIN "
                   DELIMITED BY SIZE
                   "DE LA PRUEBA, CORRESPONDE INDEMNIZACION"
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
           PERFORM 27-REGISTRAR-AUDITORIA.
       25-GRABAR-BAJA-TRX-END.
       EXIT.

       26-RECHAZAR-DECISION.
           ADD 1 TO WSV-CNT-RECHAZADOS.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RECHAZADO  " DELIMITED BY SIZE
               FD-DEC-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-DEC-ID DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               FD-DEC-USUARIO DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WSV-MOTIVO DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       26-RECHAZAR-DECISION-END.
       EXIT.

      ******************************************************************
      * 27-REGISTRAR-AUDITORIA: LA DECISION QUEDA EN LA BITACORA CON EL
      * SUPERVISOR QUE LA TOMO EN EL LUGAR DEL NOMBRE.
      ******************************************************************
       27-REGISTRAR-AUDITORIA.
           MOVE SPACES TO FD-AUDITLOG-REC.
           ACCEPT FD-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT FD-AUD-HORA FROM TIME.
           MOVE WSC-AUDIT-PROGRAMA TO FD-AUD-PROGRAMA.
           MOVE FD-EMP-ID          TO FD-AUD-ID.
           MOVE FD-DEC-USUARIO     TO FD-AUD-NOMBRE.
           IF FDS-DEC-CONFIRMA
               STRING "CONFIRMA PRUEBA FIN " DELIMITED BY SIZE
                   FD-EMP-FIN-PRUEBA DELIMITED BY SIZE
                   INTO FD-AUD-DETALLE
               END-STRING
           ELSE
               STRING "LIBERA PRUEBA FIN " DELIMITED BY SIZE
                   FD-EMP-FIN-PRUEBA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-DEC-MOTIVO DELIMITED BY SIZE
                   INTO FD-AUD-DETALLE
               END-STRING
           END-IF.
           PERFORM 92-ENCADENAR-AUDITORIA.
           WRITE FD-AUDITLOG-REC.
       27-REGISTRAR-AUDITORIA-END.
       EXIT.

      ******************************************************************
      * 30-CARGAR-VENCIMIENTOS: LOS ACTIVOS QUE SIGUEN EN PRUEBA Y
      * CUYO PERIODO TERMINA HASTA LA FECHA LIMITE (INCLUIDOS LOS YA
      * VENCIDOS SIN DECISION).
      ******************************************************************
       30-CARGAR-VENCIMIENTOS.
           MOVE "N" TO WSV-FIN-MAESTRO.
           MOVE LOW-VALUES TO FD-EMP-ID.
           START EMPMAST-FILE KEY >= FD-EMP-ID
               INVALID KEY
                   MOVE "S" TO WSV-FIN-MAESTRO
           END-START.
           IF NOT WSS-FIN-MAESTRO
               PERFORM 31-LEER-SIGUIENTE
               PERFORM UNTIL WSS-FIN-MAESTRO
                   ADD 1 TO WSV-CNT-EMPLEADOS
                   IF FDS-EMP-ACTIVO AND FDS-EMP-EN-PRUEBA
                       ADD 1 TO WSV-CNT-EN-PRUEBA
                       IF FD-EMP-FIN-PRUEBA NOT > WSV-FECHA-LIMITE
                           PERFORM 32-AGREGAR-VENCIMIENTO
                       END-IF
                   END-IF
                   PERFORM 31-LEER-SIGUIENTE
               END-PERFORM
           END-IF.
       30-CARGAR-VENCIMIENTOS-END.
       EXIT.

       31-LEER-SIGUIENTE.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-MAESTRO
           END-READ.
       31-LEER-SIGUIENTE-END.
       EXIT.

       32-AGREGAR-VENCIMIENTO.
           IF WSV-TOTAL-VENCIMIENTOS < WSC-MAX-VENCIMIENTOS
               ADD 1 TO WSV-TOTAL-VENCIMIENTOS
               SET WSV-VEN-IDX TO WSV-TOTAL-VENCIMIENTOS
               MOVE FD-EMP-CCOSTO TO WSV-CCOSTO-AUX
               IF WSV-CCOSTO-AUX EQUAL SPACES
                   MOVE "GRAL" TO WSV-CCOSTO-AUX
               END-IF
               MOVE WSV-CCOSTO-AUX
                   TO WSV-VEN-CCOSTO-TAB (WSV-VEN-IDX)
               MOVE FD-EMP-FIN-PRUEBA TO WSV-VEN-FIN-TAB (WSV-VEN-IDX)
               MOVE FD-EMP-ID         TO WSV-VEN-ID-TAB (WSV-VEN-IDX)
               MOVE FD-EMP-NOMBRE
                   TO WSV-VEN-NOMBRE-TAB (WSV-VEN-IDX)
               MOVE FD-EMP-FECHA-ALTA TO WSV-VEN-ALTA-TAB (WSV-VEN-IDX)
           ELSE
               DISPLAY "TABLA DE VENCIMIENTOS LLENA (500): " FD-EMP-ID
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       32-AGREGAR-VENCIMIENTO-END.
       EXIT.

      ******************************************************************
      * 35-ORDENAR-VENCIMIENTOS: ORDEN POR CENTRO DE COSTO, FECHA DE
      * FIN E ID (INTERCAMBIO SIMPLE, LA TABLA ES CHICA).
      ******************************************************************
       35-ORDENAR-VENCIMIENTOS.
           PERFORM VARYING WSV-VEN-IDX FROM 1 BY 1
                   UNTIL WSV-VEN-IDX >= WSV-TOTAL-VENCIMIENTOS
               PERFORM VARYING WSV-VEN-IDX2 FROM WSV-VEN-IDX BY 1
                       UNTIL WSV-VEN-IDX2 > WSV-TOTAL-VENCIMIENTOS
                   IF WSV-VEN-CLAVE-TAB (WSV-VEN-IDX2) <
                      WSV-VEN-CLAVE-TAB (WSV-VEN-IDX)
                       MOVE WS-VENCIMIENTOS (WSV-VEN-IDX)
                           TO WSV-VEN-AUX
                       MOVE WS-VENCIMIENTOS (WSV-VEN-IDX2)
                           TO WS-VENCIMIENTOS (WSV-VEN-IDX)
                       MOVE WSV-VEN-AUX
                           TO WS-VENCIMIENTOS (WSV-VEN-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       35-ORDENAR-VENCIMIENTOS-END.
       EXIT.

      ******************************************************************
      * 40-INFORMAR-VENCIMIENTOS: UN BLOQUE POR CENTRO DE COSTO (EL
      * SUPERVISOR DE CADA CENTRO RECIBE SU PARTE) CON SU TOTAL.
      ******************************************************************
       40-INFORMAR-VENCIMIENTOS.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           IF WSV-TOTAL-VENCIMIENTOS EQUAL 0
               MOVE "NINGUN PERIODO DE PRUEBA VENCE EN LA VENTANA"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
           ELSE
               MOVE SPACES TO WSV-CCOSTO-ANT
               PERFORM VARYING WSV-VEN-IDX FROM 1 BY 1
                       UNTIL WSV-VEN-IDX > WSV-TOTAL-VENCIMIENTOS
                   IF WSV-VEN-CCOSTO-TAB (WSV-VEN-IDX) NOT EQUAL
                      WSV-CCOSTO-ANT
                       IF WSV-CCOSTO-ANT NOT EQUAL SPACES
                           PERFORM 42-CERRAR-CENTRO
                       END-IF
                       MOVE WSV-VEN-CCOSTO-TAB (WSV-VEN-IDX)
                           TO WSV-CCOSTO-ANT
                       MOVE 0 TO WSV-CNT-CENTRO
                       MOVE SPACES TO WSV-LINEA-AUX
                       STRING "CENTRO DE COSTO " DELIMITED BY SIZE
                           WSV-CCOSTO-ANT DELIMITED BY SIZE
                           INTO WSV-LINEA-AUX
                       END-STRING
                       PERFORM 75-INFORMAR-LINEA
                   END-IF
                   PERFORM 41-INFORMAR-EMPLEADO
               END-PERFORM
               PERFORM 42-CERRAR-CENTRO
           END-IF.
       40-INFORMAR-VENCIMIENTOS-END.
       EXIT.

      ******************************************************************
      * 41-INFORMAR-EMPLEADO: LOS DIAS HABILES QUE LE QUEDAN SON LOS
      * DIAS HABILES DE LA VENTANA HASTA SU FECHA DE FIN.
      ******************************************************************
       41-INFORMAR-EMPLEADO.
           ADD 1 TO WSV-CNT-CENTRO.
           MOVE SPACES TO WSV-LINEA-AUX.
           IF WSV-VEN-FIN-TAB (WSV-VEN-IDX) < WSV-FECHA-REF
               ADD 1 TO WSV-CNT-VENCIDOS
               STRING "  " DELIMITED BY SIZE
                   WSV-VEN-ID-TAB (WSV-VEN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-VEN-NOMBRE-TAB (WSV-VEN-IDX) DELIMITED BY SIZE
                   " ALTA " DELIMITED BY SIZE
                   WSV-VEN-ALTA-TAB (WSV-VEN-IDX) DELIMITED BY SIZE
                   " FIN " DELIMITED BY SIZE
                   WSV-VEN-FIN-TAB (WSV-VEN-IDX) DELIMITED BY SIZE
                   " VENCIDO SIN DECISION" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
           ELSE
               MOVE 0 TO WSV-DIAS-RESTANTES
               PERFORM VARYING WSV-HAB-IDX FROM 1 BY 1
                       UNTIL WSV-HAB-IDX > WSV-TOTAL-HABILES
                   IF WSV-HAB-FECHA-TAB (WSV-HAB-IDX) NOT >
                      WSV-VEN-FIN-TAB (WSV-VEN-IDX)
                       ADD 1 TO WSV-DIAS-RESTANTES
                   END-IF
               END-PERFORM
               MOVE WSV-DIAS-RESTANTES TO WSV-DIAS-ED
               STRING "  " DELIMITED BY SIZE
                   WSV-VEN-ID-TAB (WSV-VEN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-VEN-NOMBRE-TAB (WSV-VEN-IDX) DELIMITED BY SIZE
                   " ALTA " DELIMITED BY SIZE
                   WSV-VEN-ALTA-TAB (WSV-VEN-IDX) DELIMITED BY SIZE
                   " FIN " DELIMITED BY SIZE
                   WSV-VEN-FIN-TAB (WSV-VEN-IDX) DELIMITED BY SIZE
                   " DIAS HABILES: " DELIMITED BY SIZE
                   WSV-DIAS-ED DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
           END-IF.
           PERFORM 75-INFORMAR-LINEA.
       41-INFORMAR-EMPLEADO-END.
       EXIT.

       42-CERRAR-CENTRO.
           MOVE WSV-CNT-CENTRO TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  TOTAL DEL CENTRO " DELIMITED BY SIZE
               WSV-CCOSTO-ANT DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       42-CERRAR-CENTRO-END.
       EXIT.

       75-INFORMAR-LINEA.
           DISPLAY WSV-LINEA-AUX.
           WRITE FD-INFORME-LINEA FROM WSV-LINEA-AUX.
       75-INFORMAR-LINEA-END.
       EXIT.

       80-INFORMAR-RESUMEN.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-EN-PRUEBA TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EMPLEADOS EN PRUEBA: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-TOTAL-VENCIMIENTOS TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "VENCEN EN LA VENTANA: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-VENCIDOS TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "VENCIDOS SIN DECISION: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-CONFIRMADOS TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "CONFIRMADOS: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-LIBERADOS TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "LIBERADOS (BAJA PARA LA PROXIMA NOCHE): "
               DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-RECHAZADOS TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "DECISIONES RECHAZADAS: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
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
               COMPUTE FD-RUN-LEIDOS =
                   WSV-CNT-EMPLEADOS + WSV-CNT-DECISIONES
               COMPUTE FD-RUN-ESCRITOS =
                   WSV-CNT-CONFIRMADOS + WSV-CNT-LIBERADOS
               MOVE 0                   TO FD-RUN-OMITIDOS
               MOVE WSV-CNT-RECHAZADOS  TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       COPY AUDCHNP.
       COPY EMPHISP.

       END PROGRAM PRUEBA.
