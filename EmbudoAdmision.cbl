      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * EMBUDO:
      * EMBUDO DE ADMISION A PERMANENCIA POR COHORTE. LA GERENCIA
      * PREGUNTA SI LOS REQUISITOS DEL COBOLERO QUE EVALUA EJERCICIO-1
      * ELIGEN GENTE QUE SE QUEDA, Y NINGUN INFORME UNIA EL VEREDICTO
      * DE ADMISION CON LO QUE PASO DESPUES CON ESA PERSONA.
      * 1. LEE TODAS LAS GENERACIONES DE RESULTADOS CATALOGADAS
      *    (RESULTAD); CADA FECHA DE CORRIDA (FD-RES-FECHA-CORRIDA) ES
      *    UNA COHORTE. LAS FILAS DE UNA REVISION DE LISTA DE ESPERA
      *    (MODO E) NO SON POSTULANTES NUEVOS: SOLO SE USAN PARA
      *    SABER QUE UN CONDICIONAL FUE ADMITIDO DESPUES.
      * 2. LEE TODAS LAS GENERACIONES DE INGRESO (ONBRES): UN CUMPLE
      *    ES UN ALTA DE EJERCICIO5, QUE SE ATRIBUYE A LA ULTIMA
      *    POSTULACION DE ESE ID HASTA LA FECHA DEL ALTA.
      * 3. CON EL MAESTRO (EMPMAST) Y LA HISTORIA FECHADA (EMPHIST)
      *    DETERMINA SI CADA CONTRATADO SEGUIA ACTIVO A LOS 6 Y A LOS
      *    12 MESES DEL ALTA (SOLO CUENTAN LOS QUE YA CUMPLIERON ESA
      *    ANTIGUEDAD A LA FECHA DE REFERENCIA) Y SI ESTA DE BAJA.
      * 4. CON EL HISTORIAL DE POSTULACIONES (HISTADM) TOMA LA EDAD,
      *    EL SECUNDARIO Y LA CARRERA DECLARADOS, Y COMPLETA LA
      *    CONVERSION DE LA LISTA DE ESPERA CUANDO LA GENERACION QUE
      *    LO ADMITIO YA NO ESTA CATALOGADA.
      * EL INFORME EMBINF ABRE CADA COHORTE (Y EL TOTAL) POR TRAMO DE
      * EDAD, SECUNDARIO, CARRERA Y CUARTIL DEL RANKING, CON LA
      * RETENCION Y LA CONVERSION DE LA LISTA DE ESPERA, PARA QUE EL
      * COMITE AJUSTE LOS UMBRALES DE PARAMS CON EVIDENCIA.
      * LA TARJETA DE SYSIN TRAE LA FECHA DE REFERENCIA AAAAMMDD (EN
      * BLANCO = HOY).
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBUDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTADOS-FILE ASSIGN TO "RESULTAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RESULTAD-STATUS.

           SELECT ONBOARD-FILE ASSIGN TO "ONBRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ONBRES-STATUS.

           SELECT HISTADM-FILE ASSIGN TO "HISTADM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-HIS-ID
               FILE STATUS IS WSV-HISTADM-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-EMPHIST-STATUS.

           SELECT INFORME-FILE ASSIGN TO "EMBINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS-FILE.
           01 FD-RESULTADO-REC.
               05 FD-RES-ID            PIC X(8).
               05 FD-RES-NOMBRE        PIC X(5).
               05 FD-RES-VEREDICTO     PIC X(11).
               05 FD-RES-DETALLE       PIC X(64).
               05 FD-RES-FECHA-CORRIDA PIC X(08).
               05 FD-RES-SECUENCIA     PIC 9(04).
               05 FD-RES-REPITE        PIC X(01).
               05 FD-RES-FECHA-PREVIA  PIC X(08).
               05 FD-RES-VER-PREVIO    PIC X(11).
               05 FD-RES-PUNTAJE       PIC 9(04).
               05 FD-RES-RANKING       PIC 9(04).

       FD  ONBOARD-FILE.
           01 FD-ONBOARD-REC.
               05 FD-ONB-ID            PIC X(8).
               05 FD-ONB-NOMBRE        PIC X(5).
               05 FD-ONB-VEREDICTO     PIC X(9).
               05 FD-ONB-NIVEL         PIC X(06).
               05 FD-ONB-SUELDO-ANUAL  PIC 9(07).
               05 FD-ONB-BONO          PIC 9(06).
               05 FD-ONB-FECHA-CORRIDA PIC X(08).
               05 FD-ONB-SECUENCIA     PIC 9(04).
               05 FD-ONB-REPITE        PIC X(01).
               05 FD-ONB-FECHA-PREVIA  PIC X(08).
               05 FD-ONB-VER-PREVIO    PIC X(11).

       FD  HISTADM-FILE.
           COPY HISTADM.

       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-RESULTAD-STATUS   PIC X(02) VALUE "00".
           01 WSV-ONBRES-STATUS     PIC X(02) VALUE "00".
           01 WSV-HISTADM-STATUS    PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-EMPHIST-STATUS    PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "EMBUDO".

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

           01 WSC-MAX-POSTULACIONES PIC 9(04) VALUE 3000.
           01 WSC-MAX-CONTRATOS     PIC 9(04) VALUE 3000.
           01 WSC-MAX-COHORTES      PIC 9(02) VALUE 40.
      * LA ULTIMA FILA DE LA TABLA DE COHORTES ACUMULA EL TOTAL.
           01 WSC-COHORTE-TOTAL     PIC 9(02) VALUE 41.

           01 WSV-PARAMETROS.
               05 WSV-FECHA-REF         PIC X(08).
               05 FILLER                PIC X(72).

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-HISTADM-ABIERTO   PIC X VALUE "N".
                   88 WSS-HISTADM-ABIERTO   VALUE "S".
               05 WSV-MAESTRO-ABIERTO   PIC X VALUE "N".
                   88 WSS-MAESTRO-ABIERTO   VALUE "S".
               05 WSV-HIS-HALLADO       PIC X VALUE "N".
                   88 WSS-HIS-HALLADO       VALUE "S".
               05 WSV-EMP-HALLADO       PIC X VALUE "N".
                   88 WSS-EMP-HALLADO       VALUE "S".
               05 WSV-HALLADO           PIC X VALUE "N".
                   88 WSS-HALLADO           VALUE "S".
               05 WSV-GRABAR            PIC X VALUE "N".
                   88 WSS-GRABAR            VALUE "S".
               05 WSV-ES-REVISION       PIC X VALUE "N".
                   88 WSS-ES-REVISION       VALUE "S".
               05 WSV-CONVERTIDO        PIC X VALUE "N".
                   88 WSS-CONVERTIDO        VALUE "S".
               05 WSV-ACTIVO-HOY        PIC X VALUE "N".
                   88 WSS-ACTIVO-HOY        VALUE "S".
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-FECHA-MEJOR       PIC X(08).
               05 WSV-FECHA-BAJA        PIC X(08).
               05 WSV-HITO-6M           PIC X(08).
               05 WSV-HITO-12M          PIC X(08).

      * SUMA DE MESES CALENDARIO, CON EL DIA TOPEADO EN 28 COMO EL
      * VENCIMIENTO DE LA LISTA DE ESPERA DE EJERCICIO-1.
               05 WSV-MES-FECHA.
                   10 WSV-MES-ANIO          PIC 9(04).
                   10 WSV-MES-MES           PIC 9(02).
                   10 WSV-MES-DIA           PIC 9(02).
               05 WSV-MESES-SUMA        PIC 9(02).

               05 WSV-CUARTIL           PIC 9(02).
               05 WSV-CUARTIL-RESTO     PIC 9(04).
               05 WSV-PRODUCTO          PIC 9(06).
               05 WSV-CONTADOR          PIC 9(02).
               05 WSV-CATEGORIAS.
                   10 WSV-CAT-FILA OCCURS 5 TIMES PIC 9(02).
               05 WSV-CAT-N             PIC 9(02).
               05 WSV-CAT-AUX           PIC 9(02).
               05 WSV-COH-ACTUAL        PIC 9(02).
               05 WSV-CONTRATO-ACTUAL   PIC 9(04).

      *------------------------------------------------------------*
      * POSTULACIONES DE TODAS LAS GENERACIONES: UNA FILA POR ID Y  *
      * FECHA DE CORRIDA (UNA RECORRIDA DEL MISMO DIA PISA A LA     *
      * ANTERIOR), CON LA COHORTE, EL CONTRATO ATRIBUIDO Y LA MARCA *
      * DE REVISION DE LISTA DE ESPERA.                             *
      *------------------------------------------------------------*
               05 WS-POSTULACIONES OCCURS 3000 TIMES
                       INDEXED BY WSV-PTC-IDX WSV-PTC-IDX2.
                   10 WSV-PTC-ID-TAB        PIC X(08).
                   10 WSV-PTC-FECHA-TAB     PIC X(08).
                   10 WSV-PTC-VEREDICTO-TAB PIC X(11).
                   10 WSV-PTC-RANKING-TAB   PIC 9(04).
                   10 WSV-PTC-REVISION-TAB  PIC X(01).
                   10 WSV-PTC-COHORTE-TAB   PIC 9(02).
                   10 WSV-PTC-CONTRATO-TAB  PIC 9(04).
               05 WSV-TOTAL-POSTULACIONES PIC 9(04) VALUE 0.

      *------------------------------------------------------------*
      * ALTAS DE EJERCICIO5 (ONBRES CUMPLE): ID, FECHA DEL ALTA Y   *
      * FECHA DE LA ULTIMA BAJA POSTERIOR SEGUN LA HISTORIA FECHADA *
      * (BLANCO = SIN BAJA O REACTIVADO DESPUES).                   *
      *------------------------------------------------------------*
               05 WS-CONTRATOS OCCURS 3000 TIMES
                       INDEXED BY WSV-CON-IDX WSV-CON-IDX2.
                   10 WSV-CON-ID-TAB        PIC X(08).
                   10 WSV-CON-FECHA-TAB     PIC X(08).
                   10 WSV-CON-BAJA-TAB      PIC X(08).
               05 WSV-TOTAL-CONTRATOS   PIC 9(04) VALUE 0.

      *------------------------------------------------------------*
      * COHORTES: FECHA, CANTIDAD DE PUESTOS DEL RANKING (PARA LOS  *
      * CUARTILES), CONDICIONALES ADMITIDOS DESPUES Y LOS 10        *
      * CONTADORES DEL EMBUDO POR CADA UNA DE LAS 19 CATEGORIAS:    *
      *  1 TOTAL, 2-7 TRAMOS DE EDAD, 8-10 SECUNDARIO, 11-14        *
      *  CARRERA, 15-18 CUARTIL DEL RANKING, 19 SIN PUESTO.         *
      * CONTADORES: 1 POSTULANTES, 2 CUMPLE, 3 CONDICIONAL, 4 NO    *
      *  CUMPLE, 5 CONTRATADOS, 6 CON 6 MESES CUMPLIDOS, 7 ACTIVOS  *
      *  A LOS 6 MESES, 8 CON 12 MESES CUMPLIDOS, 9 ACTIVOS A LOS   *
      *  12 MESES, 10 DE BAJA HOY.                                  *
      *------------------------------------------------------------*
           01 WSV-COHORTES.
               05 WS-COHORTES OCCURS 41 TIMES
                       INDEXED BY WSV-COH-IDX WSV-COH-IDX2.
                   10 WSV-COH-FECHA-TAB     PIC X(08).
                   10 WSV-COH-RANKEADOS-TAB PIC 9(04).
                   10 WSV-COH-CONVERT-TAB   PIC 9(05).
                   10 WS-COH-CATEGORIAS OCCURS 19 TIMES
                           INDEXED BY WSV-CAT-IDX.
                       15 WSV-COH-CNT-TAB OCCURS 10 TIMES
                               INDEXED BY WSV-K-IDX
                                            PIC 9(05).
               05 WSV-TOTAL-COHORTES    PIC 9(02) VALUE 0.
               05 WSV-COH-FECHA-AUX     PIC X(08).

           01 WSV-CONTADORES.
               05 WSV-CNT-RESULTADOS    PIC 9(06) VALUE 0.
               05 WSV-CNT-REVISIONES    PIC 9(06) VALUE 0.
               05 WSV-CNT-ONBOARD       PIC 9(06) VALUE 0.
               05 WSV-CNT-HISTORIA      PIC 9(06) VALUE 0.
               05 WSV-CNT-OMITIDOS      PIC 9(06) VALUE 0.
               05 WSV-CNT-SIN-POSTULACION PIC 9(06) VALUE 0.
               05 WSV-CNT-SIN-LEGAJO    PIC 9(06) VALUE 0.
               05 WSV-CNT-BAJA-SIN-FECHA PIC 9(06) VALUE 0.

           01 WSV-IMPRESION.
               05 WSV-LINEA-DET.
                   10 WSV-DET-ETIQUETA      PIC X(20).
                   10 WSV-DET-COLUMNA OCCURS 10 TIMES.
                       15 FILLER                PIC X(02).
                       15 WSV-DET-CANTIDAD      PIC ZZZZ9.
               05 WSV-PCT               PIC 9(03)V9.
               05 WSV-PCT-ED            PIC ZZ9.9.
               05 WSV-PCT-ED2           PIC ZZ9.9.
               05 WSV-CANTIDAD-ED       PIC ZZZZZ9.
               05 WSV-CANTIDAD-ED2      PIC ZZZZZ9.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "EMBUDO - ADMISION A PERMANENCIA POR COHORTE".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           PERFORM 05-LEER-PARAMETROS.
           INITIALIZE WSV-COHORTES.

           OPEN OUTPUT INFORME-FILE.
           PERFORM 08-INFORMAR-CABECERA.
           PERFORM 10-CARGAR-RESULTADOS.
           IF WSV-RETORNO < 8
               IF WSV-TOTAL-COHORTES EQUAL 0
                   MOVE "NO HAY COHORTES EN LOS RESULTADOS CATALOGADOS"
                       TO WSV-LINEA-AUX
                   PERFORM 75-INFORMAR-LINEA
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               ELSE
                   PERFORM 15-ORDENAR-COHORTES
                   PERFORM 16-UBICAR-COHORTES
                   PERFORM 20-CARGAR-CONTRATOS
                   PERFORM 25-CARGAR-BAJAS
                   PERFORM 30-ATRIBUIR-CONTRATOS
                   PERFORM 35-ABRIR-INDEXADOS
                   PERFORM 40-ACUMULAR-EMBUDO
                   PERFORM 50-INFORMAR-COHORTES
                   IF WSS-HISTADM-ABIERTO
                       CLOSE HISTADM-FILE
                   END-IF
                   IF WSS-MAESTRO-ABIERTO
                       CLOSE EMPMAST-FILE
                   END-IF
               END-IF
           END-IF.
           PERFORM 80-INFORMAR-RESUMEN.
           CLOSE INFORME-FILE.

           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

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

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EMBUDO DE ADMISION A PERMANENCIA POR COHORTE - "
               DELIMITED BY SIZE
               "REFERENCIA " DELIMITED BY SIZE
               WSV-FECHA-REF DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

      ******************************************************************
      * 10-CARGAR-RESULTADOS: TODAS LAS GENERACIONES CONCATENADAS.
      * UNA FILA DE REVISION DE LISTA DE ESPERA (MODO E) ES LA DE UN
      * REINCIDENTE QUE VENIA CONDICIONAL Y QUE SALE SIN PUESTO EN EL
      * RANKING: CUMPLE (SENTADO), CONDICIONAL (SIGUE EN LISTA) O EL
      * VENCIMIENTO DE LA LISTA. NO ABRE COHORTE.
      ******************************************************************
       10-CARGAR-RESULTADOS.
           OPEN INPUT RESULTADOS-FILE.
           IF WSV-RESULTAD-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR RESULTAD, STATUS: "
                   WSV-RESULTAD-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 11-LEER-RESULTADO
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   PERFORM 12-REGISTRAR-POSTULACION
                   PERFORM 11-LEER-RESULTADO
               END-PERFORM
               CLOSE RESULTADOS-FILE
           END-IF.
       10-CARGAR-RESULTADOS-END.
       EXIT.

       11-LEER-RESULTADO.
           READ RESULTADOS-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-RESULTADOS
           END-READ.
       11-LEER-RESULTADO-END.
       EXIT.

       12-REGISTRAR-POSTULACION.
           MOVE "N" TO WSV-ES-REVISION.
           IF FD-RES-REPITE EQUAL "S" AND
              FD-RES-VER-PREVIO EQUAL "CONDICIONAL" AND
              (FD-RES-RANKING IS NOT NUMERIC OR FD-RES-RANKING = 0)
               IF FD-RES-VEREDICTO EQUAL "CUMPLE" OR
                  FD-RES-VEREDICTO EQUAL "CONDICIONAL" OR
                  FD-RES-DETALLE (1:23) EQUAL "LISTA DE ESPERA VENCIDA"
                   MOVE "S" TO WSV-ES-REVISION
               END-IF
           END-IF.

      * UNA RECORRIDA DEL MISMO DIA (OTRA GENERACION CON LA MISMA
      * FECHA) REEMPLAZA LA FILA EN VEZ DE DUPLICARLA.
           MOVE "N" TO WSV-HALLADO.
           MOVE "S" TO WSV-GRABAR.
           PERFORM VARYING WSV-PTC-IDX FROM 1 BY 1
                   UNTIL WSV-PTC-IDX > WSV-TOTAL-POSTULACIONES
                      OR WSS-HALLADO
               IF WSV-PTC-ID-TAB (WSV-PTC-IDX) = FD-RES-ID AND
                  WSV-PTC-FECHA-TAB (WSV-PTC-IDX) =
                  FD-RES-FECHA-CORRIDA
                   SET WSS-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-HALLADO
               SET WSV-PTC-IDX DOWN BY 1
           ELSE
               IF WSV-TOTAL-POSTULACIONES < WSC-MAX-POSTULACIONES
                   ADD 1 TO WSV-TOTAL-POSTULACIONES
                   SET WSV-PTC-IDX TO WSV-TOTAL-POSTULACIONES
               ELSE
                   DISPLAY "TABLA DE POSTULACIONES LLENA (3000): "
                       FD-RES-ID " " FD-RES-FECHA-CORRIDA
                   ADD 1 TO WSV-CNT-OMITIDOS
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
                   MOVE "N" TO WSV-GRABAR
               END-IF
           END-IF.

           IF WSS-GRABAR
               MOVE FD-RES-ID    TO WSV-PTC-ID-TAB (WSV-PTC-IDX)
               MOVE FD-RES-FECHA-CORRIDA
                   TO WSV-PTC-FECHA-TAB (WSV-PTC-IDX)
               MOVE FD-RES-VEREDICTO
                   TO WSV-PTC-VEREDICTO-TAB (WSV-PTC-IDX)
               IF FD-RES-RANKING IS NUMERIC
                   MOVE FD-RES-RANKING
                       TO WSV-PTC-RANKING-TAB (WSV-PTC-IDX)
               ELSE
                   MOVE 0 TO WSV-PTC-RANKING-TAB (WSV-PTC-IDX)
               END-IF
               MOVE WSV-ES-REVISION
                   TO WSV-PTC-REVISION-TAB (WSV-PTC-IDX)
               MOVE 0 TO WSV-PTC-COHORTE-TAB (WSV-PTC-IDX)
               MOVE 0 TO WSV-PTC-CONTRATO-TAB (WSV-PTC-IDX)
               IF WSS-ES-REVISION
                   ADD 1 TO WSV-CNT-REVISIONES
               ELSE
                   PERFORM 13-REGISTRAR-COHORTE
               END-IF
           END-IF.
       12-REGISTRAR-POSTULACION-END.
       EXIT.

       13-REGISTRAR-COHORTE.
           MOVE "N" TO WSV-HALLADO.
           PERFORM VARYING WSV-COH-IDX FROM 1 BY 1
                   UNTIL WSV-COH-IDX > WSV-TOTAL-COHORTES
                      OR WSS-HALLADO
               IF WSV-COH-FECHA-TAB (WSV-COH-IDX) =
                  FD-RES-FECHA-CORRIDA
                   SET WSS-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WSS-HALLADO
               IF WSV-TOTAL-COHORTES < WSC-MAX-COHORTES
                   ADD 1 TO WSV-TOTAL-COHORTES
                   SET WSV-COH-IDX TO WSV-TOTAL-COHORTES
                   MOVE FD-RES-FECHA-CORRIDA
                       TO WSV-COH-FECHA-TAB (WSV-COH-IDX)
               ELSE
      * SIN LUGAR PARA LA COHORTE LA FILA QUEDA COMO REVISION: SIGUE
      * SIRVIENDO PARA LA CONVERSION PERO NO SE CUENTA.
                   DISPLAY "TABLA DE COHORTES LLENA (40): "
                       FD-RES-FECHA-CORRIDA
                   ADD 1 TO WSV-CNT-OMITIDOS
                   MOVE "S" TO WSV-PTC-REVISION-TAB (WSV-PTC-IDX)
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       13-REGISTRAR-COHORTE-END.
       EXIT.

      ******************************************************************
      * 15-ORDENAR-COHORTES: LAS GENERACIONES LLEGAN DE LA MAS NUEVA A
      * LA MAS VIEJA; EL INFORME VA EN ORDEN DE FECHA. LOS CONTADORES
      * TODAVIA ESTAN EN CERO, ASI QUE SOLO SE INTERCAMBIAN FECHAS.
      ******************************************************************
       15-ORDENAR-COHORTES.
           PERFORM VARYING WSV-COH-IDX FROM 1 BY 1
                   UNTIL WSV-COH-IDX >= WSV-TOTAL-COHORTES
               PERFORM VARYING WSV-COH-IDX2 FROM WSV-COH-IDX BY 1
                       UNTIL WSV-COH-IDX2 > WSV-TOTAL-COHORTES
                   IF WSV-COH-FECHA-TAB (WSV-COH-IDX2) <
                      WSV-COH-FECHA-TAB (WSV-COH-IDX)
                       MOVE WSV-COH-FECHA-TAB (WSV-COH-IDX)
                           TO WSV-COH-FECHA-AUX
                       MOVE WSV-COH-FECHA-TAB (WSV-COH-IDX2)
                           TO WSV-COH-FECHA-TAB (WSV-COH-IDX)
                       MOVE WSV-COH-FECHA-AUX
                           TO WSV-COH-FECHA-TAB (WSV-COH-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       15-ORDENAR-COHORTES-END.
       EXIT.

      ******************************************************************
      * 16-UBICAR-COHORTES: CADA POSTULACION APUNTA A SU COHORTE Y
      * CADA COHORTE CUENTA SUS PUESTOS DEL RANKING, LA BASE DE LOS
      * CUARTILES.
      ******************************************************************
       16-UBICAR-COHORTES.
           PERFORM VARYING WSV-PTC-IDX FROM 1 BY 1
                   UNTIL WSV-PTC-IDX > WSV-TOTAL-POSTULACIONES
               IF WSV-PTC-REVISION-TAB (WSV-PTC-IDX) NOT EQUAL "S"
                   PERFORM VARYING WSV-COH-IDX FROM 1 BY 1
                           UNTIL WSV-COH-IDX > WSV-TOTAL-COHORTES
                       IF WSV-COH-FECHA-TAB (WSV-COH-IDX) =
                          WSV-PTC-FECHA-TAB (WSV-PTC-IDX)
                           SET WSV-PTC-COHORTE-TAB (WSV-PTC-IDX)
                               TO WSV-COH-IDX
                       END-IF
                   END-PERFORM
                   IF WSV-PTC-COHORTE-TAB (WSV-PTC-IDX) > 0 AND
                      WSV-PTC-RANKING-TAB (WSV-PTC-IDX) > 0
                       SET WSV-COH-IDX
                           TO WSV-PTC-COHORTE-TAB (WSV-PTC-IDX)
                       ADD 1 TO WSV-COH-RANKEADOS-TAB (WSV-COH-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       16-UBICAR-COHORTES-END.
       EXIT.

      ******************************************************************
      * 20-CARGAR-CONTRATOS: LAS ALTAS DE EJERCICIO5 DE TODAS LAS
      * GENERACIONES DE INGRESO. SIN ELLAS EL EMBUDO SE CORTA EN EL
      * VEREDICTO.
      ******************************************************************
       20-CARGAR-CONTRATOS.
           OPEN INPUT ONBOARD-FILE.
           IF WSV-ONBRES-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR ONBRES, STATUS: "
                   WSV-ONBRES-STATUS
               MOVE "SIN GENERACIONES DE INGRESO: NO HAY CONTRATADOS"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 21-LEER-ONBOARD
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-ONB-VEREDICTO EQUAL "CUMPLE"
                       PERFORM 22-AGREGAR-CONTRATO
                   END-IF
                   PERFORM 21-LEER-ONBOARD
               END-PERFORM
               CLOSE ONBOARD-FILE
           END-IF.
       20-CARGAR-CONTRATOS-END.
       EXIT.

       21-LEER-ONBOARD.
           READ ONBOARD-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-ONBOARD
           END-READ.
       21-LEER-ONBOARD-END.
       EXIT.

       22-AGREGAR-CONTRATO.
           MOVE "N" TO WSV-HALLADO.
           PERFORM VARYING WSV-CON-IDX FROM 1 BY 1
                   UNTIL WSV-CON-IDX > WSV-TOTAL-CONTRATOS
                      OR WSS-HALLADO
               IF WSV-CON-ID-TAB (WSV-CON-IDX) = FD-ONB-ID AND
                  WSV-CON-FECHA-TAB (WSV-CON-IDX) =
                  FD-ONB-FECHA-CORRIDA
                   SET WSS-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WSS-HALLADO
               IF WSV-TOTAL-CONTRATOS < WSC-MAX-CONTRATOS
                   ADD 1 TO WSV-TOTAL-CONTRATOS
                   SET WSV-CON-IDX TO WSV-TOTAL-CONTRATOS
                   MOVE FD-ONB-ID TO WSV-CON-ID-TAB (WSV-CON-IDX)
                   MOVE FD-ONB-FECHA-CORRIDA
                       TO WSV-CON-FECHA-TAB (WSV-CON-IDX)
                   MOVE SPACES TO WSV-CON-BAJA-TAB (WSV-CON-IDX)
               ELSE
                   DISPLAY "TABLA DE CONTRATOS LLENA (3000): "
                       FD-ONB-ID
                   ADD 1 TO WSV-CNT-OMITIDOS
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       22-AGREGAR-CONTRATO-END.
       EXIT.

      ******************************************************************
      * 25-CARGAR-BAJAS: RECORRE LA HISTORIA FECHADA EN ORDEN DE
      * GRABACION; CADA CAMBIO DE ESTADO POSTERIOR AL ALTA DEJA EN EL
      * CONTRATO LA FECHA DE LA BAJA (B) O LA BORRA (A, REACTIVADO),
      * ASI QUE QUEDA LA ULTIMA.
      ******************************************************************
       25-CARGAR-BAJAS.
           OPEN INPUT EMPHIST-FILE.
           IF WSV-EMPHIST-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EMPHIST, STATUS: "
                   WSV-EMPHIST-STATUS
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "SIN HISTORIA FECHADA: UN CONTRATADO DE BAJA NO "
                   DELIMITED BY SIZE
                   "CUENTA COMO ACTIVO A LOS 6 NI A LOS 12 MESES"
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 26-LEER-HISTORIA
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-EHI-CAMPO EQUAL "ESTADO"
                       PERFORM 27-APLICAR-CAMBIO-ESTADO
                   END-IF
                   PERFORM 26-LEER-HISTORIA
               END-PERFORM
               CLOSE EMPHIST-FILE
           END-IF.
       25-CARGAR-BAJAS-END.
       EXIT.

       26-LEER-HISTORIA.
           READ EMPHIST-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-HISTORIA
           END-READ.
       26-LEER-HISTORIA-END.
       EXIT.

       27-APLICAR-CAMBIO-ESTADO.
           PERFORM VARYING WSV-CON-IDX FROM 1 BY 1
                   UNTIL WSV-CON-IDX > WSV-TOTAL-CONTRATOS
               IF WSV-CON-ID-TAB (WSV-CON-IDX) = FD-EHI-ID AND
                  FD-EHI-FECHA-EFECT NOT <
                  WSV-CON-FECHA-TAB (WSV-CON-IDX)
                   IF FD-EHI-VALOR-NUEVO (1:1) EQUAL "B"
                       MOVE FD-EHI-FECHA-EFECT
                           TO WSV-CON-BAJA-TAB (WSV-CON-IDX)
                   ELSE
                       MOVE SPACES TO WSV-CON-BAJA-TAB (WSV-CON-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       27-APLICAR-CAMBIO-ESTADO-END.
       EXIT.

      ******************************************************************
      * 30-ATRIBUIR-CONTRATOS: EL ALTA VA A LA ULTIMA POSTULACION DE
      * ESE ID (QUE NO SEA UNA REVISION) CON FECHA HASTA LA DEL ALTA.
      * UN ALTA SIN POSTULACION CATALOGADA SOLO SE CUENTA EN EL
      * RESUMEN.
      ******************************************************************
       30-ATRIBUIR-CONTRATOS.
           PERFORM VARYING WSV-CON-IDX FROM 1 BY 1
                   UNTIL WSV-CON-IDX > WSV-TOTAL-CONTRATOS
               MOVE LOW-VALUES TO WSV-FECHA-MEJOR
               MOVE "N" TO WSV-HALLADO
               PERFORM VARYING WSV-PTC-IDX FROM 1 BY 1
                       UNTIL WSV-PTC-IDX > WSV-TOTAL-POSTULACIONES
                   IF WSV-PTC-ID-TAB (WSV-PTC-IDX) =
                      WSV-CON-ID-TAB (WSV-CON-IDX) AND
                      WSV-PTC-COHORTE-TAB (WSV-PTC-IDX) > 0 AND
                      WSV-PTC-FECHA-TAB (WSV-PTC-IDX) NOT >
                      WSV-CON-FECHA-TAB (WSV-CON-IDX) AND
                      WSV-PTC-FECHA-TAB (WSV-PTC-IDX) >
                      WSV-FECHA-MEJOR
                       MOVE WSV-PTC-FECHA-TAB (WSV-PTC-IDX)
                           TO WSV-FECHA-MEJOR
                       SET WSV-PTC-IDX2 TO WSV-PTC-IDX
                       MOVE "S" TO WSV-HALLADO
                   END-IF
               END-PERFORM
               IF WSS-HALLADO
                   SET WSV-PTC-CONTRATO-TAB (WSV-PTC-IDX2)
                       TO WSV-CON-IDX
               ELSE
                   ADD 1 TO WSV-CNT-SIN-POSTULACION
               END-IF
           END-PERFORM.
       30-ATRIBUIR-CONTRATOS-END.
       EXIT.

      ******************************************************************
      * 35-ABRIR-INDEXADOS: SIN HISTORIAL LOS CRITERIOS QUEDAN SIN
      * DATO; SIN MAESTRO NINGUN CONTRATADO CUENTA COMO ACTIVO.
      ******************************************************************
       35-ABRIR-INDEXADOS.
           OPEN INPUT HISTADM-FILE.
           IF WSV-HISTADM-STATUS EQUAL "00"
               MOVE "S" TO WSV-HISTADM-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR HISTADM, STATUS: "
                   WSV-HISTADM-STATUS
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS EQUAL "00"
               MOVE "S" TO WSV-MAESTRO-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
                   "STATUS: " WSV-EMPMAST-STATUS
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       35-ABRIR-INDEXADOS-END.
       EXIT.

      ******************************************************************
      * 40-ACUMULAR-EMBUDO: CADA POSTULACION DE UNA COHORTE SUMA EN
      * SUS CINCO CATEGORIAS (TOTAL, EDAD, SECUNDARIO, CARRERA Y
      * CUARTIL), EN SU COHORTE Y EN EL TOTAL.
      ******************************************************************
       40-ACUMULAR-EMBUDO.
           PERFORM VARYING WSV-PTC-IDX FROM 1 BY 1
                   UNTIL WSV-PTC-IDX > WSV-TOTAL-POSTULACIONES
               IF WSV-PTC-COHORTE-TAB (WSV-PTC-IDX) > 0
                   MOVE WSV-PTC-COHORTE-TAB (WSV-PTC-IDX)
                       TO WSV-COH-ACTUAL
                   PERFORM 41-CLASIFICAR-POSTULACION
                   PERFORM 44-CONTAR-VEREDICTO
                   IF WSV-PTC-CONTRATO-TAB (WSV-PTC-IDX) > 0
                       PERFORM 45-CONTAR-PERMANENCIA
                   END-IF
               END-IF
           END-PERFORM.
       40-ACUMULAR-EMBUDO-END.
       EXIT.

       41-CLASIFICAR-POSTULACION.
           MOVE "N" TO WSV-HIS-HALLADO.
           IF WSS-HISTADM-ABIERTO
               MOVE WSV-PTC-ID-TAB (WSV-PTC-IDX) TO FD-HIS-ID
               READ HISTADM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WSV-HIS-HALLADO
               END-READ
           END-IF.

           MOVE 1 TO WSV-CAT-FILA (1).
           MOVE 7 TO WSV-CAT-FILA (2).
           MOVE 10 TO WSV-CAT-FILA (3).
           MOVE 14 TO WSV-CAT-FILA (4).
           IF WSS-HIS-HALLADO AND FD-HIS-SECUNDARIO NOT EQUAL SPACES
               IF FD-HIS-EDAD IS NUMERIC
                   EVALUATE TRUE
                       WHEN FD-HIS-EDAD < 18
                           MOVE 2 TO WSV-CAT-FILA (2)
                       WHEN FD-HIS-EDAD < 25
                           MOVE 3 TO WSV-CAT-FILA (2)
                       WHEN FD-HIS-EDAD < 35
                           MOVE 4 TO WSV-CAT-FILA (2)
                       WHEN FD-HIS-EDAD < 50
                           MOVE 5 TO WSV-CAT-FILA (2)
                       WHEN OTHER
                           MOVE 6 TO WSV-CAT-FILA (2)
                   END-EVALUATE
               END-IF
               IF FD-HIS-SECUNDARIO EQUAL "T"
                   MOVE 8 TO WSV-CAT-FILA (3)
               ELSE
                   MOVE 9 TO WSV-CAT-FILA (3)
               END-IF
               EVALUATE FD-HIS-CARRERA
                   WHEN "T"
                       MOVE 11 TO WSV-CAT-FILA (4)
                   WHEN "C"
                       MOVE 12 TO WSV-CAT-FILA (4)
                   WHEN OTHER
                       MOVE 13 TO WSV-CAT-FILA (4)
               END-EVALUATE
           END-IF.

      * CUARTIL: (PUESTO - 1) * 4 / PUESTOS DE LA COHORTE, + 1.
           MOVE 19 TO WSV-CAT-FILA (5).
           SET WSV-COH-IDX TO WSV-COH-ACTUAL.
           IF WSV-PTC-RANKING-TAB (WSV-PTC-IDX) > 0 AND
              WSV-COH-RANKEADOS-TAB (WSV-COH-IDX) > 0
               COMPUTE WSV-PRODUCTO =
                   (WSV-PTC-RANKING-TAB (WSV-PTC-IDX) - 1) * 4
               DIVIDE WSV-PRODUCTO BY
                   WSV-COH-RANKEADOS-TAB (WSV-COH-IDX)
                   GIVING WSV-CUARTIL REMAINDER WSV-CUARTIL-RESTO
               ADD 1 TO WSV-CUARTIL
               IF WSV-CUARTIL > 4
                   MOVE 4 TO WSV-CUARTIL
               END-IF
               COMPUTE WSV-CAT-FILA (5) = 14 + WSV-CUARTIL
           END-IF.
       41-CLASIFICAR-POSTULACION-END.
       EXIT.

      ******************************************************************
      * 42-SUMAR-CONTADOR: SUMA 1 AL CONTADOR WSV-K-IDX EN LAS CINCO
      * CATEGORIAS DE LA POSTULACION, EN SU COHORTE Y EN EL TOTAL.
      ******************************************************************
       42-SUMAR-CONTADOR.
           PERFORM VARYING WSV-CAT-N FROM 1 BY 1 UNTIL WSV-CAT-N > 5
               SET WSV-CAT-IDX TO WSV-CAT-FILA (WSV-CAT-N)
               SET WSV-COH-IDX TO WSV-COH-ACTUAL
               ADD 1 TO WSV-COH-CNT-TAB (WSV-COH-IDX, WSV-CAT-IDX,
                   WSV-K-IDX)
               SET WSV-COH-IDX TO WSC-COHORTE-TOTAL
               ADD 1 TO WSV-COH-CNT-TAB (WSV-COH-IDX, WSV-CAT-IDX,
                   WSV-K-IDX)
           END-PERFORM.
       42-SUMAR-CONTADOR-END.
       EXIT.

       44-CONTAR-VEREDICTO.
           SET WSV-K-IDX TO 1.
           PERFORM 42-SUMAR-CONTADOR.
           EVALUATE WSV-PTC-VEREDICTO-TAB (WSV-PTC-IDX)
               WHEN "CUMPLE"
                   SET WSV-K-IDX TO 2
                   PERFORM 42-SUMAR-CONTADOR
               WHEN "CONDICIONAL"
                   SET WSV-K-IDX TO 3
                   PERFORM 42-SUMAR-CONTADOR
                   PERFORM 47-EVALUAR-CONVERSION
               WHEN OTHER
                   SET WSV-K-IDX TO 4
                   PERFORM 42-SUMAR-CONTADOR
           END-EVALUATE.
       44-CONTAR-VEREDICTO-END.
       EXIT.

      ******************************************************************
      * 45-CONTAR-PERMANENCIA: UN CONTRATADO CUENTA A LOS 6 (12) MESES
      * SOLO SI EL ALTA TIENE ESA ANTIGUEDAD A LA FECHA DE REFERENCIA;
      * SIGUE ACTIVO SI HOY ESTA ACTIVO EN EL MAESTRO O SI SU BAJA ES
      * POSTERIOR AL HITO.
      ******************************************************************
       45-CONTAR-PERMANENCIA.
           MOVE WSV-PTC-CONTRATO-TAB (WSV-PTC-IDX)
               TO WSV-CONTRATO-ACTUAL.
           SET WSV-CON-IDX TO WSV-CONTRATO-ACTUAL.
           MOVE WSV-CON-BAJA-TAB (WSV-CON-IDX) TO WSV-FECHA-BAJA.
           SET WSV-K-IDX TO 5.
           PERFORM 42-SUMAR-CONTADOR.

           MOVE "N" TO WSV-EMP-HALLADO.
           MOVE "N" TO WSV-ACTIVO-HOY.
           IF WSS-MAESTRO-ABIERTO
               MOVE WSV-CON-ID-TAB (WSV-CON-IDX) TO FD-EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WSV-EMP-HALLADO
               END-READ
           END-IF.
           IF WSS-EMP-HALLADO
               IF FDS-EMP-ACTIVO
                   MOVE "S" TO WSV-ACTIVO-HOY
               ELSE
                   SET WSV-K-IDX TO 10
                   PERFORM 42-SUMAR-CONTADOR
                   IF WSV-FECHA-BAJA EQUAL SPACES
                       ADD 1 TO WSV-CNT-BAJA-SIN-FECHA
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WSV-CNT-SIN-LEGAJO
               MOVE SPACES TO WSV-FECHA-BAJA
           END-IF.

           MOVE WSV-CON-FECHA-TAB (WSV-CON-IDX) TO WSV-MES-FECHA.
           MOVE 6 TO WSV-MESES-SUMA.
           PERFORM 46-SUMAR-MESES.
           MOVE WSV-MES-FECHA TO WSV-HITO-6M.
           MOVE WSV-CON-FECHA-TAB (WSV-CON-IDX) TO WSV-MES-FECHA.
           MOVE 12 TO WSV-MESES-SUMA.
           PERFORM 46-SUMAR-MESES.
           MOVE WSV-MES-FECHA TO WSV-HITO-12M.

           IF WSV-HITO-6M NOT > WSV-FECHA-REF
               SET WSV-K-IDX TO 6
               PERFORM 42-SUMAR-CONTADOR
               IF WSS-ACTIVO-HOY OR
                  (WSV-FECHA-BAJA NOT EQUAL SPACES AND
                   WSV-FECHA-BAJA > WSV-HITO-6M)
                   SET WSV-K-IDX TO 7
                   PERFORM 42-SUMAR-CONTADOR
               END-IF
           END-IF.
           IF WSV-HITO-12M NOT > WSV-FECHA-REF
               SET WSV-K-IDX TO 8
               PERFORM 42-SUMAR-CONTADOR
               IF WSS-ACTIVO-HOY OR
                  (WSV-FECHA-BAJA NOT EQUAL SPACES AND
                   WSV-FECHA-BAJA > WSV-HITO-12M)
                   SET WSV-K-IDX TO 9
                   PERFORM 42-SUMAR-CONTADOR
               END-IF
           END-IF.
       45-CONTAR-PERMANENCIA-END.
       EXIT.

       46-SUMAR-MESES.
           ADD WSV-MESES-SUMA TO WSV-MES-MES.
           PERFORM UNTIL WSV-MES-MES NOT > 12
               SUBTRACT 12 FROM WSV-MES-MES
               ADD 1 TO WSV-MES-ANIO
           END-PERFORM.
           IF WSV-MES-DIA > 28
               MOVE 28 TO WSV-MES-DIA
           END-IF.
       46-SUMAR-MESES-END.
       EXIT.

      ******************************************************************
      * 47-EVALUAR-CONVERSION: UN CONDICIONAL SE CONVIRTIO SI DESPUES
      * DE SU COHORTE APARECE CUMPLE EN OTRA GENERACION (REVISION O
      * NUEVA POSTULACION), SI EL HISTORIAL LO TIENE CUMPLE CON FECHA
      * POSTERIOR, O SI EL ALTA ATRIBUIDA ES POSTERIOR A LA COHORTE.
      ******************************************************************
       47-EVALUAR-CONVERSION.
           MOVE "N" TO WSV-CONVERTIDO.
           PERFORM VARYING WSV-PTC-IDX2 FROM 1 BY 1
                   UNTIL WSV-PTC-IDX2 > WSV-TOTAL-POSTULACIONES
                      OR WSS-CONVERTIDO
               IF WSV-PTC-ID-TAB (WSV-PTC-IDX2) =
                  WSV-PTC-ID-TAB (WSV-PTC-IDX) AND
                  WSV-PTC-FECHA-TAB (WSV-PTC-IDX2) >
                  WSV-PTC-FECHA-TAB (WSV-PTC-IDX) AND
                  WSV-PTC-VEREDICTO-TAB (WSV-PTC-IDX2) = "CUMPLE"
                   MOVE "S" TO WSV-CONVERTIDO
               END-IF
           END-PERFORM.
           IF NOT WSS-CONVERTIDO AND WSS-HIS-HALLADO
               IF FD-HIS-FECHA > WSV-PTC-FECHA-TAB (WSV-PTC-IDX) AND
                  FD-HIS-VEREDICTO EQUAL "CUMPLE"
                   MOVE "S" TO WSV-CONVERTIDO
               END-IF
           END-IF.
           IF NOT WSS-CONVERTIDO AND
              WSV-PTC-CONTRATO-TAB (WSV-PTC-IDX) > 0
               SET WSV-CON-IDX TO WSV-PTC-CONTRATO-TAB (WSV-PTC-IDX)
               IF WSV-CON-FECHA-TAB (WSV-CON-IDX) >
                  WSV-PTC-FECHA-TAB (WSV-PTC-IDX)
                   MOVE "S" TO WSV-CONVERTIDO
               END-IF
           END-IF.
           IF WSS-CONVERTIDO
               SET WSV-COH-IDX TO WSV-COH-ACTUAL
               ADD 1 TO WSV-COH-CONVERT-TAB (WSV-COH-IDX)
               SET WSV-COH-IDX TO WSC-COHORTE-TOTAL
               ADD 1 TO WSV-COH-CONVERT-TAB (WSV-COH-IDX)
           END-IF.
       47-EVALUAR-CONVERSION-END.
       EXIT.

      ******************************************************************
      * 50-INFORMAR-COHORTES: UN BLOQUE POR COHORTE EN ORDEN DE FECHA
      * Y UNO FINAL CON EL TOTAL DE TODAS LAS COHORTES.
      ******************************************************************
       50-INFORMAR-COHORTES.
           PERFORM VARYING WSV-COH-IDX2 FROM 1 BY 1
                   UNTIL WSV-COH-IDX2 > WSV-TOTAL-COHORTES
               MOVE SPACES TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               STRING "COHORTE DEL " DELIMITED BY SIZE
                   WSV-COH-FECHA-TAB (WSV-COH-IDX2) DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               PERFORM 51-INFORMAR-BLOQUE
           END-PERFORM.
           SET WSV-COH-IDX2 TO WSC-COHORTE-TOTAL.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "TODAS LAS COHORTES" TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           PERFORM 51-INFORMAR-BLOQUE.
       50-INFORMAR-COHORTES-END.
       EXIT.

       51-INFORMAR-BLOQUE.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "CRITERIO            " DELIMITED BY SIZE
               " POSTUL CUMPLE CONDIC NOCUMP CONTRA" DELIMITED BY SIZE
               " ELEG6M ACTI6M ELEG12 ACTI12  BAJAS" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           PERFORM VARYING WSV-CAT-IDX FROM 1 BY 1
                   UNTIL WSV-CAT-IDX > 19
               IF WSV-COH-CNT-TAB (WSV-COH-IDX2, WSV-CAT-IDX, 1) > 0
                   PERFORM 52-INFORMAR-CATEGORIA
               END-IF
           END-PERFORM.

      * RETENCION SOBRE LOS CONTRATADOS QUE YA CUMPLIERON EL HITO.
           MOVE 0 TO WSV-PCT.
           IF WSV-COH-CNT-TAB (WSV-COH-IDX2, 1, 6) > 0
               COMPUTE WSV-PCT ROUNDED =
                   WSV-COH-CNT-TAB (WSV-COH-IDX2, 1, 7) * 100 /
                   WSV-COH-CNT-TAB (WSV-COH-IDX2, 1, 6)
           END-IF.
           MOVE WSV-PCT TO WSV-PCT-ED.
           MOVE 0 TO WSV-PCT.
           IF WSV-COH-CNT-TAB (WSV-COH-IDX2, 1, 8) > 0
               COMPUTE WSV-PCT ROUNDED =
                   WSV-COH-CNT-TAB (WSV-COH-IDX2, 1, 9) * 100 /
                   WSV-COH-CNT-TAB (WSV-COH-IDX2, 1, 8)
           END-IF.
           MOVE WSV-PCT TO WSV-PCT-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RETENCION DE CONTRATADOS: A 6 MESES "
               DELIMITED BY SIZE
               WSV-PCT-ED DELIMITED BY SIZE
               "%  A 12 MESES " DELIMITED BY SIZE
               WSV-PCT-ED2 DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           MOVE 0 TO WSV-PCT.
           IF WSV-COH-CNT-TAB (WSV-COH-IDX2, 1, 3) > 0
               COMPUTE WSV-PCT ROUNDED =
                   WSV-COH-CONVERT-TAB (WSV-COH-IDX2) * 100 /
                   WSV-COH-CNT-TAB (WSV-COH-IDX2, 1, 3)
           END-IF.
           MOVE WSV-PCT TO WSV-PCT-ED.
           MOVE WSV-COH-CNT-TAB (WSV-COH-IDX2, 1, 3) TO WSV-CANTIDAD-ED.
           MOVE WSV-COH-CONVERT-TAB (WSV-COH-IDX2) TO WSV-CANTIDAD-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "LISTA DE ESPERA: CONDICIONALES " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               "  ADMITIDOS DESPUES " DELIMITED BY SIZE
               WSV-CANTIDAD-ED2 DELIMITED BY SIZE
               "  CONVERSION " DELIMITED BY SIZE
               WSV-PCT-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       51-INFORMAR-BLOQUE-END.
       EXIT.

       52-INFORMAR-CATEGORIA.
           MOVE SPACES TO WSV-LINEA-DET.
           PERFORM 53-ETIQUETAR-CATEGORIA.
           PERFORM VARYING WSV-K-IDX FROM 1 BY 1 UNTIL WSV-K-IDX > 10
               SET WSV-CONTADOR TO WSV-K-IDX
               MOVE WSV-COH-CNT-TAB (WSV-COH-IDX2, WSV-CAT-IDX,
                   WSV-K-IDX) TO WSV-DET-CANTIDAD (WSV-CONTADOR)
           END-PERFORM.
           MOVE WSV-LINEA-DET TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
       52-INFORMAR-CATEGORIA-END.
       EXIT.

       53-ETIQUETAR-CATEGORIA.
           SET WSV-CAT-AUX TO WSV-CAT-IDX.
           EVALUATE WSV-CAT-AUX
               WHEN 1  MOVE "TOTAL"                TO WSV-DET-ETIQUETA
               WHEN 2  MOVE "EDAD MENOR DE 18"     TO WSV-DET-ETIQUETA
               WHEN 3  MOVE "EDAD 18 A 24"         TO WSV-DET-ETIQUETA
               WHEN 4  MOVE "EDAD 25 A 34"         TO WSV-DET-ETIQUETA
               WHEN 5  MOVE "EDAD 35 A 49"         TO WSV-DET-ETIQUETA
               WHEN 6  MOVE "EDAD 50 O MAS"        TO WSV-DET-ETIQUETA
               WHEN 7  MOVE "EDAD SIN DATO"        TO WSV-DET-ETIQUETA
               WHEN 8  MOVE "SECUNDARIO TERMINADO" TO WSV-DET-ETIQUETA
               WHEN 9  MOVE "SECUNDARIO OTRO"      TO WSV-DET-ETIQUETA
               WHEN 10 MOVE "SECUNDARIO SIN DATO"  TO WSV-DET-ETIQUETA
               WHEN 11 MOVE "CARRERA TERMINADA"    TO WSV-DET-ETIQUETA
               WHEN 12 MOVE "CARRERA EN CURSO"     TO WSV-DET-ETIQUETA
               WHEN 13 MOVE "CARRERA NO AFIN"      TO WSV-DET-ETIQUETA
               WHEN 14 MOVE "CARRERA SIN DATO"     TO WSV-DET-ETIQUETA
               WHEN 15 MOVE "RANKING CUARTIL 1"    TO WSV-DET-ETIQUETA
               WHEN 16 MOVE "RANKING CUARTIL 2"    TO WSV-DET-ETIQUETA
               WHEN 17 MOVE "RANKING CUARTIL 3"    TO WSV-DET-ETIQUETA
               WHEN 18 MOVE "RANKING CUARTIL 4"    TO WSV-DET-ETIQUETA
               WHEN OTHER
                       MOVE "SIN PUESTO EN RANKING" TO WSV-DET-ETIQUETA
           END-EVALUATE.
       53-ETIQUETAR-CATEGORIA-END.
       EXIT.

       75-INFORMAR-LINEA.
           DISPLAY WSV-LINEA-AUX.
           WRITE FD-INFORME-LINEA FROM WSV-LINEA-AUX.
       75-INFORMAR-LINEA-END.
       EXIT.

       80-INFORMAR-RESUMEN.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-RESULTADOS TO WSV-CANTIDAD-ED.
           MOVE WSV-CNT-REVISIONES TO WSV-CANTIDAD-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RESULTADOS LEIDOS: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               "  REVISIONES DE LISTA DE ESPERA: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-TOTAL-CONTRATOS TO WSV-CANTIDAD-ED.
           MOVE WSV-CNT-SIN-POSTULACION TO WSV-CANTIDAD-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "ALTAS DE INGRESO: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               "  SIN POSTULACION CATALOGADA: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-SIN-LEGAJO TO WSV-CANTIDAD-ED.
           MOVE WSV-CNT-BAJA-SIN-FECHA TO WSV-CANTIDAD-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "CONTRATADOS SIN LEGAJO EN EL MAESTRO: "
               DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               "  BAJAS SIN FECHA EN LA HISTORIA: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           IF WSV-CNT-OMITIDOS > 0
               MOVE WSV-CNT-OMITIDOS TO WSV-CANTIDAD-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "FILAS OMITIDAS POR TABLAS LLENAS: "
                   DELIMITED BY SIZE
                   WSV-CANTIDAD-ED DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
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
               COMPUTE FD-RUN-LEIDOS = WSV-CNT-RESULTADOS +
                   WSV-CNT-ONBOARD + WSV-CNT-HISTORIA
               MOVE WSV-TOTAL-COHORTES  TO FD-RUN-ESCRITOS
               MOVE WSV-CNT-OMITIDOS    TO FD-RUN-OMITIDOS
               MOVE 0                   TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM EMBUDO.
