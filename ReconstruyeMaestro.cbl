      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * EMPFECHA:
      * RECONSTRUYE EL MAESTRO DE EMPLEADOS TAL COMO ESTABA A UNA
      * FECHA DADA. EL MAESTRO SOLO GUARDA EL VALOR VIGENTE: CUANDO
      * UNA AUDITORIA O UN RECLAMO PREGUNTA QUE SUELDO, QUE BANDA O
      * QUE CUENTA TENIA UN EMPLEADO TAL DIA, HABIA QUE BUSCAR LA
      * COPIA DEL MAESTRO DE ESA NOCHE (SI TODAVIA ESTABA CATALOGADA)
      * O REARMARLO A MANO DESDE LA BITACORA. TODO PROGRAMA QUE GRABA
      * O REESCRIBE EMPMAST DEJA AHORA CADA CAMBIO EN LA HISTORIA
      * FECHADA EMPHIST (COPYBOOK EMPHIST) CON EL VALOR ANTERIOR, EL
      * NUEVO Y LA FECHA DESDE LA QUE RIGE. ESTE PROGRAMA:
      * 1. LEE LA FECHA DE CONSULTA (Y OPCIONALMENTE UN ID) DE SYSIN.
      * 2. RECORRE LA HISTORIA Y, POR CADA EMPLEADO Y CAMPO, SE QUEDA
      *    CON EL PRIMER CAMBIO QUE RIGE DESPUES DE LA FECHA DE
      *    CONSULTA: SU VALOR ANTERIOR ES EL QUE ESTABA VIGENTE ESE
      *    DIA.
      * 3. RECORRE EL MAESTRO ACTUAL, DEVUELVE CADA CAMPO A SU VALOR
      *    DE LA FECHA Y GRABA LA IMAGEN EN EMPFOUT (MISMO LAYOUT QUE
      *    EMPMAST, EN ORDEN DE ID). UN EMPLEADO CUYA ALTA ES
      *    POSTERIOR A LA FECHA NO SE GRABA.
      * 4. LISTA EN EMPFINF CADA CAMPO DEVUELTO, CON EL VALOR A LA
      *    FECHA, EL ACTUAL Y QUIEN LO CAMBIO Y DESDE CUANDO.
      * LOS CAMBIOS ANTERIORES AL PRIMER REGISTRO DE LA HISTORIA NO
      * SE PUEDEN REARMAR: UNA FECHA DE CONSULTA ANTERIOR AL INICIO
      * DE LA HISTORIA TERMINA CON ADVERTENCIA.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      * 15-10-2026 - Devuelve tambien la fecha de fin y el estado del
      *              periodo de prueba; la imagen pasa a 115 bytes.
      * 15-10-2026 - Devuelve tambien la entidad empleadora; la
      *              imagen pasa a 117 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPFECHA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-EMPHIST-STATUS.

           SELECT IMAGEN-FILE ASSIGN TO "EMPFOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME-FILE ASSIGN TO "EMPFINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

      ******************************************************************
      * IMAGEN DEL MAESTRO A LA FECHA: MISMO LAYOUT DE 117 BYTES QUE
      * EMPMAST, PARA PODER CARGARLA CON REPRO SI HICIERA FALTA.
      ******************************************************************
       FD  IMAGEN-FILE.
           01 FD-IMAGEN-REC            PIC X(117).

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-EMPHIST-STATUS    PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "EMPFECHA".

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

           01 WSC-MAX-CAMBIOS       PIC 9(04) VALUE 5000.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-FIN-MAESTRO       PIC X VALUE "N".
                   88 WSS-FIN-MAESTRO       VALUE "S".
               05 WSV-CAM-HALLADO       PIC X VALUE "N".
                   88 WSS-CAM-HALLADO       VALUE "S".
               05 WSV-EXISTIA           PIC X VALUE "S".
                   88 WSS-EXISTIA           VALUE "S".
               05 WSV-TABLA-LLENA       PIC X VALUE "N".
                   88 WSS-TABLA-LLENA       VALUE "S".

      * TARJETA DE PARAMETROS: FECHA DE CONSULTA AAAAMMDD Y, SI SE
      * QUIERE UN SOLO EMPLEADO, SU ID.
               05 WSV-PARAMETROS.
                   10 WSV-FECHA-CONSULTA    PIC X(08).
                   10 WSV-ID-FILTRO         PIC X(08).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-INICIO-HISTORIA   PIC X(08) VALUE HIGH-VALUES.
               05 WSV-VALOR-ACTUAL      PIC X(30).

      *------------------------------------------------------------*
      * POR EMPLEADO Y CAMPO, EL PRIMER CAMBIO QUE RIGE DESPUES DE *
      * LA FECHA DE CONSULTA (SU VALOR ANTERIOR ES EL DE LA FECHA).*
      *------------------------------------------------------------*
               05 WS-CAMBIOS OCCURS 5000 TIMES
                       INDEXED BY WSV-CAM-IDX WSV-CAM-IDX2.
                   10 WSV-CAM-ID-TAB        PIC X(08).
                   10 WSV-CAM-CAMPO-TAB     PIC X(10).
                   10 WSV-CAM-VALOR-TAB     PIC X(30).
                   10 WSV-CAM-FECHA-TAB     PIC X(08).
                   10 WSV-CAM-PROGRAMA-TAB  PIC X(10).
               05 WSV-TOTAL-CAMBIOS     PIC 9(04) VALUE 0.

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-POSTERIORES   PIC 9(06) VALUE 0.
                   10 WSV-CNT-EMPLEADOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-ESCRITOS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-NO-EXISTIAN   PIC 9(06) VALUE 0.
                   10 WSV-CNT-CAMPOS        PIC 9(06) VALUE 0.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "EMPFECHA - MAESTRO DE EMPLEADOS A UNA FECHA".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           PERFORM 05-LEER-PARAMETROS.

           IF WSV-RETORNO < 8
               OPEN OUTPUT INFORME-FILE
               PERFORM 08-INFORMAR-CABECERA
               PERFORM 10-CARGAR-HISTORIA
               PERFORM 20-RECONSTRUIR-MAESTRO
               PERFORM 80-INFORMAR-RESUMEN
               CLOSE INFORME-FILE
           END-IF.

           DISPLAY "HISTORIA LEIDA: " WSV-CNT-LEIDOS
               " EMPLEADOS: " WSV-CNT-EMPLEADOS
               " GRABADOS: " WSV-CNT-ESCRITOS
               " NO EXISTIAN: " WSV-CNT-NO-EXISTIAN.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-LEER-PARAMETROS: FECHA DE CONSULTA AAAAMMDD EN LAS
      * PRIMERAS 8 POSICIONES (EN BLANCO = HOY) Y UN ID OPCIONAL EN
      * LAS 8 SIGUIENTES. UNA FECHA INVALIDA ES CODIGO 8: NO SE ARMA
      * UNA IMAGEN A UNA FECHA QUE NADIE PIDIO.
      ******************************************************************
       05-LEER-PARAMETROS.
           DISPLAY "INGRESE FECHA AAAAMMDD E ID (OPCIONAL)".
           MOVE SPACES TO WSV-PARAMETROS.
           ACCEPT WSV-PARAMETROS.
           IF WSV-FECHA-CONSULTA EQUAL SPACES
               MOVE WSV-FECHA-HOY TO WSV-FECHA-CONSULTA
           END-IF.
           IF WSV-FECHA-CONSULTA IS NOT NUMERIC OR
              WSV-FECHA-CONSULTA (5:2) < "01" OR
              WSV-FECHA-CONSULTA (5:2) > "12" OR
              WSV-FECHA-CONSULTA (7:2) < "01" OR
              WSV-FECHA-CONSULTA (7:2) > "31"
               DISPLAY "FECHA DE CONSULTA INVALIDA: "
                   WSV-FECHA-CONSULTA
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               DISPLAY "MAESTRO AL: " WSV-FECHA-CONSULTA
               IF WSV-ID-FILTRO NOT EQUAL SPACES
                   DISPLAY "SOLO EL EMPLEADO: " WSV-ID-FILTRO
               END-IF
           END-IF.
       05-LEER-PARAMETROS-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "MAESTRO DE EMPLEADOS AL " DELIMITED BY SIZE
               WSV-FECHA-CONSULTA DELIMITED BY SIZE
               " - EMITIDO EL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           IF WSV-ID-FILTRO NOT EQUAL SPACES
               STRING " - EMPLEADO " DELIMITED BY SIZE
                   WSV-ID-FILTRO DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX (55:46)
               END-STRING
           END-IF.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "ID       CAMPO      VALOR A LA FECHA               "
               TO WSV-LINEA-AUX.
           MOVE "VIGENTE DESDE / PROGRAMA" TO WSV-LINEA-AUX (52:49).
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

      ******************************************************************
      * 10-CARGAR-HISTORIA: SIN HISTORIA LA IMAGEN ES EL MAESTRO
      * ACTUAL, CON ADVERTENCIA. LOS CAMBIOS VIGENTES A LA FECHA DE
      * CONSULTA (O ANTES) YA ESTAN EN EL MAESTRO Y NO SE GUARDAN.
      ******************************************************************
       10-CARGAR-HISTORIA.
           OPEN INPUT EMPHIST-FILE.
           IF WSV-EMPHIST-STATUS NOT EQUAL "00"
               DISPLAY "NO HAY HISTORIA DEL MAESTRO, STATUS: "
                   WSV-EMPHIST-STATUS
               MOVE "SIN HISTORIA DEL MAESTRO: LA IMAGEN ES EL MAESTRO "
                   TO WSV-LINEA-AUX
               MOVE "ACTUAL" TO WSV-LINEA-AUX (51:50)
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 11-LEER-HISTORIA
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   ADD 1 TO WSV-CNT-LEIDOS
                   IF FD-EHI-FECHA-GRABADO < WSV-INICIO-HISTORIA
                       MOVE FD-EHI-FECHA-GRABADO TO WSV-INICIO-HISTORIA
                   END-IF
                   IF FD-EHI-FECHA-EFECT > WSV-FECHA-CONSULTA AND
                      (WSV-ID-FILTRO EQUAL SPACES OR
                       WSV-ID-FILTRO EQUAL FD-EHI-ID)
                       ADD 1 TO WSV-CNT-POSTERIORES
                       PERFORM 12-GUARDAR-CAMBIO
                   END-IF
                   PERFORM 11-LEER-HISTORIA
               END-PERFORM
               CLOSE EMPHIST-FILE
               PERFORM 15-VERIFICAR-INICIO
           END-IF.
       10-CARGAR-HISTORIA-END.
       EXIT.

       11-LEER-HISTORIA.
           READ EMPHIST-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       11-LEER-HISTORIA-END.
       EXIT.

      ******************************************************************
      * 12-GUARDAR-CAMBIO: SI EL EMPLEADO Y CAMPO YA TIENEN UN CAMBIO
      * POSTERIOR A LA FECHA, QUEDA EL DE FECHA DE VIGENCIA MENOR (A
      * IGUAL FECHA, EL PRIMERO GRABADO).
      ******************************************************************
       12-GUARDAR-CAMBIO.
           MOVE "N" TO WSV-CAM-HALLADO.
           PERFORM VARYING WSV-CAM-IDX FROM 1 BY 1
                   UNTIL WSV-CAM-IDX > WSV-TOTAL-CAMBIOS
                      OR WSS-CAM-HALLADO
               IF WSV-CAM-ID-TAB (WSV-CAM-IDX) EQUAL FD-EHI-ID AND
                  WSV-CAM-CAMPO-TAB (WSV-CAM-IDX) EQUAL FD-EHI-CAMPO
                   MOVE "S" TO WSV-CAM-HALLADO
                   SET WSV-CAM-IDX2 TO WSV-CAM-IDX
               END-IF
           END-PERFORM.

           IF WSS-CAM-HALLADO
               IF FD-EHI-FECHA-EFECT < WSV-CAM-FECHA-TAB (WSV-CAM-IDX2)
                   PERFORM 13-CARGAR-CAMBIO
               END-IF
           ELSE
               IF WSV-TOTAL-CAMBIOS < WSC-MAX-CAMBIOS
                   ADD 1 TO WSV-TOTAL-CAMBIOS
                   SET WSV-CAM-IDX2 TO WSV-TOTAL-CAMBIOS
                   PERFORM 13-CARGAR-CAMBIO
               ELSE
                   IF NOT WSS-TABLA-LLENA
                       MOVE "S" TO WSV-TABLA-LLENA
                       DISPLAY "DEMASIADOS CAMBIOS POSTERIORES A LA "
                           "FECHA, LA IMAGEN QUEDA INCOMPLETA"
                       MOVE "DEMASIADOS CAMBIOS POSTERIORES: IMAGEN "
                           TO WSV-LINEA-AUX
                       MOVE "INCOMPLETA, PEDIR POR ID"
                           TO WSV-LINEA-AUX (40:61)
                       PERFORM 75-INFORMAR-LINEA
                       MOVE 8 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   END-IF
               END-IF
           END-IF.
       12-GUARDAR-CAMBIO-END.
       EXIT.

       13-CARGAR-CAMBIO.
           MOVE FD-EHI-ID          TO WSV-CAM-ID-TAB (WSV-CAM-IDX2).
           MOVE FD-EHI-CAMPO       TO WSV-CAM-CAMPO-TAB (WSV-CAM-IDX2).
           MOVE FD-EHI-VALOR-ANT   TO WSV-CAM-VALOR-TAB (WSV-CAM-IDX2).
           MOVE FD-EHI-FECHA-EFECT TO WSV-CAM-FECHA-TAB (WSV-CAM-IDX2).
           MOVE FD-EHI-PROGRAMA
               TO WSV-CAM-PROGRAMA-TAB (WSV-CAM-IDX2).
       13-CARGAR-CAMBIO-END.
       EXIT.

      ******************************************************************
      * 15-VERIFICAR-INICIO: LO QUE CAMBIO ANTES DE QUE EXISTIERA LA
      * HISTORIA NO SE PUEDE DESHACER; SI LA FECHA PEDIDA ES ANTERIOR
      * AL PRIMER REGISTRO, LA IMAGEN PUEDE TENER VALORES POSTERIORES.
      ******************************************************************
       15-VERIFICAR-INICIO.
           IF WSV-CNT-LEIDOS > 0 AND
              WSV-FECHA-CONSULTA < WSV-INICIO-HISTORIA
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "LA HISTORIA EMPIEZA EL " DELIMITED BY SIZE
                   WSV-INICIO-HISTORIA DELIMITED BY SIZE
                   ": LOS CAMBIOS ANTERIORES NO SE PUEDEN DESHACER"
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       15-VERIFICAR-INICIO-END.
       EXIT.

      ******************************************************************
      * 20-RECONSTRUIR-MAESTRO: RECORRE EL MAESTRO EN ORDEN DE ID (O
      * LEE SOLO EL ID PEDIDO) Y GRABA LA IMAGEN DE CADA EMPLEADO QUE
      * YA EXISTIA A LA FECHA.
      ******************************************************************
       20-RECONSTRUIR-MAESTRO.
           OPEN INPUT EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
                   "STATUS: " WSV-EMPMAST-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               OPEN OUTPUT IMAGEN-FILE
               IF WSV-ID-FILTRO NOT EQUAL SPACES
                   MOVE WSV-ID-FILTRO TO FD-EMP-ID
                   READ EMPMAST-FILE
                       INVALID KEY
                           DISPLAY WSV-ID-FILTRO " NO ESTA EN EL "
                               "MAESTRO"
                           MOVE 4 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       NOT INVALID KEY
                           PERFORM 25-RECONSTRUIR-EMPLEADO
                   END-READ
               ELSE
                   MOVE LOW-VALUES TO FD-EMP-ID
                   START EMPMAST-FILE KEY >= FD-EMP-ID
                       INVALID KEY
                           MOVE "S" TO WSV-FIN-MAESTRO
                   END-START
                   IF NOT WSS-FIN-MAESTRO
                       PERFORM 21-LEER-SIGUIENTE
                       PERFORM UNTIL WSS-FIN-MAESTRO
                           PERFORM 25-RECONSTRUIR-EMPLEADO
                           PERFORM 21-LEER-SIGUIENTE
                       END-PERFORM
                   END-IF
               END-IF
               CLOSE IMAGEN-FILE
               CLOSE EMPMAST-FILE
           END-IF.
       20-RECONSTRUIR-MAESTRO-END.
       EXIT.

       21-LEER-SIGUIENTE.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-MAESTRO
           END-READ.
       21-LEER-SIGUIENTE-END.
       EXIT.

      ******************************************************************
      * 25-RECONSTRUIR-EMPLEADO: DEVUELVE CADA CAMPO CON UN CAMBIO
      * POSTERIOR A SU VALOR DE LA FECHA. UN CAMBIO DE ID CON VALOR
      * ANTERIOR EN BLANCO ES EL ALTA: EL EMPLEADO TODAVIA NO
      * EXISTIA. LO MISMO SI LA FECHA DE ALTA (YA DEVUELTA) ES
      * POSTERIOR A LA FECHA PEDIDA.
      ******************************************************************
       25-RECONSTRUIR-EMPLEADO.
           ADD 1 TO WSV-CNT-EMPLEADOS.
           MOVE "S" TO WSV-EXISTIA.
           PERFORM VARYING WSV-CAM-IDX FROM 1 BY 1
                   UNTIL WSV-CAM-IDX > WSV-TOTAL-CAMBIOS
               IF WSV-CAM-ID-TAB (WSV-CAM-IDX) EQUAL FD-EMP-ID
                   PERFORM 26-DEVOLVER-CAMPO
               END-IF
           END-PERFORM.

           IF FD-EMP-FECHA-ALTA IS NUMERIC AND
              FD-EMP-FECHA-ALTA > WSV-FECHA-CONSULTA
               MOVE "N" TO WSV-EXISTIA
           END-IF.

           IF WSS-EXISTIA
               WRITE FD-IMAGEN-REC FROM FD-EMPMAST-REC
               ADD 1 TO WSV-CNT-ESCRITOS
           ELSE
               ADD 1 TO WSV-CNT-NO-EXISTIAN
               MOVE SPACES TO WSV-LINEA-AUX
               STRING FD-EMP-ID DELIMITED BY SIZE
                   " NO EXISTIA A LA FECHA (ALTA " DELIMITED BY SIZE
                   FD-EMP-FECHA-ALTA DELIMITED BY SIZE
                   "), NO SE GRABA" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       25-RECONSTRUIR-EMPLEADO-END.
       EXIT.

       26-DEVOLVER-CAMPO.
           ADD 1 TO WSV-CNT-CAMPOS.
           EVALUATE WSV-CAM-CAMPO-TAB (WSV-CAM-IDX)
               WHEN "ID"
                   MOVE FD-EMP-ID TO WSV-VALOR-ACTUAL
                   IF WSV-CAM-VALOR-TAB (WSV-CAM-IDX) EQUAL SPACES
                       MOVE "N" TO WSV-EXISTIA
                   END-IF
               WHEN "NOMBRE"
                   MOVE FD-EMP-NOMBRE TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX)
                       TO FD-EMP-NOMBRE
               WHEN "FECHA-ALTA"
                   MOVE FD-EMP-FECHA-ALTA TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:8)
                       TO FD-EMP-FECHA-ALTA
               WHEN "ANIOS"
                   MOVE FD-EMP-ANIOS TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:2)
                       TO FD-EMP-ANIOS
               WHEN "NIVEL"
                   MOVE FD-EMP-NIVEL TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:6)
                       TO FD-EMP-NIVEL
               WHEN "SUELDO"
                   MOVE FD-EMP-SUELDO TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:6)
                       TO FD-EMP-SUELDO
               WHEN "CTA-BANC"
                   MOVE FD-EMP-CTA-BANCARIA TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:22)
                       TO FD-EMP-CTA-BANCARIA
               WHEN "FECHA-INCR"
                   MOVE FD-EMP-FECHA-INCR TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:8)
                       TO FD-EMP-FECHA-INCR
               WHEN "ESTADO"
                   MOVE FD-EMP-ESTADO TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:1)
                       TO FD-EMP-ESTADO
               WHEN "CCOSTO"
                   MOVE FD-EMP-CCOSTO TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:4)
                       TO FD-EMP-CCOSTO
               WHEN "CUIL"
                   MOVE FD-EMP-CUIL TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:11)
                       TO FD-EMP-CUIL
               WHEN "FIN-PRUEBA"
                   MOVE FD-EMP-FIN-PRUEBA TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:8)
                       TO FD-EMP-FIN-PRUEBA
               WHEN "PRUEBA"
                   MOVE FD-EMP-PRUEBA TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:1)
                       TO FD-EMP-PRUEBA
               WHEN "ENTIDAD"
                   MOVE FD-EMP-ENTIDAD TO WSV-VALOR-ACTUAL
                   MOVE WSV-CAM-VALOR-TAB (WSV-CAM-IDX) (1:2)
                       TO FD-EMP-ENTIDAD
               WHEN OTHER
                   DISPLAY "CAMPO DESCONOCIDO EN LA HISTORIA: "
                       WSV-CAM-CAMPO-TAB (WSV-CAM-IDX) " DE "
                       FD-EMP-ID
                   MOVE SPACES TO WSV-VALOR-ACTUAL
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
           END-EVALUATE.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING FD-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-CAM-CAMPO-TAB (WSV-CAM-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-CAM-VALOR-TAB (WSV-CAM-IDX) DELIMITED BY SIZE
               " HASTA " DELIMITED BY SIZE
               WSV-CAM-FECHA-TAB (WSV-CAM-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-CAM-PROGRAMA-TAB (WSV-CAM-IDX) DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "                    HOY: " DELIMITED BY SIZE
               WSV-VALOR-ACTUAL DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       26-DEVOLVER-CAMPO-END.
       EXIT.

       75-INFORMAR-LINEA.
           DISPLAY WSV-LINEA-AUX.
           WRITE FD-INFORME-LINEA FROM WSV-LINEA-AUX.
       75-INFORMAR-LINEA-END.
       EXIT.

       80-INFORMAR-RESUMEN.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EMPLEADOS LEIDOS: " DELIMITED BY SIZE
               WSV-CNT-EMPLEADOS DELIMITED BY SIZE
               " GRABADOS: " DELIMITED BY SIZE
               WSV-CNT-ESCRITOS DELIMITED BY SIZE
               " NO EXISTIAN: " DELIMITED BY SIZE
               WSV-CNT-NO-EXISTIAN DELIMITED BY SIZE
               " CAMPOS DEVUELTOS: " DELIMITED BY SIZE
               WSV-CNT-CAMPOS DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "REGISTROS DE HISTORIA LEIDOS: " DELIMITED BY SIZE
               WSV-CNT-LEIDOS DELIMITED BY SIZE
               " POSTERIORES A LA FECHA: " DELIMITED BY SIZE
               WSV-CNT-POSTERIORES DELIMITED BY SIZE
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
               MOVE WSV-CNT-EMPLEADOS   TO FD-RUN-LEIDOS
               MOVE WSV-CNT-ESCRITOS    TO FD-RUN-ESCRITOS
               MOVE WSV-CNT-NO-EXISTIAN TO FD-RUN-OMITIDOS
               MOVE 0                   TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM EMPFECHA.
