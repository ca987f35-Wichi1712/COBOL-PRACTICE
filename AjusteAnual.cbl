      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * AJUANUAL:
      * RELIQUIDACION ANUAL DEL IMPUESTO A LAS GANANCIAS. CADA NOCHE
      * LA LIQUIDACION RETIENE EL IMPUESTO CON EL TRAMO DE DEDUCC
      * QUE CORRESPONDE AL BRUTO DE ESA FILA; QUIEN CAMBIO DE SUELDO
      * EN EL ANIO (PROMOCION, RETROACTIVO, HORAS EXTRA, AGUINALDO)
      * TERMINA CON UNA RETENCION ACUMULADA QUE NO ES EL IMPUESTO
      * QUE REALMENTE DEBE SOBRE SU BRUTO ANUAL. ESTE PROGRAMA CORRE
      * ANTES DE LA LIQUIDACION DE DICIEMBRE:
      * 1. RECORRE EL ACUMULADO YTDMAST DEL ANIO PEDIDO Y RECALCULA
      *    EL IMPUESTO SOBRE FD-YTD-BRUTO CON LOS TRAMOS IMP DE
      *    DEDUCC VIGENTES (LA MISMA REGLA QUE LA LIQUIDACION: TODO
      *    TRAMO CUYO RANGO CONTIENE AL BRUTO).
      * 2. LA DIFERENCIA CONTRA FD-YTD-IMPUESTO ES EL AJUSTE: SI SE
      *    RETUVO DE MENOS, RETENCION ADICIONAL; SI SE RETUVO DE MAS,
      *    DEVOLUCION. VA AL ARCHIVO AJUSIMP, QUE APLICA EL MODO LOTE
      *    DE EJERCICIO4 EN LA LIQUIDACION DE DICIEMBRE.
      * 3. DEJA EN CADA REGISTRO ANUAL EL IMPUESTO DETERMINADO Y LA
      *    FECHA DE LA RELIQUIDACION, PARA QUE CERTANUAL CERTIFIQUE
      *    LAS CIFRAS RELIQUIDADAS.
      * 4. LISTA CADA AJUSTE PARA CONTADURIA, CON TOTALES DE
      *    DEVOLUCIONES Y RETENCIONES ADICIONALES.
      * UN EMPLEADO DADO DE BAJA YA NO TIENE LIQUIDACION DE DICIEMBRE
      * DONDE APLICAR EL AJUSTE: SE LISTA APARTE PARA QUE CONTADURIA
      * LO GESTIONE FUERA DE LA PLANILLA Y NO VA A AJUSIMP. EL ANIO
      * LLEGA POR SYSIN (EN BLANCO = ANIO EN CURSO). SI SE VUELVE A
      * CORRER, AJUSIMP SE REGENERA: COMO LA RETENCION YA APLICADA
      * SE ACUMULA EN YTDMAST, UN AJUSTE YA COBRADO NO SE REPITE.
      * UN EMPLEADO QUE PASO DE ENTIDAD EN EL ANIO TIENE LO LIQUIDADO
      * ANTES DEL PASE CERRADO EN YTDCIERR Y YTDMAST SOLO CON LO DE LA
      * ENTIDAD ACTUAL. LA RELIQUIDACION ES UNA SOLA POR EMPLEADO Y
      * ANIO: EL BRUTO Y LO RETENIDO DE LOS TRAMOS CERRADOS DEL ANIO
      * SE SUMAN A LOS DE YTDMAST, Y EL AJUSTE QUE RESULTA LO APLICA
      * LA ENTIDAD ACTUAL EN SU LIQUIDACION DE DICIEMBRE.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      * 15-10-2026 - La reliquidacion suma los tramos cerrados del
      *              anio (YTDCIERR) por pase de entidad: el impuesto
      *              se determina sobre el bruto de todo el anio y se
      *              compara con todo lo retenido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUANUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTDMAST-FILE ASSIGN TO "YTDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-YTD-CLAVE
               FILE STATUS IS WSV-YTDMAST-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT YTDCIERRE-FILE ASSIGN TO "YTDCIERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-YTDCIERRE-STATUS.

           SELECT DEDUCCIONES-FILE ASSIGN TO "DEDUCC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDUCC-STATUS.

           SELECT AJUSIMP-FILE ASSIGN TO "AJUSIMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME-FILE ASSIGN TO "AJUINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTDMAST-FILE.
           COPY YTDMAST.

       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  YTDCIERRE-FILE.
           COPY YTDCIERR.

       FD  DEDUCCIONES-FILE.
           COPY DEDUCC.

       FD  AJUSIMP-FILE.
           COPY AJUSIMP.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
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

           01 WSV-YTDMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-DEDUCC-STATUS     PIC X(02) VALUE "00".
           01 WSV-YTDCIERRE-STATUS  PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "AJUANUAL".

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
               05 WSV-FIN-ACUMULADO     PIC X VALUE "N".
                   88 WSS-FIN-ACUMULADO     VALUE "S".
               05 WSV-MAESTRO-DISPONIBLE PIC X VALUE "N".
                   88 WSS-MAESTRO-DISPONIBLE VALUE "S".
               05 WSV-EMP-BAJA          PIC X VALUE "N".
                   88 WSS-EMP-BAJA          VALUE "S".

               05 WSV-ANIO-PEDIDO       PIC X(04).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-NOMBRE-COMPLETO   PIC X(30).

               05 WSV-FIN-DEDUCCIONES   PIC X VALUE "N".
                   88 WSS-FIN-DEDUCCIONES   VALUE "S".
               05 WS-DEDUCCIONES OCCURS 10 TIMES
                       INDEXED BY WSV-DED-IDX.
                   10 WSV-DED-CODIGO-TAB    PIC X(03).
                   10 WSV-DED-DESDE-TAB     PIC 9(09).
                   10 WSV-DED-HASTA-TAB     PIC 9(09).
                   10 WSV-DED-PCT-TAB       PIC 9(02)V99.
               05 WSV-TOTAL-DEDUCCIONES PIC 9(02) VALUE 0.

      * TRAMOS CERRADOS DEL ANIO POR PASE DE ENTIDAD, SUMADOS POR ID
      * (UN EMPLEADO PUEDE PASAR MAS DE UNA VEZ).
               05 WSV-FIN-TRAMOS        PIC X VALUE "N".
                   88 WSS-FIN-TRAMOS        VALUE "S".
               05 WSV-TRAMOS-OK         PIC X VALUE "S".
                   88 WSS-TRAMOS-OK         VALUE "S".
               05 WS-CERRADOS OCCURS 500 TIMES
                       INDEXED BY WSV-CER-IDX.
                   10 WSV-CER-ID-TAB        PIC X(08).
                   10 WSV-CER-BRUTO-TAB     PIC 9(10).
                   10 WSV-CER-IMPUESTO-TAB  PIC 9(09).
               05 WSV-TOTAL-CERRADOS    PIC 9(03) VALUE 0.
               05 WSV-CER-HALLADO       PIC X VALUE "N".
                   88 WSS-CER-HALLADO       VALUE "S".

      * BRUTO Y RETENIDO DE TODO EL ANIO (YTDMAST + TRAMOS CERRADOS).
               05 WSV-BRUTO-ANIO        PIC 9(11).
               05 WSV-RETENIDO-ANIO     PIC 9(10).

               05 WSV-DETERMINADO       PIC 9(09).
               05 WSV-DED-MONTO-AUX     PIC 9(09).
               05 WSV-AJUSTE            PIC S9(09).
               05 WSV-TRAMO-APLICA      PIC X VALUE "N".
                   88 WSS-TRAMO-APLICA      VALUE "S".

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-RELIQUIDADOS  PIC 9(06) VALUE 0.
                   10 WSV-CNT-SIN-AJUSTE    PIC 9(06) VALUE 0.
                   10 WSV-CNT-DEVOLUCIONES  PIC 9(06) VALUE 0.
                   10 WSV-CNT-RETENCIONES   PIC 9(06) VALUE 0.
                   10 WSV-CNT-BAJAS         PIC 9(06) VALUE 0.
                   10 WSV-CNT-CON-PASE      PIC 9(06) VALUE 0.
               05 WSV-TOT-DEVOLUCIONES  PIC 9(12) VALUE 0.
               05 WSV-TOT-RETENCIONES   PIC 9(12) VALUE 0.
               05 WSV-TOT-BAJAS         PIC S9(12) VALUE 0.

               05 WSV-BRUTO-ED          PIC Z,ZZZ,ZZZ,ZZ9.
               05 WSV-RETENIDO-ED       PIC ZZZ,ZZZ,ZZ9.
               05 WSV-DETERMINADO-ED    PIC ZZZ,ZZZ,ZZ9.
               05 WSV-AJUSTE-ED         PIC +ZZZ,ZZZ,ZZ9.
               05 WSV-TOTAL-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05 WSV-CANTIDAD-ED       PIC ZZZ,ZZ9.
               05 WSV-TIPO-AJUSTE       PIC X(12).
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "AJUANUAL - RELIQUIDACION ANUAL DE IMPUESTO".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           DISPLAY "INGRESE ANIO A RELIQUIDAR (AAAA, BLANCO = ACTUAL)".
           MOVE SPACES TO WSV-ANIO-PEDIDO.
           ACCEPT WSV-ANIO-PEDIDO.
           IF WSV-ANIO-PEDIDO IS NOT NUMERIC
               MOVE WSV-FECHA-HOY (1:4) TO WSV-ANIO-PEDIDO
           END-IF.
           DISPLAY "RELIQUIDACION DEL ANIO " WSV-ANIO-PEDIDO.

           PERFORM 14-CARGAR-DEDUCCIONES.
           PERFORM 15-CARGAR-TRAMOS-CERRADOS.
           PERFORM 05-ABRIR-MAESTRO.
           OPEN OUTPUT INFORME-FILE.
           OPEN OUTPUT AJUSIMP-FILE.
           PERFORM 08-INFORMAR-CABECERA.
      * SIN LOS TRAMOS CERRADOS COMPLETOS UN EMPLEADO CON PASE DE
      * ENTIDAD SE RELIQUIDARIA SOBRE MEDIO ANIO: NO SE RELIQUIDA.
           IF WSS-TRAMOS-OK
               PERFORM 10-RECORRER-ACUMULADO
           END-IF.
           PERFORM 50-INFORMAR-TOTALES.
           CLOSE AJUSIMP-FILE.
           CLOSE INFORME-FILE.
           IF WSS-MAESTRO-DISPONIBLE
               CLOSE EMPMAST-FILE
           END-IF.

           DISPLAY "ACUMULADOS RELIQUIDADOS: " WSV-CNT-RELIQUIDADOS
               " SIN AJUSTE: " WSV-CNT-SIN-AJUSTE
               " DEVOLUCIONES: " WSV-CNT-DEVOLUCIONES
               " RETENCIONES: " WSV-CNT-RETENCIONES
               " BAJAS: " WSV-CNT-BAJAS.
           IF WSV-CNT-RELIQUIDADOS EQUAL 0 AND WSS-TRAMOS-OK
               DISPLAY "NO HAY ACUMULADO PARA EL ANIO PEDIDO"
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

       05-ABRIR-MAESTRO.
           MOVE "N" TO WSV-MAESTRO-DISPONIBLE.
           OPEN INPUT EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS EQUAL "00"
               MOVE "S" TO WSV-MAESTRO-DISPONIBLE
           ELSE
               DISPLAY "SIN MAESTRO DE EMPLEADOS (STATUS "
                   WSV-EMPMAST-STATUS "), NO SE DETECTAN BAJAS"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       05-ABRIR-MAESTRO-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RELIQUIDACION ANUAL DE IMPUESTO - ANIO "
               DELIMITED BY SIZE
               WSV-ANIO-PEDIDO DELIMITED BY SIZE
               " - EMITIDA EL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "ID       NOMBRE                 BRUTO ANUAL"
               DELIMITED BY SIZE
               "    RETENIDO DETERMINADO       AJUSTE TIPO"
               DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

      ******************************************************************
      * 14-CARGAR-DEDUCCIONES: CARGA LOS TRAMOS DE DEDUCCION DESDE EL
      * ARCHIVO DEDUCC, IGUAL QUE LA LIQUIDACION. SI EL ARCHIVO NO
      * EXISTE SE USAN LOS TRAMOS POR DEFECTO DE FINANZAS.
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
      * 15-CARGAR-TRAMOS-CERRADOS: LO LIQUIDADO EN EL ANIO PEDIDO POR
      * LAS ENTIDADES DE LAS QUE EL EMPLEADO PASO A OTRA. SIN ARCHIVO
      * NO HUBO PASES. UN ARCHIVO QUE NO SE PUEDE LEER O UNA TABLA
      * LLENA DEJAN LA RELIQUIDACION SIN HACER.
      ******************************************************************
       15-CARGAR-TRAMOS-CERRADOS.
           MOVE "N" TO WSV-FIN-TRAMOS.
           OPEN INPUT YTDCIERRE-FILE.
           EVALUATE WSV-YTDCIERRE-STATUS
               WHEN "35"
                   DISPLAY "SIN TRAMOS CERRADOS POR PASE DE ENTIDAD"
               WHEN "00"
                   PERFORM 16-LEER-TRAMO
                   PERFORM UNTIL WSS-FIN-TRAMOS
                       IF FD-YTC-ANIO EQUAL WSV-ANIO-PEDIDO
                           PERFORM 17-ACUMULAR-TRAMO
                       END-IF
                       PERFORM 16-LEER-TRAMO
                   END-PERFORM
                   CLOSE YTDCIERRE-FILE
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR YTDCIERR, STATUS: "
                       WSV-YTDCIERRE-STATUS
                   MOVE "N" TO WSV-TRAMOS-OK
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
           END-EVALUATE.
       15-CARGAR-TRAMOS-CERRADOS-END.
       EXIT.

       16-LEER-TRAMO.
           READ YTDCIERRE-FILE
               AT END
                   MOVE "S" TO WSV-FIN-TRAMOS
           END-READ.
       16-LEER-TRAMO-END.
       EXIT.

       17-ACUMULAR-TRAMO.
           PERFORM 18-BUSCAR-CERRADO.
           IF NOT WSS-CER-HALLADO
               IF WSV-TOTAL-CERRADOS < 500
                   ADD 1 TO WSV-TOTAL-CERRADOS
                   SET WSV-CER-IDX TO WSV-TOTAL-CERRADOS
                   MOVE FD-YTC-ID TO WSV-CER-ID-TAB (WSV-CER-IDX)
                   MOVE 0 TO WSV-CER-BRUTO-TAB (WSV-CER-IDX)
                   MOVE 0 TO WSV-CER-IMPUESTO-TAB (WSV-CER-IDX)
                   MOVE "S" TO WSV-CER-HALLADO
               ELSE
                   DISPLAY "TABLA DE TRAMOS CERRADOS LLENA (500): "
                       FD-YTC-ID
                   MOVE "N" TO WSV-TRAMOS-OK
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
           IF WSS-CER-HALLADO
               ADD FD-YTC-BRUTO    TO WSV-CER-BRUTO-TAB (WSV-CER-IDX)
               ADD FD-YTC-IMPUESTO
                   TO WSV-CER-IMPUESTO-TAB (WSV-CER-IDX)
           END-IF.
       17-ACUMULAR-TRAMO-END.
       EXIT.

       18-BUSCAR-CERRADO.
           MOVE "N" TO WSV-CER-HALLADO.
           IF WSV-TOTAL-CERRADOS > 0
               SET WSV-CER-IDX TO 1
               SEARCH WS-CERRADOS
                   AT END
                       CONTINUE
                   WHEN WSV-CER-IDX > WSV-TOTAL-CERRADOS
                       CONTINUE
                   WHEN WSV-CER-ID-TAB (WSV-CER-IDX) EQUAL FD-YTC-ID
                       MOVE "S" TO WSV-CER-HALLADO
               END-SEARCH
           END-IF.
       18-BUSCAR-CERRADO-END.
       EXIT.

       10-RECORRER-ACUMULADO.
           OPEN I-O YTDMAST-FILE.
           IF WSV-YTDMAST-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL ACUMULADO ANUAL, STATUS: "
                   WSV-YTDMAST-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE LOW-VALUES TO FD-YTD-CLAVE
               START YTDMAST-FILE KEY >= FD-YTD-CLAVE
                   INVALID KEY
                       MOVE "S" TO WSV-FIN-ACUMULADO
               END-START
               IF NOT WSS-FIN-ACUMULADO
                   PERFORM 11-LEER-SIGUIENTE
                   PERFORM UNTIL WSS-FIN-ACUMULADO
                       IF FD-YTD-ANIO EQUAL WSV-ANIO-PEDIDO
                           PERFORM 20-RELIQUIDAR-EMPLEADO
                       END-IF
                       PERFORM 11-LEER-SIGUIENTE
                   END-PERFORM
               END-IF
               CLOSE YTDMAST-FILE
           END-IF.
       10-RECORRER-ACUMULADO-END.
       EXIT.

       11-LEER-SIGUIENTE.
           READ YTDMAST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-ACUMULADO
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDOS
           END-READ.
       11-LEER-SIGUIENTE-END.
       EXIT.

      ******************************************************************
      * 20-RELIQUIDAR-EMPLEADO: IMPUESTO DETERMINADO SOBRE EL BRUTO
      * DEL ANIO CONTRA LO RETENIDO. EL DETERMINADO Y LA FECHA QUEDAN
      * EN EL ACUMULADO AUNQUE NO HAYA DIFERENCIA: EL CERTIFICADO
      * MUESTRA QUE EL ANIO FUE RELIQUIDADO.
      ******************************************************************
       20-RELIQUIDAR-EMPLEADO.
           ADD 1 TO WSV-CNT-RELIQUIDADOS.
           PERFORM 21-SUMAR-TRAMOS-CERRADOS.
           PERFORM 30-CALCULAR-DETERMINADO.
           COMPUTE WSV-AJUSTE = WSV-DETERMINADO - WSV-RETENIDO-ANIO.

      * UN REGISTRO ANUAL GRABADO ANTES DE QUE EXISTIERA EL AJUSTE LO
      * TRAE EN BLANCO: SE ARRANCA EN CERO.
           IF FD-YTD-AJU-IMPUESTO IS NOT NUMERIC
               MOVE 0 TO FD-YTD-AJU-IMPUESTO
           END-IF.
           MOVE WSV-DETERMINADO TO FD-YTD-IMP-DETERMINADO.
           MOVE WSV-FECHA-HOY   TO FD-YTD-FECHA-REAJUSTE.
           REWRITE FD-YTDMAST-REC
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL ACUMULADO DE "
                       FD-YTD-ID " STATUS: " WSV-YTDMAST-STATUS
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
           END-REWRITE.

           IF WSV-AJUSTE EQUAL 0
               ADD 1 TO WSV-CNT-SIN-AJUSTE
           ELSE
               PERFORM 25-BUSCAR-EMPLEADO
               IF WSS-EMP-BAJA
                   MOVE "BAJA-MANUAL" TO WSV-TIPO-AJUSTE
                   ADD 1 TO WSV-CNT-BAJAS
                   ADD WSV-AJUSTE TO WSV-TOT-BAJAS
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               ELSE
                   PERFORM 40-GRABAR-AJUSTE
               END-IF
               PERFORM 45-INFORMAR-AJUSTE
           END-IF.
       20-RELIQUIDAR-EMPLEADO-END.
       EXIT.

      ******************************************************************
      * 21-SUMAR-TRAMOS-CERRADOS: BRUTO Y RETENIDO DEL ANIO COMPLETO,
      * CON LO QUE LIQUIDARON LAS ENTIDADES ANTERIORES AL PASE.
      ******************************************************************
       21-SUMAR-TRAMOS-CERRADOS.
           MOVE FD-YTD-BRUTO    TO WSV-BRUTO-ANIO.
           MOVE FD-YTD-IMPUESTO TO WSV-RETENIDO-ANIO.
           MOVE "N" TO WSV-CER-HALLADO.
           IF WSV-TOTAL-CERRADOS > 0
               SET WSV-CER-IDX TO 1
               SEARCH WS-CERRADOS
                   AT END
                       CONTINUE
                   WHEN WSV-CER-IDX > WSV-TOTAL-CERRADOS
                       CONTINUE
                   WHEN WSV-CER-ID-TAB (WSV-CER-IDX) EQUAL FD-YTD-ID
                       MOVE "S" TO WSV-CER-HALLADO
               END-SEARCH
           END-IF.
           IF WSS-CER-HALLADO
               ADD 1 TO WSV-CNT-CON-PASE
               ADD WSV-CER-BRUTO-TAB (WSV-CER-IDX) TO WSV-BRUTO-ANIO
               ADD WSV-CER-IMPUESTO-TAB (WSV-CER-IDX)
                   TO WSV-RETENIDO-ANIO
           END-IF.
       21-SUMAR-TRAMOS-CERRADOS-END.
       EXIT.

       25-BUSCAR-EMPLEADO.
           MOVE "N" TO WSV-EMP-BAJA.
           MOVE FD-YTD-NOMBRE TO WSV-NOMBRE-COMPLETO.
           IF WSS-MAESTRO-DISPONIBLE
               MOVE FD-YTD-ID TO FD-EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-EMP-NOMBRE TO WSV-NOMBRE-COMPLETO
                       IF FDS-EMP-BAJA
                           MOVE "S" TO WSV-EMP-BAJA
                       END-IF
               END-READ
           END-IF.
       25-BUSCAR-EMPLEADO-END.
       EXIT.

      ******************************************************************
      * 30-CALCULAR-DETERMINADO: MISMA REGLA QUE 32-CALCULAR-NETO DE
      * LA LIQUIDACION, SOLO PARA LOS TRAMOS IMP: SE APLICA TODO TRAMO
      * CUYO RANGO CONTIENE AL BRUTO DEL ANIO. EL BRUTO ANUAL PUEDE
      * PASAR EL TOPE NUMERICO DE LA TABLA: EL TRAMO SIN TOPE LO
      * CUBRE IGUAL.
      ******************************************************************
       30-CALCULAR-DETERMINADO.
           MOVE 0 TO WSV-DETERMINADO.
           PERFORM VARYING WSV-DED-IDX FROM 1 BY 1
                   UNTIL WSV-DED-IDX > WSV-TOTAL-DEDUCCIONES
               MOVE "N" TO WSV-TRAMO-APLICA
               IF WSV-DED-CODIGO-TAB (WSV-DED-IDX) EQUAL
                  WSC-DED-IMPUESTO AND
                  WSV-BRUTO-ANIO >= WSV-DED-DESDE-TAB (WSV-DED-IDX)
                   IF WSV-BRUTO-ANIO <= WSV-DED-HASTA-TAB (WSV-DED-IDX)
                      OR WSV-DED-HASTA-TAB (WSV-DED-IDX) EQUAL
                         WSC-DED-SIN-TOPE
                       MOVE "S" TO WSV-TRAMO-APLICA
                   END-IF
               END-IF
               IF WSS-TRAMO-APLICA
                   COMPUTE WSV-DED-MONTO-AUX ROUNDED =
                       WSV-BRUTO-ANIO *
                       WSV-DED-PCT-TAB (WSV-DED-IDX) / 100
                   ADD WSV-DED-MONTO-AUX TO WSV-DETERMINADO
               END-IF
           END-PERFORM.
       30-CALCULAR-DETERMINADO-END.
       EXIT.

       40-GRABAR-AJUSTE.
           MOVE SPACES TO FD-AJUSIMP-REC.
           MOVE FD-YTD-ID       TO FD-AJU-ID.
           MOVE FD-YTD-ANIO     TO FD-AJU-ANIO.
           MOVE WSV-AJUSTE      TO FD-AJU-IMPORTE.
           MOVE WSV-FECHA-HOY   TO FD-AJU-FECHA.
           WRITE FD-AJUSIMP-REC.
           IF WSV-AJUSTE > 0
               MOVE "RETENCION" TO WSV-TIPO-AJUSTE
               ADD 1 TO WSV-CNT-RETENCIONES
               ADD WSV-AJUSTE TO WSV-TOT-RETENCIONES
           ELSE
               MOVE "DEVOLUCION" TO WSV-TIPO-AJUSTE
               ADD 1 TO WSV-CNT-DEVOLUCIONES
               SUBTRACT WSV-AJUSTE FROM WSV-TOT-DEVOLUCIONES
           END-IF.
       40-GRABAR-AJUSTE-END.
       EXIT.

       45-INFORMAR-AJUSTE.
           MOVE WSV-BRUTO-ANIO    TO WSV-BRUTO-ED.
           MOVE WSV-RETENIDO-ANIO TO WSV-RETENIDO-ED.
           MOVE WSV-DETERMINADO TO WSV-DETERMINADO-ED.
           MOVE WSV-AJUSTE      TO WSV-AJUSTE-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING FD-YTD-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-NOMBRE-COMPLETO (1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-BRUTO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-RETENIDO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-DETERMINADO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-AJUSTE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-TIPO-AJUSTE DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       45-INFORMAR-AJUSTE-END.
       EXIT.

       50-INFORMAR-TOTALES.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.

           MOVE WSV-CNT-RELIQUIDADOS TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EMPLEADOS RELIQUIDADOS:        " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           MOVE WSV-CNT-SIN-AJUSTE TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "SIN DIFERENCIA:                " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           MOVE WSV-CNT-DEVOLUCIONES TO WSV-CANTIDAD-ED.
           MOVE WSV-TOT-DEVOLUCIONES TO WSV-TOTAL-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "DEVOLUCIONES A APLICAR:        " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               " POR $" DELIMITED BY SIZE
               WSV-TOTAL-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           MOVE WSV-CNT-RETENCIONES TO WSV-CANTIDAD-ED.
           MOVE WSV-TOT-RETENCIONES TO WSV-TOTAL-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RETENCIONES ADICIONALES:       " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               " POR $" DELIMITED BY SIZE
               WSV-TOTAL-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           IF WSV-CNT-CON-PASE > 0
               MOVE WSV-CNT-CON-PASE TO WSV-CANTIDAD-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "CON PASE DE ENTIDAD EN EL ANIO:"
                   DELIMITED BY SIZE
                   WSV-CANTIDAD-ED DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.

           IF NOT WSS-TRAMOS-OK
               MOVE "TRAMOS CERRADOS INCOMPLETOS: NO SE RELIQUIDO"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
           END-IF.

           IF WSV-CNT-BAJAS > 0
               MOVE WSV-CNT-BAJAS TO WSV-CANTIDAD-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "BAJAS A GESTIONAR FUERA DE LA PLANILLA: "
                   DELIMITED BY SIZE
                   WSV-CANTIDAD-ED DELIMITED BY SIZE
                   " (NO VAN A AJUSIMP)" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       50-INFORMAR-TOTALES-END.
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
               COMPUTE FD-RUN-ESCRITOS =
                   WSV-CNT-DEVOLUCIONES + WSV-CNT-RETENCIONES
               MOVE WSV-CNT-SIN-AJUSTE  TO FD-RUN-OMITIDOS
               MOVE WSV-CNT-BAJAS       TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM AJUANUAL.
