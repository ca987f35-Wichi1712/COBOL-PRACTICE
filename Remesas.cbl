      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * REMESAS:
      * REMESA MENSUAL DE LO RETENIDO POR DEDUCCIONES INDIVIDUALES.
      * LA PLANILLA NOCTURNA DESCUENTA EMBARGOS (EMB) Y CUOTAS
      * SINDICALES (SIN) DE CADA RECIBO, PERO LO RETENIDO HAY QUE
      * DEPOSITARLO CADA MES EN LA CUENTA DEL SINDICATO O EN LA
      * CUENTA JUDICIAL DE CADA EXPEDIENTE. ESTE PROGRAMA CORRE A FIN
      * DE MES:
      * 1. CARGA EL MAESTRO DE BENEFICIARIOS (COPYBOOK BENEFIC).
      * 2. LEE TODAS LAS GENERACIONES DE DEDAPL (CONCATENADAS EN EL
      *    DD) Y TOMA SOLO LAS FILAS CUYA FECHA DE CORRIDA CAE EN EL
      *    PERIODO PEDIDO. CADA FILA EMB/SIN SE ACUMULA EN SU
      *    BENEFICIARIO Y QUEDA COMO DETALLE; LAS FILAS PRE (CUOTA DE
      *    PRESTAMO DE LA EMPRESA) SOLO SE TOTALIZAN: NO SE REMITEN.
      * 3. LISTA EN REMINF UNA SECCION POR BENEFICIARIO (SINDICATO O
      *    EXPEDIENTE) CON SUS EMPLEADOS, FECHAS E IMPORTES Y EL
      *    SUBTOTAL, Y GRABA EN REMPAGOS UNA LINEA "D" DE PAGO POR
      *    BENEFICIARIO Y LA COLA "T" PARA TESORERIA.
      * 4. CONCILIA EL TOTAL RETENIDO DEL MES CONTRA EL SALDO DE LA
      *    CUENTA CONTABLE DE DEDUCCIONES INDIVIDUALES A PAGAR EN LOS
      *    LOTES DE ASIENTOS DEL PERIODO; SI NO CUADRA TERMINA CON
      *    CODIGO 8.
      * LAS ANULACIONES DEL MES (ANULA) DEJAN EN DEDANU LAS FILAS
      * DEDAPL DE LA LIQUIDACION ANULADA FECHADAS EL DIA DE LA
      * ANULACION, QUE ES EL DEL CONTRASIENTO: SE LEEN DESPUES DE
      * DEDAPL Y RESTAN DEL BENEFICIARIO, DE LO OBSERVADO O DE LOS
      * PRESTAMOS COMO SUMO LA FILA ORIGINAL. UN BENEFICIARIO QUE
      * QUEDA CON SALDO NEGATIVO (LA RETENCION YA SE LE REMITIO EN
      * UNA REMESA ANTERIOR) NO TIENE ORDEN DE PAGO: SE LISTA PARA
      * RECLAMARLE EL IMPORTE Y EL PASO TERMINA CON ADVERTENCIA.
      * UNA FILA EMB/SIN SIN REFERENCIA, O CON UNA REFERENCIA QUE NO
      * ESTA EN EL MAESTRO DE BENEFICIARIOS, NO SE PUEDE REMITIR: SE
      * LISTA APARTE Y EL PASO TERMINA CON ADVERTENCIA. LA TARJETA DE
      * SYSIN TRAE EL PERIODO AAAAMM (EN BLANCO = MES EN CURSO).
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      * 15-10-2026 - Se restan las deducciones de las liquidaciones
      *              anuladas en el mes (DEDANU). La cola de REMPAGOS
      *              totaliza las ordenes de pago grabadas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIC-FILE ASSIGN TO "BENEFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-BENEFIC-STATUS.

           SELECT DED-APLICADAS-FILE ASSIGN TO "DEDAPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDAPL-STATUS.

           SELECT DED-ANULADAS-FILE ASSIGN TO "DEDANU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDANU-STATUS.

           SELECT ASIENTOS-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-GLOUT-STATUS.

           SELECT REMPAGOS-FILE ASSIGN TO "REMPAGOS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME-FILE ASSIGN TO "REMINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIC-FILE.
           COPY BENEFIC.

       FD  DED-APLICADAS-FILE.
           COPY DEDAPL.

      * FILAS DEDAPL DE LAS LIQUIDACIONES ANULADAS (MISMO LAYOUT).
       FD  DED-ANULADAS-FILE.
           01 FD-DEDANU-REC            PIC X(46).

      ******************************************************************
      * LOTES CONTABLES QUE GRABA GLINTERF (MISMO LAYOUT): CABECERA
      * "H" CON LA FECHA DE LA CORRIDA, LINEAS "D" Y COLA "T".
      ******************************************************************
       FD  ASIENTOS-FILE.
           01 FD-GL-REC.
               05 FD-GL-TIPO           PIC X(01).
               05 FD-GL-DATOS          PIC X(59).
               05 FD-GL-CABECERA REDEFINES FD-GL-DATOS.
                   10 FD-GL-CAB-FECHA      PIC X(08).
                   10 FD-GL-CAB-GLOSA      PIC X(30).
                   10 FILLER               PIC X(21).
               05 FD-GL-DETALLE REDEFINES FD-GL-DATOS.
                   10 FD-GL-CUENTA         PIC X(08).
                   10 FD-GL-CCOSTO         PIC X(04).
                   10 FD-GL-DEBE-HABER     PIC X(01).
                   10 FD-GL-IMPORTE        PIC 9(12).
                   10 FD-GL-GLOSA          PIC X(20).
                   10 FILLER               PIC X(14).

      ******************************************************************
      * ORDENES DE PAGO PARA TESORERIA: UNA LINEA "D" POR
      * BENEFICIARIO CON SU CUENTA, EL IMPORTE A DEPOSITAR, LA
      * CANTIDAD DE RETENCIONES QUE LO FORMAN Y EL PERIODO; COLA "T"
      * CON CANTIDAD Y TOTAL.
      ******************************************************************
       FD  REMPAGOS-FILE.
           01 FD-REM-REC.
               05 FD-REM-TIPO          PIC X(01).
               05 FD-REM-DATOS         PIC X(99).
               05 FD-REM-DETALLE REDEFINES FD-REM-DATOS.
                   10 FD-REM-CONCEPTO      PIC X(03).
                   10 FD-REM-REFERENCIA    PIC X(20).
                   10 FD-REM-NOMBRE        PIC X(30).
                   10 FD-REM-CUENTA        PIC X(22).
                   10 FD-REM-IMPORTE       PIC 9(10).
                   10 FD-REM-RETENCIONES   PIC 9(04).
                   10 FD-REM-PERIODO       PIC X(06).
                   10 FILLER               PIC X(04).
               05 FD-REM-COLA REDEFINES FD-REM-DATOS.
                   10 FD-REM-CANTIDAD      PIC 9(06).
                   10 FD-REM-TOTAL         PIC 9(12).
                   10 FD-REM-COLA-PERIODO  PIC X(06).
                   10 FILLER               PIC X(75).

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-BENEFIC-STATUS    PIC X(02) VALUE "00".
           01 WSV-DEDAPL-STATUS     PIC X(02) VALUE "00".
           01 WSV-DEDANU-STATUS     PIC X(02) VALUE "00".
           01 WSV-GLOUT-STATUS      PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "REMESAS".

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

      * CUENTA DE DEDUCCIONES INDIVIDUALES A PAGAR (LA MISMA QUE USA
      * GLINTERF PARA DED VARIAS).
           01 WSC-CTA-VARIAS        PIC X(08) VALUE "21300000".

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-BEN-HALLADO       PIC X VALUE "N".
                   88 WSS-BEN-HALLADO       VALUE "S".
               05 WSV-LOTE-DEL-PERIODO  PIC X VALUE "N".
                   88 WSS-LOTE-DEL-PERIODO  VALUE "S".

      * TARJETA DE PARAMETROS: PERIODO AAAAMM.
               05 WSV-PARAMETROS.
                   10 WSV-PERIODO           PIC X(06).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-MOTIVO-AUX        PIC X(30).
               05 WSV-REFER-BUSCADA     PIC X(20).
               05 WSV-ETIQUETA-AUX      PIC X(12).

      *------------------------------------------------------------*
      * FILA DEDAPL O DEDANU EN PROCESO, CON EL IMPORTE CON SIGNO: *
      * LO RETENIDO SUMA Y LO ANULADO RESTA.                       *
      *------------------------------------------------------------*
               05 WSV-DED-FILA.
                   10 WSV-DED-ID            PIC X(08).
                   10 WSV-DED-CONCEPTO      PIC X(03).
                   10 WSV-DED-IMPORTE-FILA  PIC 9(07).
                   10 WSV-DED-FECHA         PIC X(08).
                   10 WSV-DED-REFERENCIA    PIC X(20).
               05 WSV-DED-IMPORTE       PIC S9(08) VALUE 0.

      *------------------------------------------------------------*
      * MAESTRO DE BENEFICIARIOS CON LO ACUMULADO DEL PERIODO.     *
      *------------------------------------------------------------*
               05 WS-BENEFICIARIOS OCCURS 300 TIMES
                       INDEXED BY WSV-BEN-IDX WSV-BEN-IDX2.
                   10 WSV-BEN-REFER-TAB     PIC X(20).
                   10 WSV-BEN-TIPO-TAB      PIC X(03).
                   10 WSV-BEN-NOMBRE-TAB    PIC X(30).
                   10 WSV-BEN-CUENTA-TAB    PIC X(22).
                   10 WSV-BEN-IMPORTE-TAB   PIC S9(10).
                   10 WSV-BEN-CANTIDAD-TAB  PIC 9(04).
               05 WSV-TOTAL-BENEFIC     PIC 9(03) VALUE 0.

      *------------------------------------------------------------*
      * RETENCIONES DEL PERIODO YA ASIGNADAS A UN BENEFICIARIO     *
      * (POSICION EN LA TABLA DE ARRIBA), PARA EL DETALLE.         *
      *------------------------------------------------------------*
               05 WS-RETENCIONES OCCURS 3000 TIMES
                       INDEXED BY WSV-RET-IDX.
                   10 WSV-RET-BEN-TAB       PIC 9(03).
                   10 WSV-RET-ID-TAB        PIC X(08).
                   10 WSV-RET-FECHA-TAB     PIC X(08).
                   10 WSV-RET-IMPORTE-TAB   PIC S9(07).
               05 WSV-TOTAL-RETENCIONES PIC 9(04) VALUE 0.

      *------------------------------------------------------------*
      * RETENCIONES QUE NO SE PUEDEN REMITIR.                      *
      *------------------------------------------------------------*
               05 WS-OBSERVADAS OCCURS 200 TIMES
                       INDEXED BY WSV-OBS-IDX.
                   10 WSV-OBS-ID-TAB        PIC X(08).
                   10 WSV-OBS-CONCEPTO-TAB  PIC X(03).
                   10 WSV-OBS-REFER-TAB     PIC X(20).
                   10 WSV-OBS-IMPORTE-TAB   PIC S9(07).
                   10 WSV-OBS-MOTIVO-TAB    PIC X(30).
               05 WSV-TOTAL-OBSERVADAS  PIC 9(03) VALUE 0.

      * TOTALES DEL PERIODO.
               05 WSV-TOTALES.
                   10 WSV-TOT-RETENIDO      PIC S9(12) VALUE 0.
                   10 WSV-TOT-REMITIDO      PIC S9(12) VALUE 0.
                   10 WSV-TOT-OBSERVADO     PIC S9(12) VALUE 0.
                   10 WSV-TOT-PRESTAMOS     PIC S9(12) VALUE 0.
                   10 WSV-TOT-DEPOSITADO    PIC 9(12) VALUE 0.
                   10 WSV-TOT-A-RECLAMAR    PIC 9(12) VALUE 0.
                   10 WSV-TOT-SECCION       PIC 9(10) VALUE 0.
                   10 WSV-TOT-PAGOS         PIC 9(06) VALUE 0.
               05 WSV-GL-SALDO          PIC S9(13) VALUE 0.
               05 WSV-DIFERENCIA        PIC S9(13) VALUE 0.

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-DEL-PERIODO   PIC 9(06) VALUE 0.
                   10 WSV-CNT-OTRO-PERIODO  PIC 9(06) VALUE 0.
                   10 WSV-CNT-PRESTAMOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-ANULADAS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-A-RECLAMAR    PIC 9(06) VALUE 0.
                   10 WSV-CNT-LOTES         PIC 9(06) VALUE 0.
               05 WSV-IMPORTE-ED        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
               05 WSV-SALDO-ED          PIC -ZZZ,ZZZ,ZZZ,ZZ9.
               05 WSV-CANTIDAD-ED       PIC ZZZ,ZZ9.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "REMESAS - REMESA MENSUAL A SINDICATOS Y JUZGADOS".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           PERFORM 05-LEER-PARAMETROS.

           OPEN OUTPUT INFORME-FILE.
           PERFORM 08-INFORMAR-CABECERA.
           PERFORM 10-CARGAR-BENEFICIARIOS.
           IF WSV-RETORNO < 8
               PERFORM 20-ACUMULAR-RETENCIONES
           END-IF.

           IF WSV-RETORNO < 8
               IF WSV-TOT-REMITIDO > 0
                   PERFORM 40-INFORMAR-BENEFICIARIOS
                   PERFORM 45-GRABAR-REMPAGOS
               ELSE
                   MOVE "NO HAY RETENCIONES A REMITIR EN EL PERIODO"
                       TO WSV-LINEA-AUX
                   PERFORM 75-INFORMAR-LINEA
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
               PERFORM 50-INFORMAR-OBSERVADAS
               PERFORM 60-CONCILIAR-CONTABLE
           END-IF.
           CLOSE INFORME-FILE.

           DISPLAY "FILAS LEIDAS: " WSV-CNT-LEIDOS
               " DEL PERIODO: " WSV-CNT-DEL-PERIODO
               " DE OTRO PERIODO: " WSV-CNT-OTRO-PERIODO
               " PRESTAMOS: " WSV-CNT-PRESTAMOS
               " ANULADAS: " WSV-CNT-ANULADAS
               " PAGOS: " WSV-TOT-PAGOS
               " OBSERVADAS: " WSV-TOTAL-OBSERVADAS.
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
           DISPLAY "PERIODO A REMITIR: " WSV-PERIODO.
       05-LEER-PARAMETROS-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "REMESA DE RETENCIONES A SINDICATOS Y JUZGADOS - "
               DELIMITED BY SIZE
               "PERIODO " DELIMITED BY SIZE
               WSV-PERIODO DELIMITED BY SIZE
               " - EMITIDA EL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

      ******************************************************************
      * 10-CARGAR-BENEFICIARIOS: SIN MAESTRO NO HAY A QUIEN REMITIR,
      * ES CODIGO 12. UNA FILA DE TIPO DESCONOCIDO O DUPLICADA SE
      * SALTEA CON ADVERTENCIA.
      ******************************************************************
       10-CARGAR-BENEFICIARIOS.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT BENEFIC-FILE.
           IF WSV-BENEFIC-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE BENEFICIARIOS, "
                   "STATUS: " WSV-BENEFIC-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   READ BENEFIC-FILE
                       AT END
                           MOVE "S" TO WSV-FIN-ARCHIVO
                       NOT AT END
                           PERFORM 11-AGREGAR-BENEFICIARIO
                   END-READ
               END-PERFORM
               CLOSE BENEFIC-FILE
               DISPLAY "BENEFICIARIOS CARGADOS: " WSV-TOTAL-BENEFIC
           END-IF.
       10-CARGAR-BENEFICIARIOS-END.
       EXIT.

       11-AGREGAR-BENEFICIARIO.
           MOVE FD-BEN-REFERENCIA TO WSV-REFER-BUSCADA.
           PERFORM 25-BUSCAR-BENEFICIARIO.
           EVALUATE TRUE
               WHEN NOT FDS-BEN-SINDICATO AND NOT FDS-BEN-EMBARGO
                   DISPLAY "BENEFICIARIO DE TIPO DESCONOCIDO, SE "
                       "SALTEA: " FD-BEN-REFERENCIA
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               WHEN WSS-BEN-HALLADO
                   DISPLAY "BENEFICIARIO DUPLICADO, SE SALTEA: "
                       FD-BEN-REFERENCIA
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               WHEN WSV-TOTAL-BENEFIC NOT < 300
                   DISPLAY "TABLA DE BENEFICIARIOS LLENA (300), SE "
                       "SALTEA: " FD-BEN-REFERENCIA
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               WHEN OTHER
                   ADD 1 TO WSV-TOTAL-BENEFIC
                   SET WSV-BEN-IDX TO WSV-TOTAL-BENEFIC
                   MOVE FD-BEN-REFERENCIA
                       TO WSV-BEN-REFER-TAB (WSV-BEN-IDX)
                   MOVE FD-BEN-TIPO  TO WSV-BEN-TIPO-TAB (WSV-BEN-IDX)
                   MOVE FD-BEN-NOMBRE
                       TO WSV-BEN-NOMBRE-TAB (WSV-BEN-IDX)
                   MOVE FD-BEN-CUENTA
                       TO WSV-BEN-CUENTA-TAB (WSV-BEN-IDX)
                   MOVE 0 TO WSV-BEN-IMPORTE-TAB (WSV-BEN-IDX)
                   MOVE 0 TO WSV-BEN-CANTIDAD-TAB (WSV-BEN-IDX)
           END-EVALUATE.
       11-AGREGAR-BENEFICIARIO-END.
       EXIT.

       20-ACUMULAR-RETENCIONES.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT DED-APLICADAS-FILE.
           IF WSV-DEDAPL-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR DEDAPL, STATUS: "
                   WSV-DEDAPL-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 21-LEER-DEDAPL
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   MOVE FD-DEDAPL-REC TO WSV-DED-FILA
                   MOVE WSV-DED-IMPORTE-FILA TO WSV-DED-IMPORTE
                   PERFORM 24-CLASIFICAR-FILA
                   PERFORM 21-LEER-DEDAPL
               END-PERFORM
               CLOSE DED-APLICADAS-FILE
               PERFORM 26-RESTAR-ANULACIONES
           END-IF.
       20-ACUMULAR-RETENCIONES-END.
       EXIT.

       21-LEER-DEDAPL.
           READ DED-APLICADAS-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDOS
           END-READ.
       21-LEER-DEDAPL-END.
       EXIT.

      ******************************************************************
      * 22-ASIGNAR-RETENCION: LA FILA VA AL BENEFICIARIO DE SU
      * REFERENCIA SI EXISTE Y ES DEL MISMO TIPO QUE EL CONCEPTO (UNA
      * CUOTA SINDICAL NO SE DEPOSITA EN UNA CUENTA JUDICIAL NI AL
      * REVES). SI NO, QUEDA OBSERVADA Y NO SE REMITE.
      ******************************************************************
       22-ASIGNAR-RETENCION.
           MOVE SPACES TO WSV-MOTIVO-AUX.
           MOVE WSV-DED-REFERENCIA TO WSV-REFER-BUSCADA.
           PERFORM 25-BUSCAR-BENEFICIARIO.
           EVALUATE TRUE
               WHEN WSV-DED-CONCEPTO NOT EQUAL "EMB" AND
                    WSV-DED-CONCEPTO NOT EQUAL "SIN"
                   MOVE "CONCEPTO DESCONOCIDO" TO WSV-MOTIVO-AUX
               WHEN WSV-DED-REFERENCIA EQUAL SPACES
                   MOVE "SIN REFERENCIA EN DEDEMP" TO WSV-MOTIVO-AUX
               WHEN NOT WSS-BEN-HALLADO
                   MOVE "REFERENCIA NO ESTA EN BENEFIC"
                       TO WSV-MOTIVO-AUX
               WHEN WSV-BEN-TIPO-TAB (WSV-BEN-IDX2) NOT EQUAL
                    WSV-DED-CONCEPTO
                   MOVE "TIPO DE BENEFICIARIO DISTINTO"
                       TO WSV-MOTIVO-AUX
               WHEN WSV-TOTAL-RETENCIONES NOT < 3000
                   MOVE "TABLA DE RETENCIONES LLENA" TO WSV-MOTIVO-AUX
               WHEN OTHER
                   ADD 1 TO WSV-TOTAL-RETENCIONES
                   SET WSV-RET-IDX TO WSV-TOTAL-RETENCIONES
                   SET WSV-RET-BEN-TAB (WSV-RET-IDX) TO WSV-BEN-IDX2
                   MOVE WSV-DED-ID    TO WSV-RET-ID-TAB (WSV-RET-IDX)
                   MOVE WSV-DED-FECHA TO WSV-RET-FECHA-TAB (WSV-RET-IDX)
                   MOVE WSV-DED-IMPORTE
                       TO WSV-RET-IMPORTE-TAB (WSV-RET-IDX)
                   ADD WSV-DED-IMPORTE
                       TO WSV-BEN-IMPORTE-TAB (WSV-BEN-IDX2)
                   ADD 1 TO WSV-BEN-CANTIDAD-TAB (WSV-BEN-IDX2)
                   ADD WSV-DED-IMPORTE TO WSV-TOT-REMITIDO
           END-EVALUATE.
           IF WSV-MOTIVO-AUX NOT EQUAL SPACES
               PERFORM 23-OBSERVAR-RETENCION
           END-IF.
       22-ASIGNAR-RETENCION-END.
       EXIT.

       23-OBSERVAR-RETENCION.
           ADD WSV-DED-IMPORTE TO WSV-TOT-OBSERVADO.
           IF WSV-TOTAL-OBSERVADAS < 200
               ADD 1 TO WSV-TOTAL-OBSERVADAS
               SET WSV-OBS-IDX TO WSV-TOTAL-OBSERVADAS
               MOVE WSV-DED-ID       TO WSV-OBS-ID-TAB (WSV-OBS-IDX)
               MOVE WSV-DED-CONCEPTO
                   TO WSV-OBS-CONCEPTO-TAB (WSV-OBS-IDX)
               MOVE WSV-DED-REFERENCIA
                   TO WSV-OBS-REFER-TAB (WSV-OBS-IDX)
               MOVE WSV-DED-IMPORTE
                   TO WSV-OBS-IMPORTE-TAB (WSV-OBS-IDX)
               MOVE WSV-MOTIVO-AUX   TO WSV-OBS-MOTIVO-TAB (WSV-OBS-IDX)
           ELSE
               DISPLAY "RETENCION OBSERVADA (LISTA LLENA): " WSV-DED-ID
                   " " WSV-DED-CONCEPTO " " WSV-MOTIVO-AUX
           END-IF.
           MOVE 4 TO WSV-RETORNO-NUEVO.
           PERFORM 90-ELEVAR-RETORNO.
       23-OBSERVAR-RETENCION-END.
       EXIT.

      ******************************************************************
      * 24-CLASIFICAR-FILA: UNA FILA DE OTRO PERIODO SE SALTEA; LA
      * CUOTA DE PRESTAMO SOLO SE TOTALIZA; EMB Y SIN VAN A SU
      * BENEFICIARIO. EL IMPORTE VIENE CON SIGNO.
      ******************************************************************
       24-CLASIFICAR-FILA.
           EVALUATE TRUE
               WHEN WSV-DED-FECHA (1:6) NOT EQUAL WSV-PERIODO
                   ADD 1 TO WSV-CNT-OTRO-PERIODO
               WHEN WSV-DED-CONCEPTO EQUAL "PRE"
                   ADD 1 TO WSV-CNT-DEL-PERIODO
                   ADD 1 TO WSV-CNT-PRESTAMOS
                   ADD WSV-DED-IMPORTE TO WSV-TOT-RETENIDO
                   ADD WSV-DED-IMPORTE TO WSV-TOT-PRESTAMOS
               WHEN OTHER
                   ADD 1 TO WSV-CNT-DEL-PERIODO
                   ADD WSV-DED-IMPORTE TO WSV-TOT-RETENIDO
                   PERFORM 22-ASIGNAR-RETENCION
           END-EVALUATE.
       24-CLASIFICAR-FILA-END.
       EXIT.

      ******************************************************************
      * 26-RESTAR-ANULACIONES: LAS FILAS DE DEDANU ENTRAN CON EL
      * IMPORTE EN NEGATIVO Y LA FECHA DE LA ANULACION. SIN DEDANU
      * CATALOGADO NO HAY ANULACIONES QUE RESTAR.
      ******************************************************************
       26-RESTAR-ANULACIONES.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT DED-ANULADAS-FILE.
           IF WSV-DEDANU-STATUS EQUAL "00"
               PERFORM 27-LEER-DEDANU
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   MOVE FD-DEDANU-REC TO WSV-DED-FILA
                   COMPUTE WSV-DED-IMPORTE = 0 - WSV-DED-IMPORTE-FILA
                   IF WSV-DED-FECHA (1:6) EQUAL WSV-PERIODO
                       ADD 1 TO WSV-CNT-ANULADAS
                   END-IF
                   PERFORM 24-CLASIFICAR-FILA
                   PERFORM 27-LEER-DEDANU
               END-PERFORM
               CLOSE DED-ANULADAS-FILE
           END-IF.
       26-RESTAR-ANULACIONES-END.
       EXIT.

       27-LEER-DEDANU.
           READ DED-ANULADAS-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDOS
           END-READ.
       27-LEER-DEDANU-END.
       EXIT.

      * BUSCA WSV-REFER-BUSCADA EN LA TABLA; SI ESTA DEJA
      * WSV-BEN-IDX2 APUNTANDO A SU FILA.
       25-BUSCAR-BENEFICIARIO.
           MOVE "N" TO WSV-BEN-HALLADO.
           PERFORM VARYING WSV-BEN-IDX2 FROM 1 BY 1
                   UNTIL WSV-BEN-IDX2 > WSV-TOTAL-BENEFIC
                      OR WSS-BEN-HALLADO
               IF WSV-BEN-REFER-TAB (WSV-BEN-IDX2) = WSV-REFER-BUSCADA
                   SET WSS-BEN-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-BEN-HALLADO
               SET WSV-BEN-IDX2 DOWN BY 1
           END-IF.
       25-BUSCAR-BENEFICIARIO-END.
       EXIT.

      ******************************************************************
      * 40-INFORMAR-BENEFICIARIOS: UNA SECCION POR BENEFICIARIO CON
      * RETENCIONES EN EL PERIODO, CON SUS EMPLEADOS Y EL SUBTOTAL
      * QUE SE DEPOSITA.
      ******************************************************************
       40-INFORMAR-BENEFICIARIOS.
           PERFORM VARYING WSV-BEN-IDX FROM 1 BY 1
                   UNTIL WSV-BEN-IDX > WSV-TOTAL-BENEFIC
               IF WSV-BEN-CANTIDAD-TAB (WSV-BEN-IDX) > 0
                   PERFORM 41-INFORMAR-SECCION
               END-IF
           END-PERFORM.
       40-INFORMAR-BENEFICIARIOS-END.
       EXIT.

       41-INFORMAR-SECCION.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           IF WSV-BEN-TIPO-TAB (WSV-BEN-IDX) EQUAL "SIN"
               STRING "SINDICATO " DELIMITED BY SIZE
                   WSV-BEN-REFER-TAB (WSV-BEN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-BEN-NOMBRE-TAB (WSV-BEN-IDX) DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
           ELSE
               STRING "EMBARGO EXPEDIENTE " DELIMITED BY SIZE
                   WSV-BEN-REFER-TAB (WSV-BEN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-BEN-NOMBRE-TAB (WSV-BEN-IDX) DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
           END-IF.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  CUENTA " DELIMITED BY SIZE
               WSV-BEN-CUENTA-TAB (WSV-BEN-IDX) DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           PERFORM VARYING WSV-RET-IDX FROM 1 BY 1
                   UNTIL WSV-RET-IDX > WSV-TOTAL-RETENCIONES
               IF WSV-RET-BEN-TAB (WSV-RET-IDX) = WSV-BEN-IDX
                   MOVE WSV-RET-IMPORTE-TAB (WSV-RET-IDX)
                       TO WSV-IMPORTE-ED
                   IF WSV-RET-IMPORTE-TAB (WSV-RET-IDX) < 0
                       MOVE "  ANULADO  $" TO WSV-ETIQUETA-AUX
                   ELSE
                       MOVE "  RETENIDO $" TO WSV-ETIQUETA-AUX
                   END-IF
                   MOVE SPACES TO WSV-LINEA-AUX
                   STRING "    " DELIMITED BY SIZE
                       WSV-RET-ID-TAB (WSV-RET-IDX) DELIMITED BY SIZE
                       "  CORRIDA " DELIMITED BY SIZE
                       WSV-RET-FECHA-TAB (WSV-RET-IDX)
                           DELIMITED BY SIZE
                       WSV-ETIQUETA-AUX DELIMITED BY SIZE
                       WSV-IMPORTE-ED DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
                   PERFORM 75-INFORMAR-LINEA
               END-IF
           END-PERFORM.

           MOVE WSV-BEN-IMPORTE-TAB (WSV-BEN-IDX) TO WSV-IMPORTE-ED.
           MOVE WSV-BEN-CANTIDAD-TAB (WSV-BEN-IDX) TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  SUBTOTAL A DEPOSITAR (" DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               " RETENCIONES) $" DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           IF WSV-BEN-IMPORTE-TAB (WSV-BEN-IDX) < 0
               MOVE "  SALDO NEGATIVO POR ANULACIONES: NO SE DEPOSITA, "
                   & "SE RECLAMA AL BENEFICIARIO" TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               ADD 1 TO WSV-CNT-A-RECLAMAR
               SUBTRACT WSV-BEN-IMPORTE-TAB (WSV-BEN-IDX)
                   FROM WSV-TOT-A-RECLAMAR
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       41-INFORMAR-SECCION-END.
       EXIT.

      ******************************************************************
      * 45-GRABAR-REMPAGOS: UNA ORDEN DE PAGO POR BENEFICIARIO CON
      * IMPORTE A FAVOR Y COLA CON CANTIDAD Y TOTAL DE LAS ORDENES
      * GRABADAS.
      ******************************************************************
       45-GRABAR-REMPAGOS.
           OPEN OUTPUT REMPAGOS-FILE.
           PERFORM VARYING WSV-BEN-IDX FROM 1 BY 1
                   UNTIL WSV-BEN-IDX > WSV-TOTAL-BENEFIC
               IF WSV-BEN-IMPORTE-TAB (WSV-BEN-IDX) > 0
                   MOVE SPACES TO FD-REM-REC
                   MOVE "D" TO FD-REM-TIPO
                   MOVE WSV-BEN-TIPO-TAB (WSV-BEN-IDX)
                       TO FD-REM-CONCEPTO
                   MOVE WSV-BEN-REFER-TAB (WSV-BEN-IDX)
                       TO FD-REM-REFERENCIA
                   MOVE WSV-BEN-NOMBRE-TAB (WSV-BEN-IDX)
                       TO FD-REM-NOMBRE
                   MOVE WSV-BEN-CUENTA-TAB (WSV-BEN-IDX)
                       TO FD-REM-CUENTA
                   MOVE WSV-BEN-IMPORTE-TAB (WSV-BEN-IDX)
                       TO FD-REM-IMPORTE
                   MOVE WSV-BEN-CANTIDAD-TAB (WSV-BEN-IDX)
                       TO FD-REM-RETENCIONES
                   MOVE WSV-PERIODO TO FD-REM-PERIODO
                   WRITE FD-REM-REC
                   ADD 1 TO WSV-TOT-PAGOS
                   ADD WSV-BEN-IMPORTE-TAB (WSV-BEN-IDX)
                       TO WSV-TOT-DEPOSITADO
               END-IF
           END-PERFORM.

           MOVE SPACES TO FD-REM-REC.
           MOVE "T"              TO FD-REM-TIPO.
           MOVE WSV-TOT-PAGOS    TO FD-REM-CANTIDAD.
           MOVE WSV-TOT-DEPOSITADO TO FD-REM-TOTAL.
           MOVE WSV-PERIODO      TO FD-REM-COLA-PERIODO.
           WRITE FD-REM-REC.
           CLOSE REMPAGOS-FILE.
       45-GRABAR-REMPAGOS-END.
       EXIT.

       50-INFORMAR-OBSERVADAS.
           IF WSV-TOTAL-OBSERVADAS > 0
               MOVE SPACES TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "RETENCIONES QUE NO SE REMITEN (CORREGIR LA "
                   & "REFERENCIA EN DEDEMP O CARGAR EL BENEFICIARIO):"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               PERFORM VARYING WSV-OBS-IDX FROM 1 BY 1
                       UNTIL WSV-OBS-IDX > WSV-TOTAL-OBSERVADAS
                   MOVE WSV-OBS-IMPORTE-TAB (WSV-OBS-IDX)
                       TO WSV-IMPORTE-ED
                   MOVE SPACES TO WSV-LINEA-AUX
                   STRING "  " DELIMITED BY SIZE
                       WSV-OBS-ID-TAB (WSV-OBS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSV-OBS-CONCEPTO-TAB (WSV-OBS-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSV-OBS-REFER-TAB (WSV-OBS-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSV-OBS-MOTIVO-TAB (WSV-OBS-IDX)
                           DELIMITED BY SIZE
                       " $" DELIMITED BY SIZE
                       WSV-IMPORTE-ED DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
                   PERFORM 75-INFORMAR-LINEA
               END-PERFORM
           END-IF.
       50-INFORMAR-OBSERVADAS-END.
       EXIT.

      ******************************************************************
      * 60-CONCILIAR-CONTABLE: TODO LO RETENIDO EN EL MES (EMB, SIN
      * Y PRE, REMITIDO U OBSERVADO) DEBE SER EL SALDO QUE LOS LOTES
      * CONTABLES DEL PERIODO DEJARON EN LA CUENTA DE DEDUCCIONES
      * INDIVIDUALES A PAGAR: EL HABER SUMA Y EL DEBE (CONTRASIENTOS
      * DE ANULACION) RESTA. UNA DIFERENCIA ES CODIGO 8: LA REMESA NO
      * SE DEPOSITA HASTA ACLARARLA.
      ******************************************************************
       60-CONCILIAR-CONTABLE.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           MOVE "N" TO WSV-LOTE-DEL-PERIODO.
           OPEN INPUT ASIENTOS-FILE.
           IF WSV-GLOUT-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR LOS ASIENTOS, STATUS: "
                   WSV-GLOUT-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   READ ASIENTOS-FILE
                       AT END
                           MOVE "S" TO WSV-FIN-ARCHIVO
                       NOT AT END
                           PERFORM 61-ACUMULAR-ASIENTO
                   END-READ
               END-PERFORM
               CLOSE ASIENTOS-FILE
               PERFORM 62-INFORMAR-CONCILIACION
           END-IF.
       60-CONCILIAR-CONTABLE-END.
       EXIT.

       61-ACUMULAR-ASIENTO.
           EVALUATE TRUE
               WHEN FD-GL-TIPO EQUAL "H"
                   IF FD-GL-CAB-FECHA (1:6) EQUAL WSV-PERIODO
                       MOVE "S" TO WSV-LOTE-DEL-PERIODO
                       ADD 1 TO WSV-CNT-LOTES
                   ELSE
                       MOVE "N" TO WSV-LOTE-DEL-PERIODO
                   END-IF
               WHEN FD-GL-TIPO EQUAL "D" AND WSS-LOTE-DEL-PERIODO
                    AND FD-GL-CUENTA EQUAL WSC-CTA-VARIAS
                   IF FD-GL-DEBE-HABER EQUAL "H"
                       ADD FD-GL-IMPORTE TO WSV-GL-SALDO
                   ELSE
                       SUBTRACT FD-GL-IMPORTE FROM WSV-GL-SALDO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       61-ACUMULAR-ASIENTO-END.
       EXIT.

       62-INFORMAR-CONCILIACION.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "CONCILIACION CONTRA LA CUENTA 21300000 DEL PERIODO:"
               TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.

           MOVE WSV-TOT-REMITIDO TO WSV-IMPORTE-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  REMITIDO A BENEFICIARIOS   " DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           IF WSV-CNT-A-RECLAMAR > 0
               MOVE WSV-TOT-DEPOSITADO TO WSV-IMPORTE-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "    ORDENES DE PAGO GRABADAS " DELIMITED BY SIZE
                   WSV-IMPORTE-ED DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE WSV-TOT-A-RECLAMAR TO WSV-IMPORTE-ED
               MOVE WSV-CNT-A-RECLAMAR TO WSV-CANTIDAD-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "    A RECLAMAR (" DELIMITED BY SIZE
                   WSV-CANTIDAD-ED DELIMITED BY SIZE
                   " BENEF.)" DELIMITED BY SIZE
                   WSV-IMPORTE-ED DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
           MOVE WSV-TOT-OBSERVADO TO WSV-IMPORTE-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  OBSERVADO (NO REMITIDO)    " DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-TOT-PRESTAMOS TO WSV-IMPORTE-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  PRESTAMOS (QUEDA EN CAJA)  " DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-TOT-RETENIDO TO WSV-IMPORTE-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  TOTAL RETENIDO EN DEDAPL   " DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-GL-SALDO TO WSV-SALDO-ED.
           MOVE WSV-CNT-LOTES TO WSV-CANTIDAD-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  SALDO CONTABLE DEL PERIODO" DELIMITED BY SIZE
               WSV-SALDO-ED DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               " LOTES)" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           COMPUTE WSV-DIFERENCIA = WSV-GL-SALDO - WSV-TOT-RETENIDO.
           IF WSV-DIFERENCIA EQUAL 0
               MOVE "LA REMESA CUADRA CON LA CONTABILIDAD DEL MES"
                   TO WSV-LINEA-AUX
           ELSE
               MOVE WSV-DIFERENCIA TO WSV-SALDO-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "LA REMESA NO CUADRA, DIFERENCIA "
                   DELIMITED BY SIZE
                   WSV-SALDO-ED DELIMITED BY SIZE
                   " - NO DEPOSITAR" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           PERFORM 75-INFORMAR-LINEA.
       62-INFORMAR-CONCILIACION-END.
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
               MOVE WSV-TOT-PAGOS       TO FD-RUN-ESCRITOS
               MOVE WSV-CNT-OTRO-PERIODO TO FD-RUN-OMITIDOS
               MOVE WSV-TOTAL-OBSERVADAS TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM REMESAS.
