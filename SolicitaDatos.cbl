      *              TRXERR (motivo BLOQUE RECHAZADO), que es el
      *              canal con que la conciliacion ya excluye del
      *              cuadre a los ids sin fila de pago.
      * 15-10-2026 - Saldo de vacaciones por empleado y anio (copybook
      *              VACSALDO, archivo indexado VACSALDO que abre cada
      *              anio el programa VACACION segun la banda). Las
      *              ausencias tipo V (vacaciones pagas) ya no se
      *              prorratean como L/S/E: se descuentan del saldo
      *              del anio. El finiquito paga el saldo real en vez
      *              de 2 dias por mes trabajado; sin saldo cargado
      *              sigue usando la formula anterior con advertencia.
      * 15-10-2026 - Contribuciones patronales: cada fila de
      *              PAYROLL-OUT (mensual y finiquito) lleva la
      *              contribucion jubilatoria, la obra social y la ART
      *              a cargo del empleador, calculadas sobre el bruto
      *              con la tabla externa CONTRIB (copybook CONTRIB,
      *              mismo esquema de tramos que DEDUCC y con tasas
      *              por defecto si el archivo no existe). No tocan
      *              el neto del empleado.
      * 15-10-2026 - Reliquidacion anual de impuesto: en la corrida de
      *              diciembre el modo lote lee el archivo AJUSIMP
      *              (copybook AJUSIMP) que deja AJUANUAL y aplica a
      *              cada empleado la devolucion o la retencion
      *              adicional del anio sobre su neto; el importe
      *              viaja en FD-PAY-AJU-IMPUESTO. Una retencion mayor
      *              que el neto se aplica hasta el neto y el resto
      *              vuelve a AJUSIMP junto con los ajustes de los
      *              empleados que no vinieron en el extracto.
      * 15-10-2026 - DEDEMP trae la referencia del beneficiario
      *              (sindicato o expediente) de cada embargo y cuota
      *              sindical; se conserva al reescribir el archivo y
      *              pasa a DEDAPL junto con la fecha de la corrida
      *              (copybook DEDAPL), para que la remesa mensual
      *              REMESAS arme lo retenido por beneficiario.
      * 15-10-2026 - Las bajas, las modificaciones, la actualizacion
      *              de anios/banda/sueldo y las altas del modo lote
      *              quedan en la historia fechada del maestro
      *              (EMPHIST), vigentes desde la fecha de la corrida.
      * 15-10-2026 - Cada fila de PAYROLL-OUT (mensual y finiquito)
      *              lleva la entidad empleadora del maestro (01 si
      *              esta en blanco o el ID no esta en el maestro).
      * 15-10-2026 - El finiquito anota como gozados en VACSALDO los
      *              dias de vacaciones que paga del saldo del anio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERCICIO4.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDUCC-STATUS.

           SELECT CONTRIB-FILE ASSIGN TO "CONTRIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-CONTRIB-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "PAGOS"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-EMPHIST-STATUS.

           SELECT TRX-ERROR-FILE ASSIGN TO "TRXERR"
               ORGANIZATION IS LINE SEQUENTIAL.

               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT VACSALDO-FILE ASSIGN TO "VACSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-VAC-CLAVE
               FILE STATUS IS WSV-VACSALDO-STATUS.

           SELECT AJUSIMP-FILE ASSIGN TO "AJUSIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-AJUSIMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG-FILE.
       FD  DEDUCCIONES-FILE.
           COPY DEDUCC.

       FD  CONTRIB-FILE.
           COPY CONTRIB.

      ******************************************************************
      * ARCHIVO DE PAGOS AL BANCO: LAYOUT FIJO ACORDADO CON EL BANCO.
      * REGISTROS "D" (UN DEPOSITO POR EMPLEADO) Y UN REGISTRO "T" DE
       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  TRX-ERROR-FILE.
           01 FD-TRXERR-REC.
               05 FD-TRXERR-REGISTRO   PIC X(22).
      ******************************************************************
      * AUSENCIAS DEL MES INFORMADAS POR RRHH: UN REGISTRO POR
      * EMPLEADO CON EL TIPO (L=LICENCIA SIN GOCE, S=SUSPENSION,
      * E=ENFERMEDAD PROLONGADA, V=VACACIONES PAGAS) Y LOS DIAS. EL
      * MODO LOTE PRORRATEA EL SUELDO DEL MES POR L/S/E ANTES DEL
      * BONO Y DEL PASO DE BRUTO A NETO; LOS DIAS V SE COBRAN
      * COMPLETOS Y SE DESCUENTAN DEL SALDO DE VACACIONES.
      ******************************************************************
       FD  AUSENCIAS-FILE.
           01 FD-AUSENCIA-REC.
      ******************************************************************
      * DETALLE DE DEDUCCIONES INDIVIDUALES APLICADAS EN ESTA
      * CORRIDA: UNA LINEA POR CONCEPTO DESCONTADO, PARA QUE EL
      * RECIBO LO DESGLOSE Y LA REMESA MENSUAL LO REMITA.
      ******************************************************************
       FD  DED-APLICADAS-FILE.
           COPY DEDAPL.

      ******************************************************************
      * REGISTRO DE CORRIDAS LIQUIDADAS: UNA FILA POR EXTRACTO YA
               05 FD-RR-FECHA-CORRIDA  PIC X(08).
               05 FD-RR-LIQUIDADOS     PIC 9(06).

       FD  VACSALDO-FILE.
           COPY VACSALDO.

       FD  AJUSIMP-FILE.
           COPY AJUSIMP.

       WORKING-STORAGE SECTION.
       COPY AUDCHN.
       COPY EMPHISW.

           01 WSC-CONSTANTES.
               05 WSC-SENIORITY.
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

           01 WSV-TIPOCAMBIO-STATUS   PIC X(02) VALUE "00".
           01 WSV-AUDIT-STATUS        PIC X(02) VALUE "00".
           01 WSV-BCHK-STATUS         PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS      PIC X(02) VALUE "00".
           01 WSV-DEDUCC-STATUS       PIC X(02) VALUE "00".
           01 WSV-CONTRIB-STATUS      PIC X(02) VALUE "00".
           01 WSV-RETRO-STATUS        PIC X(02) VALUE "00".
           01 WSV-PAGPEND-STATUS      PIC X(02) VALUE "00".
           01 WSV-AUSENC-STATUS       PIC X(02) VALUE "00".
           01 WSV-RUNREG-STATUS       PIC X(02) VALUE "00".
           01 WSV-DEDEMP-STATUS       PIC X(02) VALUE "00".
           01 WSV-HSEXTRA-STATUS      PIC X(02) VALUE "00".
           01 WSV-VACSALDO-STATUS     PIC X(02) VALUE "00".
           01 WSV-AJUSIMP-STATUS      PIC X(02) VALUE "00".
           01 WSC-HORAS-MES           PIC 9(03) VALUE 160.

           01 WSV-RUNSTATS-STATUS     PIC X(02) VALUE "00".
                   88 WSS-MAESTRO-DISPONIBLE VALUE "S".
               05 WSV-CTA-BANCARIA-AUX  PIC X(22).
               05 WSV-CCOSTO-AUX        PIC X(04).
               05 WSV-ENTIDAD-AUX       PIC X(02).
               05 WSV-CNT-PAGOS         PIC 9(06) VALUE 0.
               05 WSV-TOTAL-PAGOS       PIC 9(12) VALUE 0.

                   10 WSV-RET-TOTAL-TAB     PIC S9(09).
                   10 WSV-RET-APLICADO-TAB  PIC X(01).
               05 WSV-TOTAL-RETROS      PIC 9(03) VALUE 0.

               05 WSV-FIN-AJUSTES       PIC X VALUE "N".
                   88 WSS-FIN-AJUSTES       VALUE "S".
               05 WSV-AJUSTES-CARGADOS  PIC X VALUE "N".
                   88 WSS-AJUSTES-CARGADOS  VALUE "S".
               05 WSV-AJU-DESBORDE      PIC X VALUE "N".
                   88 WSS-AJU-DESBORDE      VALUE "S".
               05 WS-AJUSTES OCCURS 200 TIMES
                       INDEXED BY WSV-AJU-IDX WSV-AJU-IDX2.
                   10 WSV-AJU-ID-TAB        PIC X(08).
                   10 WSV-AJU-ANIO-TAB      PIC X(04).
                   10 WSV-AJU-IMPORTE-TAB   PIC S9(09).
                   10 WSV-AJU-FECHA-TAB     PIC X(08).
               05 WSV-TOTAL-AJUSTES     PIC 9(03) VALUE 0.
               05 WSV-ULT-AJU-IMPUESTO  PIC S9(07) VALUE 0.
               05 WSV-AJU-APLICAR       PIC S9(09).
               05 WSV-RET-HALLADO       PIC X VALUE "N".
                   88 WSS-RET-HALLADO       VALUE "S".
               05 WSV-IMPORTE-PAGO      PIC S9(11).
               05 WSV-AUS-DESC-AUX      PIC 9(07) VALUE 0.
               05 WSV-ULT-AUS-DIAS      PIC 9(02) VALUE 0.
               05 WSV-ULT-AUS-DESC      PIC 9(07) VALUE 0.
               05 WSV-AUS-VAC-AUX       PIC 9(02) VALUE 0.
               05 WSV-VACSALDO-DISPONIBLE PIC X VALUE "N".
                   88 WSS-VACSALDO-DISPONIBLE VALUE "S".
               05 WSV-VAC-SALDO         PIC S9(04) VALUE 0.

               05 WSV-FIN-HSEXTRA       PIC X VALUE "N".
                   88 WSS-FIN-HSEXTRA       VALUE "S".
                   10 WSV-DEM-IMPORTE-TAB   PIC 9(07).
                   10 WSV-DEM-CUOTAS-TAB    PIC 9(03).
                   10 WSV-DEM-SALDO-TAB     PIC 9(09).
                   10 WSV-DEM-REFER-TAB     PIC X(20).
                   10 WSV-DEM-AGOTADA-TAB   PIC X(01).
               05 WSV-TOTAL-DEDEMP      PIC 9(03) VALUE 0.
               05 WSV-DEM-ID-BUSCADO    PIC X(08).
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
               05 WSV-CON-BASE          PIC 9(08).
               05 WSV-CON-MONTO         PIC 9(07).
               05 WSV-CON-JUBILA-AUX    PIC 9(07).
               05 WSV-CON-OSOCIAL-AUX   PIC 9(07).
               05 WSV-CON-ART-AUX       PIC 9(07).

               05 WSV-BCHK-HALLADO      PIC X VALUE "N".
                   88 WSS-BCHK-HALLADO      VALUE "S".

           PERFORM 11-LEER-TIPOCAMBIO.
           PERFORM 13-CARGAR-TARIFAS.
           PERFORM 14-CARGAR-DEDUCCIONES.
           PERFORM 17-CARGAR-CONTRIBUCIONES.
           PERFORM 12-SELECCIONAR-MODO.
           EVALUATE TRUE
               WHEN WSS-MODO-BATCH
       14-CARGAR-DEDUCC-DEFECTO-END.
       EXIT.

      ******************************************************************
      * 17-CARGAR-CONTRIBUCIONES: CARGA LOS TRAMOS DE CONTRIBUCIONES
      * PATRONALES DESDE EL ARCHIVO CONTRIB, CON LA MISMA MECANICA
      * QUE LA TABLA DE DEDUCCIONES: SIN ARCHIVO (O VACIO) SE USAN
      * LAS TASAS POR DEFECTO DE FINANZAS, CON ADVERTENCIA.
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

       12-SELECCIONAR-MODO.
           DISPLAY "--------------------------------------------------"
           DISPLAY "INGRESE MODO (I=INTERACTIVO, B=LOTE, A=AJUSTE; "
       40-EJECUTAR-LOTE.
           PERFORM 42-ABRIR-CHECKPOINT-LOTE.
           PERFORM 58-CARGAR-RETROS.
           PERFORM 78-CARGAR-AJUSTES.
           PERFORM 57-CARGAR-PENDIENTES.
           PERFORM 38-CARGAR-AUSENCIAS.
           PERFORM 38-CARGAR-HSEXTRA.
           PERFORM 69-CARGAR-DEDEMP.
           PERFORM 45-ABRIR-MAESTRO.
           PERFORM 73-ABRIR-VACACIONES.

           MOVE "N" TO WSV-FIN-TRANSACCIONES.
           OPEN INPUT TRANSACCIONES-FILE.
           PERFORM 50-GRABAR-SUBTOTAL-PAGOS.
           PERFORM 49-GRABAR-COLA-PAGOS.
           PERFORM 59-DEVOLVER-RETROS-PENDIENTES.
           PERFORM 78-DEVOLVER-AJUSTES.
           PERFORM 57-DEVOLVER-PENDIENTES.
           PERFORM 72-DEVOLVER-DEDEMP.
           CLOSE TRANSACCIONES-FILE.
           CLOSE DED-APLICADAS-FILE.
           CLOSE BATCH-CHECKPOINT-FILE.
           CLOSE EMPMAST-FILE.
           IF WSS-EHI-ABIERTA
               CLOSE EMPHIST-FILE
           END-IF.
           IF WSS-VACSALDO-DISPONIBLE
               CLOSE VACSALDO-FILE
           END-IF.

      * LA CORRIDA TERMINO COMPLETA: SE VACIA EL CHECKPOINT PARA QUE LA
      * PROXIMA CORRIDA NOCTURNA ARRANQUE DE CERO EN LUGAR DE OMITIR A
               PERFORM 37-BUSCAR-AUSENCIA
               PERFORM 37-BUSCAR-HSEXTRA
               PERFORM 20-PROCESO
               PERFORM 78-APLICAR-AJUSTE-IMP
               PERFORM 48-GRABAR-PAYROLL
               PERFORM 49-GRABAR-PAGO
               PERFORM 47-ACTUALIZAR-MAESTRO
               PERFORM 73-DESCONTAR-VACACIONES
               IF NOT WSS-SIN-AUDITORIA
                   PERFORM 44-MARCAR-CHECKPOINT-LOTE
               END-IF
                               TO WSV-TRXERR-MOTIVO
                           PERFORM 53-INFORMAR-TRX-ERRONEA
                       ELSE
                           PERFORM 96-GUARDAR-EMPLEADO-ANTERIOR
                           MOVE "B" TO FD-EMP-ESTADO
                           REWRITE FD-EMPMAST-REC
                               INVALID KEY
                                       "BAJA DE " WSV-ID-USUARIO
                                   MOVE 12 TO WSV-RETORNO-NUEVO
                                   PERFORM 90-ELEVAR-RETORNO
                               NOT INVALID KEY
                                   PERFORM 97-GRABAR-HISTORIA
                           END-REWRITE
                           DISPLAY WSV-ID-USUARIO " "
                               WSV-NOMBRE-USUARIO
      *    SOBRE 30.
      * 2. BONO PROPORCIONAL: EL TRAMO COMPLETO DE SU EXPERIENCIA,
      *    PRORRATEADO POR MES DEL ANIO SOBRE 12.
      * 3. VACACIONES NO GOZADAS: EL SALDO DEL ANIO EN VACSALDO
      *    (DERECHO MENOS GOZADOS, INCLUIDOS LOS DIAS V DE ESTA
      *    CORRIDA), A SUELDO SOBRE 30. SIN SALDO CARGADO SE USAN
      *    2 DIAS POR MES TRABAJADO DEL ANIO, CON ADVERTENCIA.
      * EL BRUTO PASA POR LOS MISMOS TRAMOS DE DEDUCCIONES Y EL NETO
      * SALE COMO DEPOSITO POR EL CIRCUITO NORMAL DE PAGOS.
      ******************************************************************
           COMPUTE WSV-FIN-BONO-PROP ROUNDED =
               WSV-FIN-BONO-COMPLETO * WSV-FIN-MES / 12.

           PERFORM 74-SALDO-VAC-FINIQUITO.
           COMPUTE WSV-FIN-VACACIONES ROUNDED =
               WSV-FIN-SUELDO * WSV-FIN-VAC-DIAS / 30.

           MOVE 0                   TO FD-PAY-HEX-FERIADO.
           MOVE 0                   TO FD-PAY-HEXTRA.
           MOVE WSV-ORIGEN-ACTUAL   TO FD-PAY-ORIGEN.
           MOVE WSV-FIN-BRUTO       TO WSV-CON-BASE.
           PERFORM 76-CALCULAR-CONTRIBUCIONES.
           MOVE WSV-CON-JUBILA-AUX  TO FD-PAY-CON-JUBILA.
           MOVE WSV-CON-OSOCIAL-AUX TO FD-PAY-CON-OSOCIAL.
           MOVE WSV-CON-ART-AUX     TO FD-PAY-CON-ART.
           MOVE 0                   TO FD-PAY-AJU-IMPUESTO.
           IF FD-EMP-ENTIDAD EQUAL SPACES
               MOVE "01"            TO FD-PAY-ENTIDAD
           ELSE
               MOVE FD-EMP-ENTIDAD  TO FD-PAY-ENTIDAD
           END-IF.
           PERFORM 48-CONTAR-LIQUIDADO-BLOQUE.
           WRITE FD-PAYROLL-REC.
       55-GRABAR-PAYROLL-FINIQUITO-END.
                       MOVE 4 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   NOT INVALID KEY
                       PERFORM 96-GUARDAR-EMPLEADO-ANTERIOR
                       MOVE FD-TRX-NOMBRE TO FD-EMP-NOMBRE
                       MOVE FD-TRX-ANIOS  TO FD-EMP-ANIOS
                       REWRITE FD-EMPMAST-REC
                                   "MODIFICACION DE " WSV-ID-USUARIO
                               MOVE 12 TO WSV-RETORNO-NUEVO
                               PERFORM 90-ELEVAR-RETORNO
                           NOT INVALID KEY
                               PERFORM 97-GRABAR-HISTORIA
                       END-REWRITE
                       DISPLAY WSV-ID-USUARIO
                           " DATOS ACTUALIZADOS EN EL MAESTRO"
       59-DEVOLVER-RETROS-PENDIENTES-END.
       EXIT.

      ******************************************************************
      * 78-CARGAR-AJUSTES: EN LA CORRIDA DE DICIEMBRE LEVANTA LOS
      * AJUSTES ANUALES DE IMPUESTO QUE DEJO AJUANUAL. EN CUALQUIER
      * OTRO MES EL ARCHIVO NI SE ABRE. MISMA REGLA QUE RETRO: SI LA
      * TABLA DESBORDA NO SE APLICA NINGUNO Y AJUSIMP QUEDA INTACTO.
      ******************************************************************
       78-CARGAR-AJUSTES.
           MOVE "N" TO WSV-FIN-AJUSTES.
           MOVE "N" TO WSV-AJUSTES-CARGADOS.
           MOVE 0 TO WSV-TOTAL-AJUSTES.
           IF WSV-FECHA-CORRIDA (5:2) EQUAL "12"
               OPEN INPUT AJUSIMP-FILE
               IF WSV-AJUSIMP-STATUS NOT EQUAL "00"
                   DISPLAY "CORRIDA DE DICIEMBRE SIN ARCHIVO DE "
                       "AJUSTES ANUALES DE IMPUESTO"
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               ELSE
                   MOVE "S" TO WSV-AJUSTES-CARGADOS
                   PERFORM 78-LEER-AJUSTE
                   PERFORM UNTIL WSS-FIN-AJUSTES
                       IF WSV-TOTAL-AJUSTES < 200
                           ADD 1 TO WSV-TOTAL-AJUSTES
                           SET WSV-AJU-IDX TO WSV-TOTAL-AJUSTES
                           MOVE FD-AJU-ID
                               TO WSV-AJU-ID-TAB (WSV-AJU-IDX)
                           MOVE FD-AJU-ANIO
                               TO WSV-AJU-ANIO-TAB (WSV-AJU-IDX)
                           MOVE FD-AJU-IMPORTE
                               TO WSV-AJU-IMPORTE-TAB (WSV-AJU-IDX)
                           MOVE FD-AJU-FECHA
                               TO WSV-AJU-FECHA-TAB (WSV-AJU-IDX)
                       ELSE
                           DISPLAY "TABLA DE AJUSTES ANUALES LLENA "
                               "(200): " FD-AJU-ID
                           MOVE "S" TO WSV-AJU-DESBORDE
                       END-IF
                       PERFORM 78-LEER-AJUSTE
                   END-PERFORM
                   CLOSE AJUSIMP-FILE
      * SI LA TABLA DESBORDO NO SE APLICA NINGUN AJUSTE Y AJUSIMP
      * QUEDA INTACTO, IGUAL QUE CON LOS RETROACTIVOS.
                   IF WSS-AJU-DESBORDE
                       DISPLAY "DESBORDE DE AJUSTES ANUALES: NO SE "
                           "APLICA NINGUNO Y AJUSIMP QUEDA INTACTO"
                       MOVE 0 TO WSV-TOTAL-AJUSTES
                       MOVE "N" TO WSV-AJUSTES-CARGADOS
                       MOVE 8 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   END-IF
                   IF WSV-TOTAL-AJUSTES > 0
                       DISPLAY "AJUSTES ANUALES DE IMPUESTO A APLICAR: "
                           WSV-TOTAL-AJUSTES
                   END-IF
               END-IF
           END-IF.
       78-CARGAR-AJUSTES-END.
       EXIT.

       78-LEER-AJUSTE.
           READ AJUSIMP-FILE
               AT END SET WSS-FIN-AJUSTES TO TRUE
           END-READ.
       78-LEER-AJUSTE-END.
       EXIT.

      ******************************************************************
      * 78-APLICAR-AJUSTE-IMP: APLICA AL NETO DEL EMPLEADO EL AJUSTE
      * DEL ANIO DE LA CORRIDA. UNA DEVOLUCION SE SUMA ENTERA; UNA
      * RETENCION ADICIONAL NO PUEDE DEJAR EL NETO NEGATIVO: SE
      * RETIENE HASTA EL NETO Y EL RESTO QUEDA PENDIENTE EN LA TABLA.
      * UN AJUSTE DE OTRO ANIO NO SE TOCA Y VUELVE AL ARCHIVO.
      ******************************************************************
       78-APLICAR-AJUSTE-IMP.
           MOVE 0 TO WSV-ULT-AJU-IMPUESTO.
           PERFORM VARYING WSV-AJU-IDX2 FROM 1 BY 1
                   UNTIL WSV-AJU-IDX2 > WSV-TOTAL-AJUSTES
               IF WSV-AJU-ID-TAB (WSV-AJU-IDX2) = WSV-ID-USUARIO AND
                  WSV-AJU-ANIO-TAB (WSV-AJU-IDX2) =
                      WSV-FECHA-CORRIDA (1:4) AND
                  WSV-AJU-IMPORTE-TAB (WSV-AJU-IDX2) NOT EQUAL 0
                   MOVE WSV-AJU-IMPORTE-TAB (WSV-AJU-IDX2)
                       TO WSV-AJU-APLICAR
                   IF WSV-AJU-APLICAR > WSV-ULT-NETO-ANUAL
                       MOVE WSV-ULT-NETO-ANUAL TO WSV-AJU-APLICAR
                       DISPLAY WSV-ID-USUARIO " LA RETENCION ANUAL "
                           "SUPERA EL NETO, EL RESTO QUEDA PENDIENTE"
                       MOVE 4 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   END-IF
                   COMPUTE WSV-ULT-NETO-ANUAL =
                       WSV-ULT-NETO-ANUAL - WSV-AJU-APLICAR
                   ADD WSV-AJU-APLICAR TO WSV-ULT-AJU-IMPUESTO
                   SUBTRACT WSV-AJU-APLICAR
                       FROM WSV-AJU-IMPORTE-TAB (WSV-AJU-IDX2)
                   DISPLAY WSV-ID-USUARIO
                       " SE APLICA AJUSTE ANUAL DE IMPUESTO"
               END-IF
           END-PERFORM.
       78-APLICAR-AJUSTE-IMP-END.
       EXIT.

      ******************************************************************
      * 78-DEVOLVER-AJUSTES: REESCRIBE AJUSIMP SOLO CON LO QUE NO SE
      * APLICO (EMPLEADO QUE NO VINO EN EL EXTRACTO, RESTO DE UNA
      * RETENCION TOPEADA, AJUSTE DE OTRO ANIO). SI NO SE CARGO EN
      * ESTA CORRIDA EL ARCHIVO NO SE TOCA.
      ******************************************************************
       78-DEVOLVER-AJUSTES.
           IF WSS-AJUSTES-CARGADOS
               OPEN OUTPUT AJUSIMP-FILE
               PERFORM VARYING WSV-AJU-IDX FROM 1 BY 1
                       UNTIL WSV-AJU-IDX > WSV-TOTAL-AJUSTES
                   IF WSV-AJU-IMPORTE-TAB (WSV-AJU-IDX) NOT EQUAL 0
                       MOVE SPACES TO FD-AJUSIMP-REC
                       MOVE WSV-AJU-ID-TAB (WSV-AJU-IDX) TO FD-AJU-ID
                       MOVE WSV-AJU-ANIO-TAB (WSV-AJU-IDX)
                           TO FD-AJU-ANIO
                       MOVE WSV-AJU-IMPORTE-TAB (WSV-AJU-IDX)
                           TO FD-AJU-IMPORTE
                       MOVE WSV-AJU-FECHA-TAB (WSV-AJU-IDX)
                           TO FD-AJU-FECHA
                       WRITE FD-AJUSIMP-REC
                       DISPLAY WSV-AJU-ID-TAB (WSV-AJU-IDX)
                           " SIGUE CON AJUSTE ANUAL PENDIENTE"
                   END-IF
               END-PERFORM
               CLOSE AJUSIMP-FILE
           END-IF.
       78-DEVOLVER-AJUSTES-END.
       EXIT.

      ******************************************************************
      * 38-CARGAR-AUSENCIAS: LEVANTA LAS AUSENCIAS DEL MES INFORMADAS
      * POR RRHH. SI EL ARCHIVO NO ESTA, LA CORRIDA LIQUIDA MESES
      * 37-BUSCAR-AUSENCIA: DEJA EN EL AUXILIAR LOS DIAS DE AUSENCIA
      * DEL EMPLEADO QUE SE ESTA POR LIQUIDAR (CERO SI NO TIENE);
      * 30-CALCULAR-SUELDO LOS DESCUENTA DEL SUELDO ANTES DEL BONO.
      * LOS DIAS DE VACACIONES PAGAS (TIPO V) NO SE PRORRATEAN: VAN
      * A SU PROPIO AUXILIAR PARA DESCONTARLOS DEL SALDO DEL ANIO.
      ******************************************************************
       37-BUSCAR-AUSENCIA.
           MOVE 0 TO WSV-AUS-DIAS-AUX.
           MOVE 0 TO WSV-AUS-VAC-AUX.
           PERFORM VARYING WSV-AUS-IDX2 FROM 1 BY 1
                   UNTIL WSV-AUS-IDX2 > WSV-TOTAL-AUSENCIAS
               IF WSV-AUS-ID-TAB (WSV-AUS-IDX2) = WSV-ID-USUARIO
                   IF WSV-AUS-TIPO-TAB (WSV-AUS-IDX2) EQUAL "V"
                       MOVE WSV-AUS-DIAS-TAB (WSV-AUS-IDX2)
                           TO WSV-AUS-VAC-AUX
                   ELSE
                       MOVE WSV-AUS-DIAS-TAB (WSV-AUS-IDX2)
                           TO WSV-AUS-DIAS-AUX
                   END-IF
               END-IF
           END-PERFORM.
       37-BUSCAR-AUSENCIA-END.
                           TO WSV-DEM-CUOTAS-TAB (WSV-DEM-IDX)
                       MOVE FD-DEM-SALDO
                           TO WSV-DEM-SALDO-TAB (WSV-DEM-IDX)
                       MOVE FD-DEM-REFERENCIA
                           TO WSV-DEM-REFER-TAB (WSV-DEM-IDX)
                       MOVE "N" TO WSV-DEM-AGOTADA-TAB (WSV-DEM-IDX)
                   ELSE
                       DISPLAY "TABLA DE DEDUCCIONES INDIVIDUALES "
           MOVE WSV-DEM-CONCEPTO-TAB (WSV-DEM-IDX2)
               TO FD-DAP-CONCEPTO.
           MOVE WSV-DEM-APLICAR    TO FD-DAP-IMPORTE.
           MOVE WSV-FECHA-CORRIDA  TO FD-DAP-FECHA.
           MOVE WSV-DEM-REFER-TAB (WSV-DEM-IDX2)
               TO FD-DAP-REFERENCIA.
           WRITE FD-DEDAPL-REC.
       71-GRABAR-DETALLE-DED-END.
       EXIT.
                           TO FD-DEM-CUOTAS
                       MOVE WSV-DEM-SALDO-TAB (WSV-DEM-IDX)
                           TO FD-DEM-SALDO
                       MOVE WSV-DEM-REFER-TAB (WSV-DEM-IDX)
                           TO FD-DEM-REFERENCIA
                       WRITE FD-DEDEMP-REC
                   END-IF
               END-PERFORM
           END-IF.
           IF WSV-EMPMAST-STATUS EQUAL "00"
               MOVE "S" TO WSV-MAESTRO-DISPONIBLE
               MOVE WSV-FECHA-CORRIDA TO WSV-EHI-FECHA-EFECT
               PERFORM 94-ABRIR-HISTORIA
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
                       "STATUS: " WSV-EMPMAST-STATUS
           MOVE WSV-ULT-HEX-FER      TO FD-PAY-HEX-FERIADO.
           MOVE WSV-ULT-HEXTRA       TO FD-PAY-HEXTRA.
           MOVE WSV-ORIGEN-ACTUAL    TO FD-PAY-ORIGEN.
           MOVE WSV-ULT-BRUTO-ANUAL  TO WSV-CON-BASE.
           PERFORM 76-CALCULAR-CONTRIBUCIONES.
           MOVE WSV-CON-JUBILA-AUX   TO FD-PAY-CON-JUBILA.
           MOVE WSV-CON-OSOCIAL-AUX  TO FD-PAY-CON-OSOCIAL.
           MOVE WSV-CON-ART-AUX      TO FD-PAY-CON-ART.
           MOVE WSV-ULT-AJU-IMPUESTO TO FD-PAY-AJU-IMPUESTO.
           MOVE WSV-ENTIDAD-AUX      TO FD-PAY-ENTIDAD.
           PERFORM 48-CONTAR-LIQUIDADO-BLOQUE.
           WRITE FD-PAYROLL-REC.
       48-GRABAR-PAYROLL-END.
           MOVE SPACES TO WSV-CTA-BANCARIA-AUX.
      * SIN CENTRO DE COSTO ASIGNADO, LA FILA SE IMPUTA A GRAL.
           MOVE "GRAL" TO WSV-CCOSTO-AUX.
           MOVE "01" TO WSV-ENTIDAD-AUX.
           IF WSS-MAESTRO-DISPONIBLE
               MOVE WSV-ID-USUARIO TO FD-EMP-ID
               READ EMPMAST-FILE
                       IF FD-EMP-CCOSTO NOT EQUAL SPACES
                           MOVE FD-EMP-CCOSTO TO WSV-CCOSTO-AUX
                       END-IF
                       IF FD-EMP-ENTIDAD NOT EQUAL SPACES
                           MOVE FD-EMP-ENTIDAD TO WSV-ENTIDAD-AUX
                       END-IF
                       IF FD-EMP-ANIOS NOT EQUAL WSV-ANIOS-EXPERIENCIA
                           DISPLAY WSV-ID-USUARIO " ANIOS DEL MAESTRO ("
                               FD-EMP-ANIOS ") PISAN A LOS DE LA "
      ******************************************************************
       47-ACTUALIZAR-MAESTRO.
           IF WSS-MAESTRO-DISPONIBLE AND WSS-EMP-HALLADO
               PERFORM 96-GUARDAR-EMPLEADO-ANTERIOR
               MOVE WSV-ULT-EXPERIENCIA TO FD-EMP-ANIOS
               MOVE WSV-ULT-NIVEL       TO FD-EMP-NIVEL
               MOVE WSV-ULT-SUELDO      TO FD-EMP-SUELDO
                           WSV-ID-USUARIO " STATUS: " WSV-EMPMAST-STATUS
                       MOVE 12 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   NOT INVALID KEY
                       PERFORM 97-GRABAR-HISTORIA
               END-REWRITE
           END-IF.
           IF WSS-MAESTRO-DISPONIBLE AND NOT WSS-EMP-HALLADO
               ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
               MOVE SPACES TO WSV-EHA-REGISTRO
               MOVE SPACES TO FD-EMPMAST-REC
               MOVE WSV-ID-USUARIO      TO FD-EMP-ID
               MOVE WSV-NOMBRE-USUARIO  TO FD-EMP-NOMBRE
                           WSV-ID-USUARIO " STATUS: " WSV-EMPMAST-STATUS
                       MOVE 12 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   NOT INVALID KEY
                       PERFORM 97-GRABAR-HISTORIA
               END-WRITE
           END-IF.
       47-ACTUALIZAR-MAESTRO-END.
       32-CALCULAR-NETO-END.
       EXIT.

      ******************************************************************
      * 73-ABRIR-VACACIONES: EL SALDO DE VACACIONES SE ABRE PARA
      * ACTUALIZAR. SI NO EXISTE SE CREA VACIO: LOS DIAS V QUE SE
      * DESCUENTEN ANTES DE LA APERTURA ANUAL QUEDAN COMO GOZADOS Y
      * VACACION LES CARGA EL DERECHO DESPUES. SIN ARCHIVO LA NOCHE
      * LIQUIDA IGUAL, CON ADVERTENCIA.
      ******************************************************************
       73-ABRIR-VACACIONES.
           MOVE "N" TO WSV-VACSALDO-DISPONIBLE.
           OPEN I-O VACSALDO-FILE.
           IF WSV-VACSALDO-STATUS EQUAL "35"
               DISPLAY "SIN SALDOS DE VACACIONES PREVIOS, SE CREA"
               OPEN OUTPUT VACSALDO-FILE
               CLOSE VACSALDO-FILE
               OPEN I-O VACSALDO-FILE
           END-IF.
           IF WSV-VACSALDO-STATUS EQUAL "00"
               MOVE "S" TO WSV-VACSALDO-DISPONIBLE
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL SALDO DE VACACIONES, "
                   "STATUS: " WSV-VACSALDO-STATUS
               DISPLAY "LOS DIAS V NO SE DESCUENTAN ESTA NOCHE"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       73-ABRIR-VACACIONES-END.
       EXIT.

      ******************************************************************
      * 73-DESCONTAR-VACACIONES: SUMA A LOS GOZADOS DEL ANIO DE LA
      * CORRIDA LOS DIAS V DEL EMPLEADO. UNA FILA YA DESCONTADA CON
      * ESTA MISMA FECHA DE CORRIDA (REINICIO POR CHECKPOINT) NO SE
      * VUELVE A DESCONTAR. SIN FILA DEL ANIO SE CREA CON DERECHO
      * CERO HASTA LA APERTURA ANUAL.
      ******************************************************************
       73-DESCONTAR-VACACIONES.
           IF WSV-AUS-VAC-AUX > 0 AND WSS-VACSALDO-DISPONIBLE
               MOVE WSV-ID-USUARIO TO FD-VAC-ID
               MOVE WSV-FECHA-CORRIDA (1:4) TO FD-VAC-ANIO
               READ VACSALDO-FILE
                   INVALID KEY
                       MOVE SPACES TO FD-VACSALDO-REC
                       MOVE WSV-ID-USUARIO TO FD-VAC-ID
                       MOVE WSV-FECHA-CORRIDA (1:4) TO FD-VAC-ANIO
                       MOVE WSV-NOMBRE-USUARIO TO FD-VAC-NOMBRE
                       MOVE WSV-ULT-NIVEL  TO FD-VAC-NIVEL
                       MOVE WSV-CCOSTO-AUX TO FD-VAC-CCOSTO
                       MOVE 0 TO FD-VAC-DERECHO
                       MOVE WSV-AUS-VAC-AUX TO FD-VAC-GOZADOS
                       MOVE WSV-FECHA-CORRIDA TO FD-VAC-ULT-FECHA
                       DISPLAY WSV-ID-USUARIO " VACACIONES SIN SALDO "
                           "ABIERTO PARA " FD-VAC-ANIO ", SE ANOTAN "
                           WSV-AUS-VAC-AUX " DIAS GOZADOS"
                       MOVE 4 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                       WRITE FD-VACSALDO-REC
                           INVALID KEY
                               DISPLAY "NO SE PUDO GRABAR EL SALDO DE "
                                   "VACACIONES DE " WSV-ID-USUARIO
                               MOVE 12 TO WSV-RETORNO-NUEVO
                               PERFORM 90-ELEVAR-RETORNO
                       END-WRITE
                   NOT INVALID KEY
                       IF FD-VAC-ULT-FECHA EQUAL WSV-FECHA-CORRIDA
                           DISPLAY WSV-ID-USUARIO " VACACIONES YA "
                               "DESCONTADAS EN ESTA CORRIDA"
                       ELSE
                           ADD WSV-AUS-VAC-AUX TO FD-VAC-GOZADOS
                           MOVE WSV-FECHA-CORRIDA TO FD-VAC-ULT-FECHA
                           IF FD-VAC-GOZADOS > FD-VAC-DERECHO
                               DISPLAY WSV-ID-USUARIO " GOZO "
                                   FD-VAC-GOZADOS " DIAS DE "
                                   FD-VAC-DERECHO " DEL ANIO "
                                   FD-VAC-ANIO
                               MOVE 4 TO WSV-RETORNO-NUEVO
                               PERFORM 90-ELEVAR-RETORNO
                           END-IF
                           REWRITE FD-VACSALDO-REC
                               INVALID KEY
                                   DISPLAY "NO SE PUDO ACTUALIZAR EL "
                                       "SALDO DE VACACIONES DE "
                                       WSV-ID-USUARIO
                                   MOVE 12 TO WSV-RETORNO-NUEVO
                                   PERFORM 90-ELEVAR-RETORNO
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
       73-DESCONTAR-VACACIONES-END.
       EXIT.

      ******************************************************************
      * 74-SALDO-VAC-FINIQUITO: LOS DIAS A PAGAR EN EL FINIQUITO SON
      * EL SALDO DEL ANIO DE LA BAJA, DESPUES DE DESCONTAR LOS DIAS V
      * QUE TRAIGA ESTA MISMA CORRIDA. LOS DIAS PAGADOS SE ANOTAN
      * COMO GOZADOS EN EL SALDO, ASI UNA REACTIVACION Y OTRA BAJA EN
      * EL MISMO ANIO NO LOS VUELVEN A PAGAR. SIN SALDO ABIERTO PARA
      * EL ANIO SE MANTIENE LA FORMULA DE 2 DIAS POR MES TRABAJADO.
      ******************************************************************
       74-SALDO-VAC-FINIQUITO.
           MOVE FD-EMP-NIVEL TO WSV-ULT-NIVEL.
           MOVE FD-EMP-CCOSTO TO WSV-CCOSTO-AUX.
           PERFORM 37-BUSCAR-AUSENCIA.
           PERFORM 73-DESCONTAR-VACACIONES.
           MOVE -1 TO WSV-VAC-SALDO.
           IF WSS-VACSALDO-DISPONIBLE
               MOVE WSV-ID-USUARIO TO FD-VAC-ID
               MOVE WSV-FECHA-CORRIDA (1:4) TO FD-VAC-ANIO
               READ VACSALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FD-VAC-DERECHO > 0
                           COMPUTE WSV-VAC-SALDO =
                               FD-VAC-DERECHO - FD-VAC-GOZADOS
                           IF WSV-VAC-SALDO < 0
                               MOVE 0 TO WSV-VAC-SALDO
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WSV-VAC-SALDO < 0
               COMPUTE WSV-FIN-VAC-DIAS = WSV-FIN-MES * 2
               DISPLAY WSV-ID-USUARIO " SIN SALDO DE VACACIONES DEL "
                   "ANIO, SE PAGAN " WSV-FIN-VAC-DIAS " DIAS (2 POR "
                   "MES)"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE WSV-VAC-SALDO TO WSV-FIN-VAC-DIAS
               DISPLAY WSV-ID-USUARIO " SALDO DE VACACIONES A PAGAR: "
                   WSV-FIN-VAC-DIAS " DIAS"
               IF WSV-FIN-VAC-DIAS > 0
                   ADD WSV-FIN-VAC-DIAS TO FD-VAC-GOZADOS
                   MOVE WSV-FECHA-CORRIDA TO FD-VAC-ULT-FECHA
                   REWRITE FD-VACSALDO-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL "
                               "SALDO DE VACACIONES DE "
                               WSV-ID-USUARIO
                           MOVE 12 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                   END-REWRITE
               END-IF
           END-IF.
       74-SALDO-VAC-FINIQUITO-END.
       EXIT.

      ******************************************************************
      * 76-CALCULAR-CONTRIBUCIONES: APLICA A LA BASE (EL BRUTO DE LA
      * FILA) TODO TRAMO DE LA TABLA DE CONTRIBUCIONES CUYO RANGO LA
      * CONTIENE, IGUAL QUE 32-CALCULAR-NETO CON LAS DEDUCCIONES.
      * EL RESULTADO ES COSTO DEL EMPLEADOR: NO SE RESTA DEL NETO.
      ******************************************************************
       76-CALCULAR-CONTRIBUCIONES.
           MOVE 0 TO WSV-CON-JUBILA-AUX.
           MOVE 0 TO WSV-CON-OSOCIAL-AUX.
           MOVE 0 TO WSV-CON-ART-AUX.
           PERFORM VARYING WSV-CTB-IDX FROM 1 BY 1
                   UNTIL WSV-CTB-IDX > WSV-TOTAL-CONTRIB
               IF WSV-CON-BASE >= WSV-CTB-DESDE-TAB (WSV-CTB-IDX)
                  AND WSV-CON-BASE <= WSV-CTB-HASTA-TAB (WSV-CTB-IDX)
                   COMPUTE WSV-CON-MONTO ROUNDED =
                       WSV-CON-BASE *
                       WSV-CTB-PCT-TAB (WSV-CTB-IDX) / 100
                   EVALUATE WSV-CTB-CODIGO-TAB (WSV-CTB-IDX)
                       WHEN "JUB"
                           ADD WSV-CON-MONTO TO WSV-CON-JUBILA-AUX
                       WHEN "OSO"
                           ADD WSV-CON-MONTO TO WSV-CON-OSOCIAL-AUX
                       WHEN "ART"
                           ADD WSV-CON-MONTO TO WSV-CON-ART-AUX
                       WHEN OTHER
                           DISPLAY "CONCEPTO DE CONTRIBUCION "
                               "DESCONOCIDO: "
                               WSV-CTB-CODIGO-TAB (WSV-CTB-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
       76-CALCULAR-CONTRIBUCIONES-END.
       EXIT.

       90-ELEVAR-RETORNO.
           IF WSV-RETORNO-NUEVO > WSV-RETORNO
               MOVE WSV-RETORNO-NUEVO TO WSV-RETORNO
       EXIT.

       COPY AUDCHNP.
       COPY EMPHISP.

       END PROGRAM EJERCICIO4.
