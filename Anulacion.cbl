      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * ANULA:
      * ANULACION DE LA LIQUIDACION DE UN SOLO EMPLEADO DE UNA NOCHE
      * YA CERRADA (EMPLEADO EQUIVOCADO, PAGO MANUAL DUPLICADO). LA
      * NOCHE ORIGINAL NO SE TOCA: SU GENERACION DE PLANILLA, SU
      * ARCHIVO DE PAGOS Y SU ASIENTO QUEDAN COMO SALIERON Y SIGUEN
      * CONCILIANDO. LA ANULACION GENERA LOS CONTRAMOVIMIENTOS:
      * 1. UNA FILA TIPO R EN SU PROPIA GENERACION DE PLANILLA, COPIA
      *    DE LA FILA ORIGINAL CON LA FECHA Y EL TIPO ANULADOS COMO
      *    REFERENCIA. SOBRE ESA GENERACION CORREN ACUMULA (RESTA EL
      *    ACUMULADO ANUAL) Y GLINTERF (ASIENTO INVERSO).
      * 2. EL PEDIDO DE RECUPERO AL BANCO (ARCHIVO RECUPERO, MISMO
      *    LAYOUT QUE PAGOS) CONTRA EL DEPOSITO DE ESA NOCHE, POR EL
      *    NETO ANULADO. SI LA NOCHE NO DEPOSITO (CUENTA EN BLANCO) Y
      *    EL IMPORTE SIGUE EN PAGPEND, SE QUITA DE AHI PARA QUE LA
      *    PROXIMA CORRIDA NO LO REEMITA.
      * 3. EL DETALLE DE DEDUCCIONES INDIVIDUALES DE LA FILA (SUS
      *    FILAS DE DEDAPL DE ESA NOCHE) COPIADO EN SU PROPIA
      *    GENERACION (DEDANU) CON LA FECHA DE HOY, QUE ES LA DEL
      *    CONTRASIENTO: REMESAS LO RESTA DE LO RETENIDO EN EL MES Y
      *    SIGUE CUADRANDO CON LA CUENTA DE DEDUCCIONES A PAGAR.
      * 4. UNA ENTRADA ENCADENADA EN LA BITACORA DE AUDITORIA CON EL
      *    USUARIO QUE PIDE LA ANULACION Y EL MOTIVO.
      * UNA FILA YA ANULADA (MISMA BITACORA) NO SE ANULA DOS VECES.
      * LO QUE NO SE RESTITUYE AUTOMATICAMENTE (CUOTAS DE DEDEMP,
      * DIAS DE VACACIONES, BAJA DEL FINIQUITO) SALE COMO
      * ADVERTENCIA EN EL INFORME PARA QUE RRHH LO AJUSTE A MANO.
      * LOS DIAS DE VACACIONES QUE PAGO UN FINIQUITO QUEDAN ANOTADOS
      * COMO GOZADOS EN VACSALDO: SI SE REACTIVA AL EMPLEADO, RRHH
      * LOS DEVUELVE AL SALDO DEL ANIO.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      * 15-10-2026 - La fila original crece a 165 bytes con la
      *              entidad empleadora, que la fila R copia.
      * 15-10-2026 - La advertencia del finiquito anulado aclara que
      *              los dias de vacaciones pagados siguen gozados en
      *              VACSALDO.
      * 15-10-2026 - Se copia en DEDANU, con la fecha de la anulacion,
      *              el detalle DEDAPL de la fila anulada para que
      *              REMESAS lo descuente de la remesa del mes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-ORIG-FILE ASSIGN TO "PAYORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAYORIG-STATUS.

           SELECT PAYROLL-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAYOUT-STATUS.

           SELECT DED-ORIG-FILE ASSIGN TO "DEDORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDORIG-STATUS.

           SELECT DED-ANULADAS-FILE ASSIGN TO "DEDANU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DEDANU-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "PAGORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAGOS-STATUS.

           SELECT RECUPERO-FILE ASSIGN TO "RECUPERO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RECUPERO-STATUS.

           SELECT PAGOS-PEND-FILE ASSIGN TO "PAGPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAGPEND-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-AUDIT-STATUS.

           SELECT INFORME-FILE ASSIGN TO "ANUINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LA GENERACION DE LA NOCHE A ANULAR SE LEE COMO REGISTRO PLANO
      * Y CADA FILA SE MIRA CON EL LAYOUT DE PAYROLL DEL ARCHIVO DE
      * SALIDA, QUE YA ESTA ABIERTO.
       FD  PAYROLL-ORIG-FILE.
           01 FD-PAYORIG-REC           PIC X(165).

       FD  PAYROLL-OUT-FILE.
           COPY PAYROLL.

      * EL DETALLE DEDAPL DE LA NOCHE A ANULAR, IGUAL QUE LA PLANILLA:
      * REGISTRO PLANO QUE SE MIRA CON EL LAYOUT DE LA SALIDA DEDANU.
       FD  DED-ORIG-FILE.
           01 FD-DEDORIG-REC           PIC X(46).

       FD  DED-ANULADAS-FILE.
           COPY DEDAPL.

       FD  PAGOS-FILE.
           01 FD-PAGO-REC.
               05 FD-PAGO-TIPO         PIC X(01).
               05 FD-PAGO-DATOS        PIC X(78).
               05 FD-PAGO-DETALLE REDEFINES FD-PAGO-DATOS.
                   10 FD-PAGO-ID           PIC X(08).
                   10 FD-PAGO-NOMBRE       PIC X(30).
                   10 FD-PAGO-CUENTA       PIC X(22).
                   10 FD-PAGO-IMPORTE      PIC 9(10).
                   10 FD-PAGO-FECHA-VALOR  PIC X(08).

      * PEDIDO DE RECUPERO AL BANCO, MISMO LAYOUT QUE PAGOS: UN
      * DETALLE "R" POR DEPOSITO A REVERTIR (CUENTA, IMPORTE Y FECHA
      * DE VALOR DEL DEPOSITO ORIGINAL) Y LA COLA "T" CON EL TOTAL.
       FD  RECUPERO-FILE.
           01 FD-RECUPERO-REC.
               05 FD-RCP-TIPO          PIC X(01).
               05 FD-RCP-DATOS         PIC X(78).
               05 FD-RCP-DETALLE REDEFINES FD-RCP-DATOS.
                   10 FD-RCP-ID            PIC X(08).
                   10 FD-RCP-NOMBRE        PIC X(30).
                   10 FD-RCP-CUENTA        PIC X(22).
                   10 FD-RCP-IMPORTE       PIC 9(10).
                   10 FD-RCP-FECHA-VALOR   PIC X(08).
               05 FD-RCP-COLA REDEFINES FD-RCP-DATOS.
                   10 FD-RCP-CANTIDAD      PIC 9(06).
                   10 FD-RCP-TOTAL         PIC 9(12).
                   10 FD-RCP-COLA-FECHA    PIC X(08).
                   10 FILLER               PIC X(52).

       FD  PAGOS-PEND-FILE.
           01 FD-PAGPEND-REC.
               05 FD-PPE-ID            PIC X(08).
               05 FD-PPE-FECHA         PIC X(08).
               05 FD-PPE-IMPORTE       PIC 9(10).
               05 FD-PPE-MOTIVO        PIC X(20).

       FD  AUDITLOG-FILE.
           COPY AUDITLOG.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           COPY AUDCHN.
           01 WSV-PAYORIG-STATUS    PIC X(02) VALUE "00".
           01 WSV-PAYOUT-STATUS     PIC X(02) VALUE "00".
           01 WSV-DEDORIG-STATUS    PIC X(02) VALUE "00".
           01 WSV-DEDANU-STATUS     PIC X(02) VALUE "00".
           01 WSV-PAGOS-STATUS      PIC X(02) VALUE "00".
           01 WSV-RECUPERO-STATUS   PIC X(02) VALUE "00".
           01 WSV-PAGPEND-STATUS    PIC X(02) VALUE "00".
           01 WSV-AUDIT-STATUS      PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "ANULA".

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
      * TARJETA SYSIN: ID(8), FECHA DE CORRIDA ANULADA(8), TIPO DE *
      * LA FILA(1, BLANCO = N), USUARIO QUE PIDE(8), MOTIVO(23).   *
      *------------------------------------------------------------*
           01 WSV-SOLICITUD.
               05 WSV-SOL-ID            PIC X(08).
               05 WSV-SOL-FECHA         PIC X(08).
               05 WSV-SOL-TIPO          PIC X(01).
               05 WSV-SOL-USUARIO       PIC X(08).
               05 WSV-SOL-MOTIVO        PIC X(23).

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-SOL-VALIDA        PIC X VALUE "N".
                   88 WSS-SOL-VALIDA        VALUE "S".
               05 WSV-YA-ANULADA        PIC X VALUE "N".
                   88 WSS-YA-ANULADA        VALUE "S".
               05 WSV-FILA-COINCIDE     PIC X VALUE "N".
                   88 WSS-FILA-COINCIDE     VALUE "S".
               05 WSV-PEND-DESBORDE     PIC X VALUE "N".
                   88 WSS-PEND-DESBORDE     VALUE "S".
               05 WSV-PEND-HALLADO      PIC X VALUE "N".
                   88 WSS-PEND-HALLADO      VALUE "S".

               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-HORA-HOY          PIC X(06).
               05 WSV-LINEA-AUX         PIC X(100).
               05 WSV-CLAVE-AUDIT       PIC X(16).

               05 WSV-FILA-ORIGINAL     PIC X(165).
               05 WSV-CNT-COINCIDENTES  PIC 9(04) VALUE 0.

               05 WSV-ANU-NOMBRE        PIC X(05).
               05 WSV-ANU-NETO          PIC 9(08) VALUE 0.
               05 WSV-ANU-VARIAS        PIC 9(07) VALUE 0.
               05 WSV-ANU-TIPO          PIC X(01).
                   88 WSS-ANU-FINIQUITO     VALUE "F".

      * FILAS DEDAPL DE LA FILA ANULADA (ID Y FECHA DE LA CORRIDA).
               05 WS-DED-ANULAR OCCURS 20 TIMES
                       INDEXED BY WSV-DAN-IDX.
                   10 WSV-DAN-FILA-TAB      PIC X(46).
               05 WSV-TOTAL-DED-ANULAR  PIC 9(02) VALUE 0.
               05 WSV-DAN-DESBORDE      PIC X VALUE "N".
                   88 WSS-DAN-DESBORDE      VALUE "S".
               05 WSV-DAN-IMPORTE       PIC 9(08) VALUE 0.

               05 WSV-DEP-CANTIDAD      PIC 9(04) VALUE 0.
               05 WSV-DEP-IMPORTE       PIC 9(10) VALUE 0.
               05 WSV-DEP-NOMBRE        PIC X(30).
               05 WSV-DEP-CUENTA        PIC X(22).
               05 WSV-DEP-FECHA-VALOR   PIC X(08).
               05 WSV-RECUPERAR         PIC 9(10) VALUE 0.
               05 WSV-DIFERENCIA        PIC 9(10) VALUE 0.

               05 WS-PENDIENTES OCCURS 200 TIMES
                       INDEXED BY WSV-PPE-IDX WSV-PPE-IDX2.
                   10 WSV-PPE-ID-TAB        PIC X(08).
                   10 WSV-PPE-FECHA-TAB     PIC X(08).
                   10 WSV-PPE-IMPORTE-TAB   PIC 9(10).
                   10 WSV-PPE-MOTIVO-TAB    PIC X(20).
               05 WSV-TOTAL-PENDIENTES  PIC 9(03) VALUE 0.

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDAS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-ESCRITAS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-RECHAZADAS    PIC 9(06) VALUE 0.
                   10 WSV-CNT-RECUPEROS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-DED-ANULADAS  PIC 9(06) VALUE 0.
                   10 WSV-TOT-RECUPERO      PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "ANULA - ANULACION DE LA LIQUIDACION DE UN EMPLEADO".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-HOY FROM TIME.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.

           DISPLAY "INGRESE ID(8) FECHA(8) TIPO(1) USUARIO(8) "
               "MOTIVO(23)".
           MOVE SPACES TO WSV-SOLICITUD.
           ACCEPT WSV-SOLICITUD.

      * LAS SALIDAS SE ABREN SIEMPRE: UNA ANULACION RECHAZADA DEJA LA
      * GENERACION VACIA Y EL RECUPERO CON LA COLA EN CERO.
           OPEN OUTPUT PAYROLL-OUT-FILE.
           OPEN OUTPUT DED-ANULADAS-FILE.
           OPEN OUTPUT RECUPERO-FILE.
           OPEN OUTPUT INFORME-FILE.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "ANULACION DE LIQUIDACION - EMPLEADO "
               DELIMITED BY SIZE
               WSV-SOL-ID DELIMITED BY SIZE
               " CORRIDA " DELIMITED BY SIZE
               WSV-SOL-FECHA DELIMITED BY SIZE
               " TIPO " DELIMITED BY SIZE
               WSV-SOL-TIPO DELIMITED BY SIZE
               " PEDIDA POR " DELIMITED BY SIZE
               WSV-SOL-USUARIO DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           PERFORM 05-VALIDAR-SOLICITUD.
           IF WSS-SOL-VALIDA
               PERFORM 10-BUSCAR-FILA-ORIGINAL
           END-IF.
           IF WSS-SOL-VALIDA
               PERFORM 15-VERIFICAR-ANULACION-PREVIA
           END-IF.
           IF WSS-SOL-VALIDA
               PERFORM 20-GRABAR-FILA-ANULACION
               PERFORM 25-ANULAR-DEDUCCIONES
               PERFORM 30-RECUPERAR-DEPOSITO
               PERFORM 40-REGISTRAR-AUDITORIA
               PERFORM 50-INFORMAR-ADVERTENCIAS
           ELSE
               ADD 1 TO WSV-CNT-RECHAZADAS
               MOVE "ANULACION RECHAZADA: NO SE GRABO NINGUN MOVIMIENTO"
                 TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.

           PERFORM 60-GRABAR-COLA-RECUPERO.
           CLOSE PAYROLL-OUT-FILE.
           CLOSE DED-ANULADAS-FILE.
           CLOSE RECUPERO-FILE.
           CLOSE INFORME-FILE.

           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-VALIDAR-SOLICITUD: ID, FECHA NUMERICA Y USUARIO SON
      * OBLIGATORIOS. EL TIPO EN BLANCO ES LA FILA MENSUAL (N); UNA
      * FILA DE ANULACION (R) NO SE ANULA.
      ******************************************************************
       05-VALIDAR-SOLICITUD.
           MOVE "S" TO WSV-SOL-VALIDA.
           IF WSV-SOL-TIPO EQUAL SPACE
               MOVE "N" TO WSV-SOL-TIPO
           END-IF.
           IF WSV-SOL-ID EQUAL SPACES
               MOVE "FALTA EL ID DEL EMPLEADO" TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "N" TO WSV-SOL-VALIDA
           END-IF.
           IF WSV-SOL-FECHA IS NOT NUMERIC
               MOVE "FECHA DE CORRIDA INVALIDA (AAAAMMDD)"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "N" TO WSV-SOL-VALIDA
           END-IF.
           IF WSV-SOL-TIPO NOT EQUAL "N" AND
              WSV-SOL-TIPO NOT EQUAL "F" AND
              WSV-SOL-TIPO NOT EQUAL "A"
               MOVE "TIPO DE LIQUIDACION INVALIDO (N, F O A)"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "N" TO WSV-SOL-VALIDA
           END-IF.
           IF WSV-SOL-USUARIO EQUAL SPACES
               MOVE "FALTA EL USUARIO QUE PIDE LA ANULACION"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "N" TO WSV-SOL-VALIDA
           END-IF.
       05-VALIDAR-SOLICITUD-END.
       EXIT.

      ******************************************************************
      * 10-BUSCAR-FILA-ORIGINAL: RECORRE LA GENERACION DE LA NOCHE A
      * ANULAR. TIENE QUE HABER EXACTAMENTE UNA FILA DEL ID, FECHA Y
      * TIPO PEDIDOS; NINGUNA O VARIAS RECHAZAN LA ANULACION.
      ******************************************************************
       10-BUSCAR-FILA-ORIGINAL.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           MOVE 0 TO WSV-CNT-COINCIDENTES.
           OPEN INPUT PAYROLL-ORIG-FILE.
           IF WSV-PAYORIG-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR LA PLANILLA ORIGINAL, STATUS: "
                   WSV-PAYORIG-STATUS
               MOVE "PLANILLA DE LA NOCHE A ANULAR NO DISPONIBLE"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "N" TO WSV-SOL-VALIDA
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 11-LEER-FILA-ORIGINAL
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   PERFORM 12-COMPARAR-FILA
                   PERFORM 11-LEER-FILA-ORIGINAL
               END-PERFORM
               CLOSE PAYROLL-ORIG-FILE
               EVALUATE TRUE
                   WHEN WSV-CNT-COINCIDENTES EQUAL 0
                       MOVE "FILA NO ENCONTRADA EN LA PLANILLA"
                           TO WSV-LINEA-AUX
                       PERFORM 75-INFORMAR-LINEA
                       MOVE "N" TO WSV-SOL-VALIDA
                   WHEN WSV-CNT-COINCIDENTES > 1
                       MOVE "MAS DE UNA FILA COINCIDE: ANULAR A MANO"
                           TO WSV-LINEA-AUX
                       PERFORM 75-INFORMAR-LINEA
                       MOVE "N" TO WSV-SOL-VALIDA
               END-EVALUATE
           END-IF.
       10-BUSCAR-FILA-ORIGINAL-END.
       EXIT.

       11-LEER-FILA-ORIGINAL.
           READ PAYROLL-ORIG-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDAS
           END-READ.
       11-LEER-FILA-ORIGINAL-END.
       EXIT.

       12-COMPARAR-FILA.
           MOVE FD-PAYORIG-REC TO FD-PAYROLL-REC.
           MOVE "N" TO WSV-FILA-COINCIDE.
           IF FD-PAY-ID EQUAL WSV-SOL-ID AND
              FD-PAY-FECHA-CORRIDA EQUAL WSV-SOL-FECHA
               EVALUATE TRUE
                   WHEN FDS-PAY-NORMAL AND WSV-SOL-TIPO EQUAL "N"
                       MOVE "S" TO WSV-FILA-COINCIDE
                   WHEN FDS-PAY-FINIQUITO AND WSV-SOL-TIPO EQUAL "F"
                       MOVE "S" TO WSV-FILA-COINCIDE
                   WHEN FDS-PAY-AGUINALDO AND WSV-SOL-TIPO EQUAL "A"
                       MOVE "S" TO WSV-FILA-COINCIDE
               END-EVALUATE
           END-IF.
           IF WSS-FILA-COINCIDE
               ADD 1 TO WSV-CNT-COINCIDENTES
               IF WSV-CNT-COINCIDENTES EQUAL 1
                   MOVE FD-PAYORIG-REC TO WSV-FILA-ORIGINAL
               END-IF
           END-IF.
       12-COMPARAR-FILA-END.
       EXIT.

      ******************************************************************
      * 15-VERIFICAR-ANULACION-PREVIA: LA BITACORA ES LA EVIDENCIA DE
      * LAS ANULACIONES HECHAS. UNA ENTRADA ANULA CON EL MISMO ID,
      * FECHA Y TIPO RECHAZA EL PEDIDO PARA NO RESTAR DOS VECES.
      ******************************************************************
       15-VERIFICAR-ANULACION-PREVIA.
           MOVE "N" TO WSV-YA-ANULADA.
           MOVE SPACES TO WSV-CLAVE-AUDIT.
           STRING "ANULA " DELIMITED BY SIZE
               WSV-SOL-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-SOL-TIPO DELIMITED BY SIZE
               INTO WSV-CLAVE-AUDIT
           END-STRING.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT AUDITLOG-FILE.
           IF WSV-AUDIT-STATUS EQUAL "00"
               PERFORM 16-LEER-AUDITORIA
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-AUD-PROGRAMA EQUAL WSC-AUDIT-PROGRAMA AND
                      FD-AUD-ID EQUAL WSV-SOL-ID AND
                      FD-AUD-DETALLE (1:16) EQUAL WSV-CLAVE-AUDIT
                       MOVE "S" TO WSV-YA-ANULADA
                   END-IF
                   PERFORM 16-LEER-AUDITORIA
               END-PERFORM
               CLOSE AUDITLOG-FILE
           END-IF.
           IF WSS-YA-ANULADA
               MOVE "LA FILA YA FUE ANULADA (CONSTA EN LA BITACORA)"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "N" TO WSV-SOL-VALIDA
           END-IF.
       15-VERIFICAR-ANULACION-PREVIA-END.
       EXIT.

       16-LEER-AUDITORIA.
           READ AUDITLOG-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       16-LEER-AUDITORIA-END.
       EXIT.

      ******************************************************************
      * 20-GRABAR-FILA-ANULACION: LA FILA R ES COPIA DE LA ORIGINAL
      * CON SUS MISMOS IMPORTES (A RESTAR), FECHADA HOY Y CON LA FECHA
      * Y EL TIPO ANULADOS COMO REFERENCIA. UNA FILA DE UNA GENERACION
      * ANTERIOR A LAS CONTRIBUCIONES O AL AJUSTE ANUAL LOS TRAE EN
      * BLANCO: SALEN EN CERO.
      ******************************************************************
       20-GRABAR-FILA-ANULACION.
           MOVE WSV-FILA-ORIGINAL TO FD-PAYROLL-REC.
           MOVE FD-PAY-NOMBRE     TO WSV-ANU-NOMBRE.
           MOVE FD-PAY-NETO-ANUAL TO WSV-ANU-NETO.
           MOVE FD-PAY-DED-VARIAS TO WSV-ANU-VARIAS.
           MOVE WSV-SOL-TIPO      TO WSV-ANU-TIPO.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "FILA ANULADA: BRUTO " DELIMITED BY SIZE
               FD-PAY-BRUTO-ANUAL DELIMITED BY SIZE
               " IMP " DELIMITED BY SIZE
               FD-PAY-DED-IMPUESTO DELIMITED BY SIZE
               " JUB " DELIMITED BY SIZE
               FD-PAY-DED-JUBILA DELIMITED BY SIZE
               " OTRAS " DELIMITED BY SIZE
               FD-PAY-DED-VARIAS DELIMITED BY SIZE
               " NETO " DELIMITED BY SIZE
               FD-PAY-NETO-ANUAL DELIMITED BY SIZE
               " CC " DELIMITED BY SIZE
               FD-PAY-CCOSTO DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           IF FD-PAY-CON-JUBILA IS NOT NUMERIC
               MOVE 0 TO FD-PAY-CON-JUBILA
           END-IF.
           IF FD-PAY-CON-OSOCIAL IS NOT NUMERIC
               MOVE 0 TO FD-PAY-CON-OSOCIAL
           END-IF.
           IF FD-PAY-CON-ART IS NOT NUMERIC
               MOVE 0 TO FD-PAY-CON-ART
           END-IF.
           IF FD-PAY-AJU-IMPUESTO IS NOT NUMERIC
               MOVE 0 TO FD-PAY-AJU-IMPUESTO
           END-IF.
           MOVE WSV-SOL-FECHA  TO FD-PAY-REF-FECHA.
           MOVE WSV-SOL-TIPO   TO FD-PAY-REF-TIPO.
           MOVE WSV-FECHA-HOY  TO FD-PAY-FECHA-CORRIDA.
           MOVE 1              TO FD-PAY-SECUENCIA.
           MOVE "R"            TO FD-PAY-TIPO-LIQ.
           MOVE "ANULACION"    TO FD-PAY-ORIGEN.
           WRITE FD-PAYROLL-REC.
           ADD 1 TO WSV-CNT-ESCRITAS.
       20-GRABAR-FILA-ANULACION-END.
       EXIT.

      ******************************************************************
      * 25-ANULAR-DEDUCCIONES: LAS FILAS DEDAPL DEL EMPLEADO EN LA
      * NOCHE ANULADA SON EL DESGLOSE DE SUS DEDUCCIONES VARIAS. SE
      * COPIAN A DEDANU FECHADAS HOY, COMO EL CONTRASIENTO, PARA QUE
      * REMESAS LAS RESTE EN EL MES DE LA ANULACION. SI NO SUMAN LO
      * MISMO QUE LA FILA (DEDAPL NO DISPONIBLE, FINIQUITO Y FILA
      * MENSUAL EN LA MISMA NOCHE) NO SE COPIA NINGUNA: LA REMESA DEL
      * MES NO VA A CUADRAR Y SE CORRIGE A MANO (RC 4).
      ******************************************************************
       25-ANULAR-DEDUCCIONES.
           MOVE 0 TO WSV-TOTAL-DED-ANULAR.
           MOVE 0 TO WSV-DAN-IMPORTE.
           MOVE "N" TO WSV-DAN-DESBORDE.
           IF WSV-ANU-VARIAS > 0
               MOVE "N" TO WSV-FIN-ARCHIVO
               OPEN INPUT DED-ORIG-FILE
               IF WSV-DEDORIG-STATUS NOT EQUAL "00"
                   MOVE "DETALLE DEDAPL DE LA NOCHE NO DISPONIBLE"
                       TO WSV-LINEA-AUX
                   PERFORM 75-INFORMAR-LINEA
               ELSE
                   PERFORM 26-LEER-DED-ORIGINAL
                   PERFORM UNTIL WSS-FIN-ARCHIVO
                       PERFORM 27-COMPARAR-DEDUCCION
                       PERFORM 26-LEER-DED-ORIGINAL
                   END-PERFORM
                   CLOSE DED-ORIG-FILE
               END-IF
               IF WSV-DAN-IMPORTE EQUAL WSV-ANU-VARIAS AND
                  NOT WSS-DAN-DESBORDE
                   PERFORM 28-GRABAR-DEDUCCIONES
               ELSE
                   MOVE SPACES TO WSV-LINEA-AUX
                   STRING "DETALLE DEDAPL DE LA FILA " DELIMITED BY SIZE
                       WSV-DAN-IMPORTE DELIMITED BY SIZE
                       " NO CUADRA CON DEDUCCIONES VARIAS "
                       DELIMITED BY SIZE
                       WSV-ANU-VARIAS DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
                   PERFORM 75-INFORMAR-LINEA
                   MOVE "NO SE GRABA DEDANU: AJUSTAR LA REMESA DEL MES"
                       TO WSV-LINEA-AUX
                   PERFORM 75-INFORMAR-LINEA
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       25-ANULAR-DEDUCCIONES-END.
       EXIT.

       26-LEER-DED-ORIGINAL.
           READ DED-ORIG-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       26-LEER-DED-ORIGINAL-END.
       EXIT.

       27-COMPARAR-DEDUCCION.
           MOVE FD-DEDORIG-REC TO FD-DEDAPL-REC.
           IF FD-DAP-ID EQUAL WSV-SOL-ID AND
              FD-DAP-FECHA EQUAL WSV-SOL-FECHA
               IF WSV-TOTAL-DED-ANULAR < 20
                   ADD 1 TO WSV-TOTAL-DED-ANULAR
                   SET WSV-DAN-IDX TO WSV-TOTAL-DED-ANULAR
                   MOVE FD-DEDORIG-REC TO WSV-DAN-FILA-TAB (WSV-DAN-IDX)
                   ADD FD-DAP-IMPORTE TO WSV-DAN-IMPORTE
               ELSE
                   MOVE "S" TO WSV-DAN-DESBORDE
               END-IF
           END-IF.
       27-COMPARAR-DEDUCCION-END.
       EXIT.

       28-GRABAR-DEDUCCIONES.
           PERFORM VARYING WSV-DAN-IDX FROM 1 BY 1
                   UNTIL WSV-DAN-IDX > WSV-TOTAL-DED-ANULAR
               MOVE WSV-DAN-FILA-TAB (WSV-DAN-IDX) TO FD-DEDAPL-REC
               MOVE WSV-FECHA-HOY TO FD-DAP-FECHA
               WRITE FD-DEDAPL-REC
               ADD 1 TO WSV-CNT-DED-ANULADAS
           END-PERFORM.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "DEDUCCIONES VARIAS ANULADAS EN DEDANU: "
               DELIMITED BY SIZE
               WSV-CNT-DED-ANULADAS DELIMITED BY SIZE
               " FILAS POR " DELIMITED BY SIZE
               WSV-DAN-IMPORTE DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       28-GRABAR-DEDUCCIONES-END.
       EXIT.

      ******************************************************************
      * 30-RECUPERAR-DEPOSITO: BUSCA EL DEPOSITO DEL EMPLEADO EN EL
      * ARCHIVO DE PAGOS DE LA NOCHE ANULADA Y PIDE AL BANCO EL
      * RECUPERO DEL NETO ANULADO. SI EL DEPOSITO INCLUIA PLATA DE
      * RETROACTIVOS O PENDIENTES REEMITIDOS, ESA PARTE ERA DEBIDA Y
      * NO SE RECUPERA. SIN DEPOSITO SE BUSCA EL PAGO PENDIENTE.
      ******************************************************************
       30-RECUPERAR-DEPOSITO.
           MOVE 0 TO WSV-DEP-CANTIDAD.
           MOVE 0 TO WSV-DEP-IMPORTE.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT PAGOS-FILE.
           IF WSV-PAGOS-STATUS NOT EQUAL "00"
               MOVE "ARCHIVO DE PAGOS DE LA NOCHE NO DISPONIBLE"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
           ELSE
               PERFORM 31-LEER-PAGO
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-PAGO-TIPO EQUAL "D" AND
                      FD-PAGO-ID EQUAL WSV-SOL-ID
                       ADD 1 TO WSV-DEP-CANTIDAD
                       ADD FD-PAGO-IMPORTE TO WSV-DEP-IMPORTE
                       MOVE FD-PAGO-NOMBRE TO WSV-DEP-NOMBRE
                       MOVE FD-PAGO-CUENTA TO WSV-DEP-CUENTA
                       MOVE FD-PAGO-FECHA-VALOR TO WSV-DEP-FECHA-VALOR
                   END-IF
                   PERFORM 31-LEER-PAGO
               END-PERFORM
               CLOSE PAGOS-FILE
           END-IF.

           IF WSV-DEP-CANTIDAD > 0
               PERFORM 32-GRABAR-RECUPERO
           ELSE
               PERFORM 35-ANULAR-PENDIENTE
           END-IF.
       30-RECUPERAR-DEPOSITO-END.
       EXIT.

       31-LEER-PAGO.
           READ PAGOS-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       31-LEER-PAGO-END.
       EXIT.

       32-GRABAR-RECUPERO.
           IF WSV-DEP-IMPORTE < WSV-ANU-NETO
               MOVE WSV-DEP-IMPORTE TO WSV-RECUPERAR
           ELSE
               MOVE WSV-ANU-NETO TO WSV-RECUPERAR
           END-IF.
           MOVE SPACES              TO FD-RECUPERO-REC.
           MOVE "R"                 TO FD-RCP-TIPO.
           MOVE WSV-SOL-ID          TO FD-RCP-ID.
           MOVE WSV-DEP-NOMBRE      TO FD-RCP-NOMBRE.
           MOVE WSV-DEP-CUENTA      TO FD-RCP-CUENTA.
           MOVE WSV-RECUPERAR       TO FD-RCP-IMPORTE.
           MOVE WSV-DEP-FECHA-VALOR TO FD-RCP-FECHA-VALOR.
           WRITE FD-RECUPERO-REC.
           ADD 1 TO WSV-CNT-RECUPEROS.
           ADD WSV-RECUPERAR TO WSV-TOT-RECUPERO.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RECUPERO PEDIDO AL BANCO: CUENTA " DELIMITED BY SIZE
               WSV-DEP-CUENTA DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               WSV-RECUPERAR DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WSV-DEP-FECHA-VALOR DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.

           IF WSV-DEP-IMPORTE > WSV-ANU-NETO
               COMPUTE WSV-DIFERENCIA = WSV-DEP-IMPORTE - WSV-ANU-NETO
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "EL DEPOSITO INCLUIA " DELIMITED BY SIZE
                   WSV-DIFERENCIA DELIMITED BY SIZE
                   " DE RETROACTIVOS/PENDIENTES: NO SE RECUPERA"
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
           IF WSV-DEP-IMPORTE < WSV-ANU-NETO
               COMPUTE WSV-DIFERENCIA = WSV-ANU-NETO - WSV-DEP-IMPORTE
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "DEPOSITO MENOR AL NETO ANULADO: "
                   DELIMITED BY SIZE
                   WSV-DIFERENCIA DELIMITED BY SIZE
                   " A GESTIONAR A MANO" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       32-GRABAR-RECUPERO-END.
       EXIT.

      ******************************************************************
      * 35-ANULAR-PENDIENTE: LA NOCHE NO DEPOSITO (CUENTA EN BLANCO)
      * Y EL NETO QUEDO EN PAGPEND CON LA FECHA DE ESA CORRIDA. SE
      * DESCUENTA DE AHI PARA QUE EL LOTE NO LO REEMITA. SI LA TABLA
      * DESBORDA EL ARCHIVO NO SE TOCA, COMO EN EL LOTE NOCTURNO.
      ******************************************************************
       35-ANULAR-PENDIENTE.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           MOVE "N" TO WSV-PEND-DESBORDE.
           MOVE "N" TO WSV-PEND-HALLADO.
           MOVE 0 TO WSV-TOTAL-PENDIENTES.
           OPEN INPUT PAGOS-PEND-FILE.
           IF WSV-PAGPEND-STATUS EQUAL "00"
               PERFORM 36-LEER-PENDIENTE
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF WSV-TOTAL-PENDIENTES < 200
                       ADD 1 TO WSV-TOTAL-PENDIENTES
                       SET WSV-PPE-IDX TO WSV-TOTAL-PENDIENTES
                       MOVE FD-PPE-ID
                           TO WSV-PPE-ID-TAB (WSV-PPE-IDX)
                       MOVE FD-PPE-FECHA
                           TO WSV-PPE-FECHA-TAB (WSV-PPE-IDX)
                       MOVE FD-PPE-IMPORTE
                           TO WSV-PPE-IMPORTE-TAB (WSV-PPE-IDX)
                       MOVE FD-PPE-MOTIVO
                           TO WSV-PPE-MOTIVO-TAB (WSV-PPE-IDX)
                   ELSE
                       MOVE "S" TO WSV-PEND-DESBORDE
                   END-IF
                   PERFORM 36-LEER-PENDIENTE
               END-PERFORM
               CLOSE PAGOS-PEND-FILE
           END-IF.

           IF WSS-PEND-DESBORDE
               MOVE "DESBORDE DE PENDIENTES (200): PAGPEND INTACTO, "
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "QUITAR EL PENDIENTE A MANO" TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM VARYING WSV-PPE-IDX FROM 1 BY 1
                       UNTIL WSV-PPE-IDX > WSV-TOTAL-PENDIENTES
                          OR WSS-PEND-HALLADO
                   IF WSV-PPE-ID-TAB (WSV-PPE-IDX) EQUAL WSV-SOL-ID
                      AND WSV-PPE-FECHA-TAB (WSV-PPE-IDX) EQUAL
                          WSV-SOL-FECHA
                       MOVE "S" TO WSV-PEND-HALLADO
                       SET WSV-PPE-IDX2 TO WSV-PPE-IDX
                   END-IF
               END-PERFORM
               IF WSS-PEND-HALLADO
                   PERFORM 37-DESCONTAR-PENDIENTE
               ELSE
                   MOVE "SIN DEPOSITO NI PAGO PENDIENTE DE LA NOCHE: "
                       TO WSV-LINEA-AUX
                   PERFORM 75-INFORMAR-LINEA
                   MOVE "EL RECUPERO SE GESTIONA A MANO"
                       TO WSV-LINEA-AUX
                   PERFORM 75-INFORMAR-LINEA
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       35-ANULAR-PENDIENTE-END.
       EXIT.

       36-LEER-PENDIENTE.
           READ PAGOS-PEND-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       36-LEER-PENDIENTE-END.
       EXIT.

       37-DESCONTAR-PENDIENTE.
           IF WSV-PPE-IMPORTE-TAB (WSV-PPE-IDX2) < WSV-ANU-NETO
               MOVE WSV-PPE-IMPORTE-TAB (WSV-PPE-IDX2) TO WSV-RECUPERAR
           ELSE
               MOVE WSV-ANU-NETO TO WSV-RECUPERAR
           END-IF.
           SUBTRACT WSV-RECUPERAR
               FROM WSV-PPE-IMPORTE-TAB (WSV-PPE-IDX2).

           OPEN OUTPUT PAGOS-PEND-FILE.
           PERFORM VARYING WSV-PPE-IDX FROM 1 BY 1
                   UNTIL WSV-PPE-IDX > WSV-TOTAL-PENDIENTES
               IF WSV-PPE-IMPORTE-TAB (WSV-PPE-IDX) > 0
                   MOVE SPACES TO FD-PAGPEND-REC
                   MOVE WSV-PPE-ID-TAB (WSV-PPE-IDX)      TO FD-PPE-ID
                   MOVE WSV-PPE-FECHA-TAB (WSV-PPE-IDX)
                       TO FD-PPE-FECHA
                   MOVE WSV-PPE-IMPORTE-TAB (WSV-PPE-IDX)
                       TO FD-PPE-IMPORTE
                   MOVE WSV-PPE-MOTIVO-TAB (WSV-PPE-IDX)
                       TO FD-PPE-MOTIVO
                   WRITE FD-PAGPEND-REC
               END-IF
           END-PERFORM.
           CLOSE PAGOS-PEND-FILE.

           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "PAGO PENDIENTE DE LA NOCHE DESCONTADO: "
               DELIMITED BY SIZE
               WSV-RECUPERAR DELIMITED BY SIZE
               " (NO SE REEMITE)" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       37-DESCONTAR-PENDIENTE-END.
       EXIT.

      ******************************************************************
      * 40-REGISTRAR-AUDITORIA: UNA ENTRADA ENCADENADA CON EL USUARIO
      * QUE PIDIO LA ANULACION EN EL NOMBRE Y LA CLAVE "ANULA FECHA
      * TIPO" MAS EL MOTIVO EN EL DETALLE.
      ******************************************************************
       40-REGISTRAR-AUDITORIA.
           PERFORM 41-ABRIR-AUDITORIA.
           IF WSV-AUDIT-STATUS EQUAL "00"
               MOVE SPACES TO FD-AUDITLOG-REC
               MOVE WSV-FECHA-HOY      TO FD-AUD-FECHA
               MOVE WSV-HORA-HOY       TO FD-AUD-HORA
               MOVE WSC-AUDIT-PROGRAMA TO FD-AUD-PROGRAMA
               MOVE WSV-SOL-ID         TO FD-AUD-ID
               MOVE WSV-SOL-USUARIO    TO FD-AUD-NOMBRE
               STRING WSV-CLAVE-AUDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-SOL-MOTIVO DELIMITED BY SIZE
                   INTO FD-AUD-DETALLE
               END-STRING
               PERFORM 92-ENCADENAR-AUDITORIA
               WRITE FD-AUDITLOG-REC
               CLOSE AUDITLOG-FILE
           END-IF.
       40-REGISTRAR-AUDITORIA-END.
       EXIT.

       41-ABRIR-AUDITORIA.
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
       41-ABRIR-AUDITORIA-END.
       EXIT.

      ******************************************************************
      * 50-INFORMAR-ADVERTENCIAS: LO QUE LA ANULACION NO RESTITUYE.
      * LAS CUOTAS DE DEDEMP YA DESCONTADAS Y LA BAJA DE UN FINIQUITO
      * LAS CORRIGE RRHH A MANO (RC 4).
      ******************************************************************
       50-INFORMAR-ADVERTENCIAS.
           IF WSV-ANU-VARIAS > 0
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "DEDUCCIONES VARIAS " DELIMITED BY SIZE
                   WSV-ANU-VARIAS DELIMITED BY SIZE
                   ": LAS CUOTAS DE DEDEMP NO SE RESTITUYEN"
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           IF WSS-ANU-FINIQUITO
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "FINIQUITO ANULADO: EL EMPLEADO SIGUE DE BAJA Y "
                   DELIMITED BY SIZE
                   "LAS VACACIONES PAGADAS SIGUEN GOZADAS EN VACSALDO"
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "ANULACION GRABADA PARA " DELIMITED BY SIZE
               WSV-SOL-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-ANU-NOMBRE DELIMITED BY SIZE
               " NETO " DELIMITED BY SIZE
               WSV-ANU-NETO DELIMITED BY SIZE
               " MOTIVO: " DELIMITED BY SIZE
               WSV-SOL-MOTIVO DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       50-INFORMAR-ADVERTENCIAS-END.
       EXIT.

       60-GRABAR-COLA-RECUPERO.
           MOVE SPACES              TO FD-RECUPERO-REC.
           MOVE "T"                 TO FD-RCP-TIPO.
           MOVE WSV-CNT-RECUPEROS   TO FD-RCP-CANTIDAD.
           MOVE WSV-TOT-RECUPERO    TO FD-RCP-TOTAL.
           MOVE WSV-FECHA-HOY       TO FD-RCP-COLA-FECHA.
           WRITE FD-RECUPERO-REC.
       60-GRABAR-COLA-RECUPERO-END.
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
               MOVE WSV-CNT-LEIDAS      TO FD-RUN-LEIDOS
               MOVE WSV-CNT-ESCRITAS    TO FD-RUN-ESCRITOS
               MOVE 0                   TO FD-RUN-OMITIDOS
               MOVE WSV-CNT-RECHAZADAS  TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

           COPY AUDCHNP.

       END PROGRAM ANULA.
