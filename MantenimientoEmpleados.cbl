      * CARGARA: RRHH EDITABA EL ARCHIVO INDEXADO CON HERRAMIENTAS
      * SUELTAS, Y ASI SE PAGO UN MES A EMPLEADOS CON CUENTA EN
      * BLANCO. ESTE PROGRAMA LEE MOVIMIENTOS DEL ARCHIVO EMPMOV:
      * 1. TIPO C: PROPONE CARGAR O CORREGIR LA CUENTA BANCARIA (CBU
      *    DE 22 DIGITOS, VALIDADO CON SUS DOS DIGITOS
      *    VERIFICADORES). EL CAMBIO NO SE APLICA: QUEDA PENDIENTE
      *    EN CTAPEND HASTA QUE OTRO USUARIO LO APRUEBE (TIPO A) EN
      *    UNA CORRIDA POSTERIOR, O LO DESCARTE (TIPO X); MIENTRAS
      *    TANTO LA LIQUIDACION SIGUE PAGANDO A LA CUENTA VIGENTE. UN
      *    CBU QUE YA ES DE OTRO EMPLEADO ACTIVO, O QUE ESTA PENDIENTE
      *    PARA OTRO EMPLEADO, SE RECHAZA.
      * 2. TIPO N: CORRIGE EL NOMBRE DEL EMPLEADO.
      * 3. TIPO R: REACTIVA UNA BAJA PROCESADA POR ERROR. NO SE
      *    REACTIVA A QUIEN TIENE UN PAGO PENDIENTE EN VUELO
      *    (ARCHIVO PAGPEND), PARA NO CRUZARSE CON UNA REEMISION.
      * 4. TIPO D: ASIGNA O CORRIGE EL CENTRO DE COSTO.
      * 5. TIPO U: CARGA O CORRIGE EL CUIL (11 DIGITOS, VALIDADO CON
      *    SU DIGITO VERIFICADOR MODULO 11).
      * 6. TIPO A: APRUEBA EL CAMBIO DE CUENTA PENDIENTE DEL EMPLEADO
      *    Y LO APLICA AL MAESTRO. TIPO X: LO DESCARTA.
      * 7. TIPO E: PASA AL EMPLEADO A OTRA ENTIDAD EMPLEADORA DE LA
      *    TABLA ENTIDAD. ES UN MOVIMIENTO CONTROLADO: LO ACUMULADO
      *    EN EL ANIO (YTDMAST) SE CIERRA EN YTDCIERR A NOMBRE DE LA
      *    ENTIDAD VIEJA Y EL ACUMULADO ARRANCA DE CERO PARA LA NUEVA.
      *    NO SE PASA A UNA BAJA NI A QUIEN TIENE UN PAGO EN VUELO.
      * CADA MOVIMIENTO SE VALIDA (EL EMPLEADO DEBE EXISTIR, EL
      * USUARIO QUE PIDE EL CAMBIO ES OBLIGATORIO), LOS ACEPTADOS
      * QUEDAN EN LA BITACORA DE AUDITORIA COMPARTIDA CON QUIEN
      *              AUDCHNP, compartidos por todos los programas
      *              que escriben AUDITLOG); el verificador VERIFAUD
      *              detecta lineas borradas o alteradas.
      * 15-10-2026 - Se agrega el movimiento U para cargar o corregir
      *              el CUIL del empleado (campo nuevo del maestro),
      *              validado con su digito verificador; la
      *              declaracion mensual de cargas sociales sale por
      *              CUIL.
      * 15-10-2026 - Doble control en los cambios de cuenta bancaria:
      *              el movimiento C deja el cambio pendiente en
      *              CTAPEND y solo se aplica cuando otro usuario lo
      *              aprueba (movimiento A) en una corrida posterior;
      *              el movimiento X lo descarta. Se rechaza un CBU
      *              que ya tiene otro empleado activo o que esta
      *              pendiente para otro empleado. Los pendientes,
      *              aprobados y descartados van a MANTINF y a la
      *              bitacora.
      * 15-10-2026 - Cada cambio aplicado al maestro queda tambien en
      *              la historia fechada (EMPHIST) con el valor
      *              anterior y el nuevo, vigente desde la fecha de la
      *              corrida.
      * 15-10-2026 - Se agrega el movimiento E para pasar al empleado
      *              a otra entidad empleadora: cierra el acumulado
      *              anual de la entidad vieja en YTDCIERR y lo abre
      *              en cero para la nueva.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEMPL.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAGPEND-STATUS.

           SELECT CUENTAS-PEND-FILE ASSIGN TO "CTAPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-CTAPEND-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-AUDIT-STATUS.
           SELECT INFORME-FILE ASSIGN TO "MANTINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-EMPHIST-STATUS.

           SELECT ENTIDAD-FILE ASSIGN TO "ENTIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ENTIDAD-STATUS.

           SELECT YTDMAST-FILE ASSIGN TO "YTDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-YTD-CLAVE
               FILE STATUS IS WSV-YTDMAST-STATUS.

           SELECT YTDCIERRE-FILE ASSIGN TO "YTDCIERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-YTDCIERRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * MOVIMIENTOS DE MANTENIMIENTO: UNO POR CAMBIO, CON EL TIPO
      * (C=CUENTA, N=NOMBRE, R=REACTIVAR, D=CENTRO DE COSTO,
      * U=CUIL, A=APROBAR CUENTA, X=DESCARTAR CUENTA, E=PASE DE
      * ENTIDAD), EL ID DEL EMPLEADO, EL DATO NUEVO (CBU EN LAS
      * PRIMERAS 22 POSICIONES PARA C, NOMBRE PARA N, CENTRO DE COSTO
      * EN LAS PRIMERAS 4 PARA D, CUIL EN LAS PRIMERAS 11 PARA U,
      * ENTIDAD NUEVA EN LAS PRIMERAS 2 PARA E, VACIO PARA R; PARA A
      * ES OPCIONAL Y SI VIENE DEBE SER EL CBU PENDIENTE) Y EL
      * USUARIO QUE PIDE EL CAMBIO.
      ******************************************************************
       FD  MOVIMIENTOS-FILE.
           01 FD-EMV-REC.
                   88 FDS-EMV-NOMBRE       VALUE "N".
                   88 FDS-EMV-REACTIVA     VALUE "R".
                   88 FDS-EMV-CCOSTO       VALUE "D".
                   88 FDS-EMV-CUIL         VALUE "U".
                   88 FDS-EMV-APRUEBA      VALUE "A".
                   88 FDS-EMV-DESCARTA     VALUE "X".
                   88 FDS-EMV-ENTIDAD      VALUE "E".
               05 FD-EMV-ID            PIC X(08).
               05 FD-EMV-DATO          PIC X(30).
               05 FD-EMV-USUARIO       PIC X(08).
               05 FD-PPE-IMPORTE       PIC 9(10).
               05 FD-PPE-MOTIVO        PIC X(20).

      ******************************************************************
      * CAMBIOS DE CUENTA PENDIENTES DE APROBACION: UNO POR EMPLEADO,
      * CON EL CBU PROPUESTO, EL USUARIO QUE LO CARGO Y CUANDO. SE LEE
      * AL EMPEZAR Y SE REESCRIBE AL TERMINAR SIN LOS QUE SE
      * APROBARON O DESCARTARON EN LA CORRIDA.
      ******************************************************************
       FD  CUENTAS-PEND-FILE.
           01 FD-CTAPEND-REC.
               05 FD-CPE-ID            PIC X(08).
               05 FD-CPE-CBU           PIC X(22).
               05 FD-CPE-USUARIO       PIC X(08).
               05 FD-CPE-FECHA         PIC X(08).
               05 FD-CPE-HORA          PIC X(06).

       FD  AUDITLOG-FILE.
           COPY AUDITLOG.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  ENTIDAD-FILE.
           COPY ENTIDAD.

       FD  YTDMAST-FILE.
           COPY YTDMAST.

       FD  YTDCIERRE-FILE.
           COPY YTDCIERR.

       WORKING-STORAGE SECTION.
       COPY AUDCHN.
       COPY EMPHISW.

           01 WSV-EMPMOV-STATUS     PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-PAGPEND-STATUS    PIC X(02) VALUE "00".
           01 WSV-AUDIT-STATUS      PIC X(02) VALUE "00".
           01 WSV-CTAPEND-STATUS    PIC X(02) VALUE "00".
           01 WSV-YTDMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-YTDCIERRE-STATUS  PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "MANTEMPL".

      *------------------------------------------------------------*
           01 WSC-CBU-PESOS-1       PIC X(07) VALUE "7139713".
           01 WSC-CBU-PESOS-2       PIC X(13) VALUE "3971397139713".

      *------------------------------------------------------------*
      * PESOS DEL CUIL: LOS 10 PRIMEROS DIGITOS SE PONDERAN CON    *
      * 5432765432; EL VERIFICADOR (POSICION 11) ES 11 - SUMA MOD  *
      * 11, CON 11 = 0. UN RESULTADO 10 NO ES UN CUIL VALIDO.      *
      *------------------------------------------------------------*
           01 WSC-CUIL-PESOS        PIC X(10) VALUE "5432765432".

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-CBU-RESTO         PIC 9(01).
               05 WSV-CBU-DV            PIC 9(02).
               05 WSV-CBU-POS           PIC 9(02).
               05 WSV-CUIL-VALIDO       PIC X VALUE "N".
                   88 WSS-CUIL-VALIDO       VALUE "S".
               05 WSV-CUIL-AUX          PIC X(11).
               05 WSV-CUIL-RESTO        PIC 9(02).
               05 WSV-CUIL-DV           PIC 9(02).

               05 WSV-MOTIVO            PIC X(40).
               05 WSV-FECHA-HOY         PIC X(08).
                   10 WSV-PPE-ID-TAB        PIC X(08).
               05 WSV-TOTAL-PEND-IDS    PIC 9(03) VALUE 0.

      *------------------------------------------------------------*
      * CAMBIOS DE CUENTA PENDIENTES. ESTADO P = DE UNA CORRIDA     *
      * ANTERIOR (SE PUEDE APROBAR), N = CARGADO EN ESTA CORRIDA    *
      * (TODAVIA NO), C = CERRADO EN ESTA CORRIDA (NO SE REGRABA).  *
      *------------------------------------------------------------*
               05 WSV-FIN-CTAPEND       PIC X VALUE "N".
                   88 WSS-FIN-CTAPEND       VALUE "S".
               05 WSV-CPE-HALLADO       PIC X VALUE "N".
                   88 WSS-CPE-HALLADO       VALUE "S".
               05 WSV-CTAPEND-COMPLETO  PIC X VALUE "S".
                   88 WSS-CTAPEND-COMPLETO  VALUE "S".
               05 WS-CTA-PEND OCCURS 200 TIMES
                       INDEXED BY WSV-CPE-IDX WSV-CPE-IDX2.
                   10 WSV-CPE-ID-TAB        PIC X(08).
                   10 WSV-CPE-CBU-TAB       PIC X(22).
                   10 WSV-CPE-USUARIO-TAB   PIC X(08).
                   10 WSV-CPE-FECHA-TAB     PIC X(08).
                   10 WSV-CPE-HORA-TAB      PIC X(06).
                   10 WSV-CPE-ESTADO-TAB    PIC X(01).
                       88 WSS-CPE-ANTERIOR      VALUE "P".
                       88 WSS-CPE-NUEVO         VALUE "N".
                       88 WSS-CPE-CERRADO       VALUE "C".
               05 WSV-TOTAL-CTA-PEND    PIC 9(03) VALUE 0.

      *------------------------------------------------------------*
      * CUENTAS VIGENTES DEL MAESTRO (ID, CBU, ESTADO) PARA         *
      * DETECTAR UN CBU REPETIDO EN OTRO EMPLEADO ACTIVO.           *
      *------------------------------------------------------------*
               05 WSV-FIN-MAESTRO       PIC X VALUE "N".
                   88 WSS-FIN-MAESTRO       VALUE "S".
               05 WSV-CTA-HALLADA       PIC X VALUE "N".
                   88 WSS-CTA-HALLADA       VALUE "S".
               05 WS-CUENTAS OCCURS 1000 TIMES
                       INDEXED BY WSV-CTA-IDX WSV-CTA-IDX2.
                   10 WSV-CTA-ID-TAB        PIC X(08).
                   10 WSV-CTA-CBU-TAB       PIC X(22).
                   10 WSV-CTA-ESTADO-TAB    PIC X(01).
               05 WSV-TOTAL-CUENTAS     PIC 9(04) VALUE 0.
               05 WSV-DUP-ID            PIC X(08).
               05 WSV-DUP-PENDIENTE     PIC X VALUE "N".
                   88 WSS-DUP-PENDIENTE     VALUE "S".

               05 WSV-CONTADORES.
                   10 WSV-CNT-MOVIMIENTOS   PIC 9(04) VALUE 0.
                   10 WSV-CNT-ACEPTADOS     PIC 9(04) VALUE 0.
                   10 WSV-CNT-RECHAZADOS    PIC 9(04) VALUE 0.
                   10 WSV-CNT-PENDIENTES    PIC 9(04) VALUE 0.
                   10 WSV-CNT-DESCARTADOS   PIC 9(04) VALUE 0.
                   10 WSV-CNT-PASES         PIC 9(04) VALUE 0.

      *------------------------------------------------------------*
      * PASE DE ENTIDAD: ENTIDAD VIGENTE (BLANCO = 01) Y NUEVA, Y   *
      * LOS ARCHIVOS DEL ACUMULADO ANUAL QUE EL PASE CIERRA.        *
      *------------------------------------------------------------*
               05 WSV-ENTIDAD-ACTUAL    PIC X(02).
               05 WSV-ENTIDAD-NUEVA     PIC X(02).
               05 WSV-ENTIDAD-CERRADA   PIC X(02).
               05 WSV-YTD-ABIERTO       PIC X VALUE "N".
                   88 WSS-YTD-ABIERTO       VALUE "S".
               05 WSV-YTC-ABIERTO       PIC X VALUE "N".
                   88 WSS-YTC-ABIERTO       VALUE "S".
               05 WSV-TRAMO-CERRADO     PIC X VALUE "N".
                   88 WSS-TRAMO-CERRADO     VALUE "S".

       COPY ENTIDADW.

       PROCEDURE DIVISION.
       00-CONTROL.
           OPEN OUTPUT INFORME-FILE.
           PERFORM 05-ABRIR-MAESTRO.
           PERFORM 06-ABRIR-AUDITORIA.
           PERFORM 85-CARGAR-ENTIDADES.
           PERFORM 01-ABRIR-ACUMULADO.
           MOVE WSV-FECHA-HOY TO WSV-EHI-FECHA-EFECT.
           PERFORM 94-ABRIR-HISTORIA.
           PERFORM 07-CARGAR-PENDIENTES.
           PERFORM 04-CARGAR-CAMBIOS-CUENTA.
           PERFORM 09-CARGAR-CUENTAS.
           PERFORM 10-PROCESAR-MOVIMIENTOS.
           PERFORM 40-GRABAR-CAMBIOS-CUENTA.
           PERFORM 80-INFORMAR-RESUMEN.

           CLOSE EMPMAST-FILE.
           CLOSE AUDITLOG-FILE.
           CLOSE INFORME-FILE.
           IF WSS-EHI-ABIERTA
               CLOSE EMPHIST-FILE
           END-IF.
           IF WSS-YTD-ABIERTO
               CLOSE YTDMAST-FILE
           END-IF.
           IF WSS-YTC-ABIERTO
               CLOSE YTDCIERRE-FILE
           END-IF.

           IF WSV-CNT-RECHAZADOS > 0
               MOVE 4 TO WSV-RETORNO-NUEVO
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 01-ABRIR-ACUMULADO: EL ACUMULADO ANUAL SOLO LO TOCA UN PASE DE
      * ENTIDAD. SI NO SE PUEDE ABRIR, LOS DEMAS MOVIMIENTOS SIGUEN Y
      * LOS PASES SE RECHAZAN.
      ******************************************************************
       01-ABRIR-ACUMULADO.
           OPEN I-O YTDMAST-FILE.
           IF WSV-YTDMAST-STATUS EQUAL "00"
               MOVE "S" TO WSV-YTD-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL ACUMULADO ANUAL, STATUS: "
                   WSV-YTDMAST-STATUS ", NO SE ACEPTAN PASES DE ENTIDAD"
           END-IF.
       01-ABRIR-ACUMULADO-END.
       EXIT.

      ******************************************************************
      * 04-CARGAR-CAMBIOS-CUENTA: LOS CAMBIOS DE CUENTA QUE QUEDARON
      * PENDIENTES EN CORRIDAS ANTERIORES. SIN ARCHIVO NO HAY NINGUNO.
      ******************************************************************
       04-CARGAR-CAMBIOS-CUENTA.
           MOVE "N" TO WSV-FIN-CTAPEND.
           OPEN INPUT CUENTAS-PEND-FILE.
           IF WSV-CTAPEND-STATUS NOT EQUAL "00"
               DISPLAY "SIN CAMBIOS DE CUENTA PENDIENTES"
           ELSE
               PERFORM UNTIL WSS-FIN-CTAPEND
                   READ CUENTAS-PEND-FILE
                       AT END
                           SET WSS-FIN-CTAPEND TO TRUE
                       NOT AT END
                           PERFORM 03-AGREGAR-CAMBIO-CUENTA
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-PEND-FILE
           END-IF.
       04-CARGAR-CAMBIOS-CUENTA-END.
       EXIT.

       03-AGREGAR-CAMBIO-CUENTA.
           IF WSV-TOTAL-CTA-PEND < 200
               ADD 1 TO WSV-TOTAL-CTA-PEND
               SET WSV-CPE-IDX TO WSV-TOTAL-CTA-PEND
               MOVE FD-CPE-ID      TO WSV-CPE-ID-TAB (WSV-CPE-IDX)
               MOVE FD-CPE-CBU     TO WSV-CPE-CBU-TAB (WSV-CPE-IDX)
               MOVE FD-CPE-USUARIO TO WSV-CPE-USUARIO-TAB (WSV-CPE-IDX)
               MOVE FD-CPE-FECHA   TO WSV-CPE-FECHA-TAB (WSV-CPE-IDX)
               MOVE FD-CPE-HORA    TO WSV-CPE-HORA-TAB (WSV-CPE-IDX)
               MOVE "P"            TO WSV-CPE-ESTADO-TAB (WSV-CPE-IDX)
           ELSE
               DISPLAY "TABLA DE CAMBIOS DE CUENTA LLENA (200): "
                   FD-CPE-ID
               MOVE "N" TO WSV-CTAPEND-COMPLETO
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       03-AGREGAR-CAMBIO-CUENTA-END.
       EXIT.

       05-ABRIR-MAESTRO.
           OPEN I-O EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS NOT EQUAL "00"
       08-LEER-PENDIENTE-END.
       EXIT.

      ******************************************************************
      * 09-CARGAR-CUENTAS: RECORRE EL MAESTRO UNA VEZ Y GUARDA LA
      * CUENTA Y EL ESTADO DE CADA EMPLEADO QUE TIENE CBU, PARA
      * BUSCAR DUPLICADOS SIN RELEER EL MAESTRO POR CADA MOVIMIENTO.
      ******************************************************************
       09-CARGAR-CUENTAS.
           MOVE "N" TO WSV-FIN-MAESTRO.
           IF WSV-EMPMAST-STATUS EQUAL "00"
               MOVE LOW-VALUES TO FD-EMP-ID
               START EMPMAST-FILE KEY >= FD-EMP-ID
                   INVALID KEY
                       MOVE "S" TO WSV-FIN-MAESTRO
               END-START
               PERFORM UNTIL WSS-FIN-MAESTRO
                   READ EMPMAST-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WSV-FIN-MAESTRO
                       NOT AT END
                           IF FD-EMP-CTA-BANCARIA NOT EQUAL SPACES
                               PERFORM 02-AGREGAR-CUENTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       09-CARGAR-CUENTAS-END.
       EXIT.

       02-AGREGAR-CUENTA.
           IF WSV-TOTAL-CUENTAS < 1000
               ADD 1 TO WSV-TOTAL-CUENTAS
               SET WSV-CTA-IDX TO WSV-TOTAL-CUENTAS
               MOVE FD-EMP-ID           TO WSV-CTA-ID-TAB (WSV-CTA-IDX)
               MOVE FD-EMP-CTA-BANCARIA TO WSV-CTA-CBU-TAB (WSV-CTA-IDX)
               MOVE FD-EMP-ESTADO
                   TO WSV-CTA-ESTADO-TAB (WSV-CTA-IDX)
           ELSE
               DISPLAY "TABLA DE CUENTAS LLENA (1000): " FD-EMP-ID
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       02-AGREGAR-CUENTA-END.
       EXIT.

       10-PROCESAR-MOVIMIENTOS.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT MOVIMIENTOS-FILE.
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   PERFORM 12-VALIDAR-MOVIMIENTO
                   IF WSS-MOV-VALIDO
                       EVALUATE TRUE
                           WHEN FDS-EMV-CUENTA
                               PERFORM 21-REGISTRAR-CAMBIO-CUENTA
                           WHEN FDS-EMV-DESCARTA
                               PERFORM 22-DESCARTAR-CAMBIO-CUENTA
                           WHEN OTHER
                               PERFORM 20-APLICAR-MOVIMIENTO
                       END-EVALUATE
                   ELSE
                       PERFORM 30-INFORMAR-RECHAZO
                   END-IF
           MOVE SPACES TO WSV-MOTIVO.

           IF NOT FDS-EMV-CUENTA AND NOT FDS-EMV-NOMBRE AND
              NOT FDS-EMV-REACTIVA AND NOT FDS-EMV-CCOSTO AND
              NOT FDS-EMV-CUIL AND NOT FDS-EMV-APRUEBA AND
              NOT FDS-EMV-DESCARTA AND NOT FDS-EMV-ENTIDAD
               MOVE "TIPO DE MOVIMIENTO DESCONOCIDO" TO WSV-MOTIVO
               MOVE "N" TO WSV-MOV-VALIDO
           END-IF.
                           MOVE "CBU INVALIDO (DIGITOS VERIFICADORES)"
                               TO WSV-MOTIVO
                           MOVE "N" TO WSV-MOV-VALIDO
                       ELSE
                           PERFORM 26-VALIDAR-CAMBIO-CUENTA
                       END-IF
                   WHEN FDS-EMV-APRUEBA
                       PERFORM 27-VALIDAR-APROBACION
                   WHEN FDS-EMV-DESCARTA
                       PERFORM 18-BUSCAR-CAMBIO-CUENTA
                       IF NOT WSS-CPE-HALLADO
                           MOVE "NO HAY CAMBIO DE CUENTA PENDIENTE"
                               TO WSV-MOTIVO
                           MOVE "N" TO WSV-MOV-VALIDO
                       END-IF
                   WHEN FDS-EMV-NOMBRE
                       IF FD-EMV-DATO EQUAL SPACES
                               TO WSV-MOTIVO
                           MOVE "N" TO WSV-MOV-VALIDO
                       END-IF
                   WHEN FDS-EMV-CUIL
                       PERFORM 17-VALIDAR-CUIL
                       IF NOT WSS-CUIL-VALIDO
                           MOVE "CUIL INVALIDO (DIGITO VERIFICADOR)"
                               TO WSV-MOTIVO
                           MOVE "N" TO WSV-MOV-VALIDO
                       END-IF
                   WHEN FDS-EMV-ENTIDAD
                       PERFORM 29-VALIDAR-PASE-ENTIDAD
                   WHEN FDS-EMV-REACTIVA
                       IF NOT FDS-EMP-BAJA
                           MOVE "SOLO SE REACTIVA A UNA BAJA"
       16-CALCULAR-DV-END.
       EXIT.

      ******************************************************************
      * 17-VALIDAR-CUIL: 11 DIGITOS NUMERICOS; LOS 10 PRIMEROS SE
      * PONDERAN CON 5432765432 Y EL VERIFICADOR ES 11 - SUMA MOD 11
      * (11 PASA A 0; 10 ES INVALIDO).
      ******************************************************************
       17-VALIDAR-CUIL.
           MOVE "N" TO WSV-CUIL-VALIDO.
           MOVE FD-EMV-DATO (1:11) TO WSV-CUIL-AUX.
           IF WSV-CUIL-AUX IS NUMERIC
               MOVE 0 TO WSV-CBU-SUMA
               PERFORM VARYING WSV-CBU-POS FROM 1 BY 1
                       UNTIL WSV-CBU-POS > 10
                   MOVE WSV-CUIL-AUX (WSV-CBU-POS:1) TO WSV-CBU-DIGITO
                   MOVE WSC-CUIL-PESOS (WSV-CBU-POS:1)
                       TO WSV-CBU-PESO
                   COMPUTE WSV-CBU-SUMA = WSV-CBU-SUMA +
                       WSV-CBU-DIGITO * WSV-CBU-PESO
               END-PERFORM
               DIVIDE WSV-CBU-SUMA BY 11
                   GIVING WSV-CBU-COCIENTE REMAINDER WSV-CUIL-RESTO
               COMPUTE WSV-CUIL-DV = 11 - WSV-CUIL-RESTO
               IF WSV-CUIL-DV EQUAL 11
                   MOVE 0 TO WSV-CUIL-DV
               END-IF
               MOVE WSV-CUIL-AUX (11:1) TO WSV-CBU-DIGITO
               IF WSV-CUIL-DV < 10 AND
                  WSV-CBU-DIGITO EQUAL WSV-CUIL-DV
                   MOVE "S" TO WSV-CUIL-VALIDO
               END-IF
           END-IF.
       17-VALIDAR-CUIL-END.
       EXIT.

      ******************************************************************
      * 18-BUSCAR-CAMBIO-CUENTA: CAMBIO DE CUENTA ABIERTO (P O N) DEL
      * EMPLEADO DEL MOVIMIENTO; SI LO HAY DEJA WSV-CPE-IDX2 EN SU
      * FILA.
      ******************************************************************
       18-BUSCAR-CAMBIO-CUENTA.
           MOVE "N" TO WSV-CPE-HALLADO.
           PERFORM VARYING WSV-CPE-IDX2 FROM 1 BY 1
                   UNTIL WSV-CPE-IDX2 > WSV-TOTAL-CTA-PEND
                      OR WSS-CPE-HALLADO
               IF WSV-CPE-ID-TAB (WSV-CPE-IDX2) = FD-EMV-ID AND
                  NOT WSS-CPE-CERRADO (WSV-CPE-IDX2)
                   SET WSS-CPE-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-CPE-HALLADO
               SET WSV-CPE-IDX2 DOWN BY 1
           END-IF.
       18-BUSCAR-CAMBIO-CUENTA-END.
       EXIT.

      ******************************************************************
      * 19-BUSCAR-CBU-DUPLICADO: EL CBU DE WSV-CBU-AUX NO PUEDE SER
      * LA CUENTA DE OTRO EMPLEADO ACTIVO NI ESTAR PENDIENTE PARA
      * OTRO EMPLEADO. SI LO ES DEJA EL ID DEL OTRO EN WSV-DUP-ID.
      ******************************************************************
       19-BUSCAR-CBU-DUPLICADO.
           MOVE SPACES TO WSV-DUP-ID.
           MOVE "N" TO WSV-DUP-PENDIENTE.
           PERFORM VARYING WSV-CTA-IDX2 FROM 1 BY 1
                   UNTIL WSV-CTA-IDX2 > WSV-TOTAL-CUENTAS
                      OR WSV-DUP-ID NOT EQUAL SPACES
               IF WSV-CTA-CBU-TAB (WSV-CTA-IDX2) = WSV-CBU-AUX AND
                  WSV-CTA-ID-TAB (WSV-CTA-IDX2) NOT EQUAL FD-EMV-ID AND
                  WSV-CTA-ESTADO-TAB (WSV-CTA-IDX2) EQUAL "A"
                   MOVE WSV-CTA-ID-TAB (WSV-CTA-IDX2) TO WSV-DUP-ID
               END-IF
           END-PERFORM.
           PERFORM VARYING WSV-CPE-IDX FROM 1 BY 1
                   UNTIL WSV-CPE-IDX > WSV-TOTAL-CTA-PEND
                      OR WSV-DUP-ID NOT EQUAL SPACES
               IF WSV-CPE-CBU-TAB (WSV-CPE-IDX) = WSV-CBU-AUX AND
                  WSV-CPE-ID-TAB (WSV-CPE-IDX) NOT EQUAL FD-EMV-ID AND
                  NOT WSS-CPE-CERRADO (WSV-CPE-IDX)
                   MOVE WSV-CPE-ID-TAB (WSV-CPE-IDX) TO WSV-DUP-ID
                   MOVE "S" TO WSV-DUP-PENDIENTE
               END-IF
           END-PERFORM.
       19-BUSCAR-CBU-DUPLICADO-END.
       EXIT.

       15-BUSCAR-PENDIENTE.
           MOVE "N" TO WSV-PEND-HALLADO.
           PERFORM VARYING WSV-PPE-IDX2 FROM 1 BY 1
      * LISTADO PARA RRHH.
      ******************************************************************
       20-APLICAR-MOVIMIENTO.
           PERFORM 96-GUARDAR-EMPLEADO-ANTERIOR.
           EVALUATE TRUE
               WHEN FDS-EMV-APRUEBA
                   MOVE WSV-CPE-CBU-TAB (WSV-CPE-IDX2)
                       TO FD-EMP-CTA-BANCARIA
               WHEN FDS-EMV-NOMBRE
                   MOVE FD-EMV-DATO        TO FD-EMP-NOMBRE
               WHEN FDS-EMV-CCOSTO
                   MOVE FD-EMV-DATO (1:4)  TO FD-EMP-CCOSTO
               WHEN FDS-EMV-CUIL
                   MOVE FD-EMV-DATO (1:11) TO FD-EMP-CUIL
               WHEN FDS-EMV-REACTIVA
                   MOVE "A"                TO FD-EMP-ESTADO
               WHEN FDS-EMV-ENTIDAD
                   PERFORM 31-CERRAR-ACUMULADO
                   MOVE WSV-ENTIDAD-NUEVA  TO FD-EMP-ENTIDAD
           END-EVALUATE.

           REWRITE FD-EMPMAST-REC
                       FD-EMV-ID " STATUS: " WSV-EMPMAST-STATUS
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               NOT INVALID KEY
                   PERFORM 97-GRABAR-HISTORIA
           END-REWRITE.

           ADD 1 TO WSV-CNT-ACEPTADOS.
               FD-EMV-USUARIO DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           IF FDS-EMV-APRUEBA
               STRING " CBU " DELIMITED BY SIZE
                   WSV-CPE-CBU-TAB (WSV-CPE-IDX2) DELIMITED BY SIZE
                   " CARGADO POR " DELIMITED BY SIZE
                   WSV-CPE-USUARIO-TAB (WSV-CPE-IDX2) DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX (34:67)
               END-STRING
               PERFORM 23-ACTUALIZAR-CUENTA
               MOVE "C" TO WSV-CPE-ESTADO-TAB (WSV-CPE-IDX2)
           END-IF.
           IF FDS-EMV-REACTIVA
               PERFORM 24-ACTUALIZAR-ESTADO
           END-IF.
           IF FDS-EMV-ENTIDAD
               ADD 1 TO WSV-CNT-PASES
               STRING " ENTIDAD " DELIMITED BY SIZE
                   WSV-ENTIDAD-ACTUAL DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WSV-ENTIDAD-NUEVA DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX (34:67)
               END-STRING
               IF WSS-TRAMO-CERRADO
                   MOVE ", ACUMULADO CERRADO EN YTDCIERR"
                       TO WSV-LINEA-AUX (51:50)
               ELSE
                   MOVE ", SIN ACUMULADO A CERRAR"
                       TO WSV-LINEA-AUX (51:50)
               END-IF
           END-IF.
           PERFORM 75-INFORMAR-LINEA.
       20-APLICAR-MOVIMIENTO-END.
       EXIT.

      ******************************************************************
      * 21-REGISTRAR-CAMBIO-CUENTA: EL CBU PROPUESTO QUEDA PENDIENTE
      * CON EL USUARIO QUE LO CARGO; EL MAESTRO NO SE TOCA.
      ******************************************************************
       21-REGISTRAR-CAMBIO-CUENTA.
           IF WSV-TOTAL-CTA-PEND < 200
               ADD 1 TO WSV-TOTAL-CTA-PEND
               SET WSV-CPE-IDX2 TO WSV-TOTAL-CTA-PEND
               MOVE FD-EMV-ID      TO WSV-CPE-ID-TAB (WSV-CPE-IDX2)
               MOVE FD-EMV-DATO (1:22)
                   TO WSV-CPE-CBU-TAB (WSV-CPE-IDX2)
               MOVE FD-EMV-USUARIO
                   TO WSV-CPE-USUARIO-TAB (WSV-CPE-IDX2)
               MOVE WSV-FECHA-HOY  TO WSV-CPE-FECHA-TAB (WSV-CPE-IDX2)
               MOVE WSV-HORA-HOY   TO WSV-CPE-HORA-TAB (WSV-CPE-IDX2)
               MOVE "N"            TO WSV-CPE-ESTADO-TAB (WSV-CPE-IDX2)
               ADD 1 TO WSV-CNT-PENDIENTES
               PERFORM 25-AUDITAR-MOVIMIENTO
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "PENDIENTE " DELIMITED BY SIZE
                   FD-EMV-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-EMV-ID DELIMITED BY SIZE
                   " POR " DELIMITED BY SIZE
                   FD-EMV-USUARIO DELIMITED BY SIZE
                   " CBU " DELIMITED BY SIZE
                   FD-EMV-DATO (1:22) DELIMITED BY SIZE
                   " (FALTA APROBAR)" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           ELSE
               DISPLAY "TABLA DE CAMBIOS DE CUENTA LLENA (200): "
                   FD-EMV-ID
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       21-REGISTRAR-CAMBIO-CUENTA-END.
       EXIT.

       22-DESCARTAR-CAMBIO-CUENTA.
           MOVE "C" TO WSV-CPE-ESTADO-TAB (WSV-CPE-IDX2).
           ADD 1 TO WSV-CNT-DESCARTADOS.
           PERFORM 25-AUDITAR-MOVIMIENTO.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "DESCARTADO " DELIMITED BY SIZE
               FD-EMV-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-EMV-ID DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               FD-EMV-USUARIO DELIMITED BY SIZE
               " CBU " DELIMITED BY SIZE
               WSV-CPE-CBU-TAB (WSV-CPE-IDX2) DELIMITED BY SIZE
               " CARGADO POR " DELIMITED BY SIZE
               WSV-CPE-USUARIO-TAB (WSV-CPE-IDX2) DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       22-DESCARTAR-CAMBIO-CUENTA-END.
       EXIT.

      * LA CUENTA APROBADA PASA A LA TABLA DE CUENTAS VIGENTES PARA
      * QUE LOS MOVIMIENTOS SIGUIENTES LA VEAN.
       23-ACTUALIZAR-CUENTA.
           MOVE "N" TO WSV-CTA-HALLADA.
           PERFORM VARYING WSV-CTA-IDX2 FROM 1 BY 1
                   UNTIL WSV-CTA-IDX2 > WSV-TOTAL-CUENTAS
                      OR WSS-CTA-HALLADA
               IF WSV-CTA-ID-TAB (WSV-CTA-IDX2) = FD-EMP-ID
                   SET WSS-CTA-HALLADA TO TRUE
                   MOVE FD-EMP-CTA-BANCARIA
                       TO WSV-CTA-CBU-TAB (WSV-CTA-IDX2)
               END-IF
           END-PERFORM.
           IF NOT WSS-CTA-HALLADA
               PERFORM 02-AGREGAR-CUENTA
           END-IF.
       23-ACTUALIZAR-CUENTA-END.
       EXIT.

      * UN EMPLEADO REACTIVADO VUELVE A CONTAR PARA LOS DUPLICADOS.
       24-ACTUALIZAR-ESTADO.
           PERFORM VARYING WSV-CTA-IDX2 FROM 1 BY 1
                   UNTIL WSV-CTA-IDX2 > WSV-TOTAL-CUENTAS
               IF WSV-CTA-ID-TAB (WSV-CTA-IDX2) = FD-EMP-ID
                   MOVE FD-EMP-ESTADO
                       TO WSV-CTA-ESTADO-TAB (WSV-CTA-IDX2)
               END-IF
           END-PERFORM.
       24-ACTUALIZAR-ESTADO-END.
       EXIT.

       25-AUDITAR-MOVIMIENTO.
           MOVE SPACES TO FD-AUDITLOG-REC.
           MOVE WSV-FECHA-HOY      TO FD-AUD-FECHA.
           MOVE FD-EMV-USUARIO     TO FD-AUD-NOMBRE.
           EVALUATE TRUE
               WHEN FDS-EMV-CUENTA
                   STRING "CBU PENDIENTE " DELIMITED BY SIZE
                       FD-EMV-DATO (1:22) DELIMITED BY SIZE
                       INTO FD-AUD-DETALLE
                   END-STRING
               WHEN FDS-EMV-APRUEBA
                   STRING "APRUEBA CBU " DELIMITED BY SIZE
                       WSV-CPE-CBU-TAB (WSV-CPE-IDX2) DELIMITED BY SIZE
                       INTO FD-AUD-DETALLE
                   END-STRING
               WHEN FDS-EMV-DESCARTA
                   STRING "DESCARTA CBU " DELIMITED BY SIZE
                       WSV-CPE-CBU-TAB (WSV-CPE-IDX2) DELIMITED BY SIZE
                       INTO FD-AUD-DETALLE
                   END-STRING
               WHEN FDS-EMV-NOMBRE
                   STRING "CORRIGE NOMBRE A " DELIMITED BY SIZE
                       FD-EMV-DATO (1:20) DELIMITED BY SIZE
                       FD-EMV-DATO (1:4) DELIMITED BY SIZE
                       INTO FD-AUD-DETALLE
                   END-STRING
               WHEN FDS-EMV-CUIL
                   STRING "CARGA CUIL " DELIMITED BY SIZE
                       FD-EMV-DATO (1:11) DELIMITED BY SIZE
                       INTO FD-AUD-DETALLE
                   END-STRING
               WHEN FDS-EMV-REACTIVA
                   MOVE "REACTIVA BAJA" TO FD-AUD-DETALLE
               WHEN FDS-EMV-ENTIDAD
                   STRING "TRANSFIERE ENTIDAD " DELIMITED BY SIZE
                       WSV-ENTIDAD-ACTUAL DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       WSV-ENTIDAD-NUEVA DELIMITED BY SIZE
                       INTO FD-AUD-DETALLE
                   END-STRING
           END-EVALUATE.
           PERFORM 92-ENCADENAR-AUDITORIA.
           WRITE FD-AUDITLOG-REC.
       25-AUDITAR-MOVIMIENTO-END.
       EXIT.

      ******************************************************************
      * 26-VALIDAR-CAMBIO-CUENTA: UN CBU VALIDO TODAVIA SE RECHAZA SI
      * ES EL QUE YA TIENE, SI EL EMPLEADO YA TIENE OTRO CAMBIO
      * PENDIENTE (SE DESCARTA PRIMERO CON X) O SI EL CBU ES DE OTRO.
      ******************************************************************
       26-VALIDAR-CAMBIO-CUENTA.
           PERFORM 18-BUSCAR-CAMBIO-CUENTA.
           EVALUATE TRUE
               WHEN WSV-CBU-AUX EQUAL FD-EMP-CTA-BANCARIA
                   MOVE "EL CBU YA ES LA CUENTA VIGENTE"
                       TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN WSS-CPE-HALLADO
                   MOVE "YA TIENE UN CAMBIO DE CUENTA PENDIENTE"
                       TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN OTHER
                   PERFORM 19-BUSCAR-CBU-DUPLICADO
                   PERFORM 28-MOTIVO-DUPLICADO
           END-EVALUATE.
       26-VALIDAR-CAMBIO-CUENTA-END.
       EXIT.

      ******************************************************************
      * 27-VALIDAR-APROBACION: TIENE QUE HABER UN CAMBIO PENDIENTE DE
      * UNA CORRIDA ANTERIOR, QUIEN APRUEBA NO PUEDE SER QUIEN LO
      * CARGO, EL CBU (SI VIENE) DEBE SER EL PENDIENTE, Y EL CBU NO
      * PUEDE HABER PASADO A OTRO EMPLEADO ACTIVO MIENTRAS TANTO.
      ******************************************************************
       27-VALIDAR-APROBACION.
           PERFORM 18-BUSCAR-CAMBIO-CUENTA.
           EVALUATE TRUE
               WHEN NOT WSS-CPE-HALLADO
                   MOVE "NO HAY CAMBIO DE CUENTA PENDIENTE"
                       TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN WSS-CPE-NUEVO (WSV-CPE-IDX2)
                   MOVE "SE APRUEBA EN UNA CORRIDA POSTERIOR"
                       TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN WSV-CPE-USUARIO-TAB (WSV-CPE-IDX2) EQUAL
                    FD-EMV-USUARIO
                   MOVE "DEBE APROBARLO OTRO USUARIO" TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN FD-EMV-DATO (1:22) NOT EQUAL SPACES AND
                    FD-EMV-DATO (1:22) NOT EQUAL
                    WSV-CPE-CBU-TAB (WSV-CPE-IDX2)
                   MOVE "EL CBU NO COINCIDE CON EL PENDIENTE"
                       TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN OTHER
                   MOVE WSV-CPE-CBU-TAB (WSV-CPE-IDX2) TO WSV-CBU-AUX
                   PERFORM 19-BUSCAR-CBU-DUPLICADO
                   PERFORM 28-MOTIVO-DUPLICADO
           END-EVALUATE.
       27-VALIDAR-APROBACION-END.
       EXIT.

       28-MOTIVO-DUPLICADO.
           IF WSV-DUP-ID NOT EQUAL SPACES
               IF WSS-DUP-PENDIENTE
                   STRING "CBU DUPLICADO, PENDIENTE EN ID "
                       DELIMITED BY SIZE
                       WSV-DUP-ID DELIMITED BY SIZE
                       INTO WSV-MOTIVO
                   END-STRING
               ELSE
                   STRING "CBU DUPLICADO, YA ES DEL ID "
                       DELIMITED BY SIZE
                       WSV-DUP-ID DELIMITED BY SIZE
                       INTO WSV-MOTIVO
                   END-STRING
               END-IF
               MOVE "N" TO WSV-MOV-VALIDO
           END-IF.
       28-MOTIVO-DUPLICADO-END.
       EXIT.

       30-INFORMAR-RECHAZO.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RECHAZADO " DELIMITED BY SIZE
       30-INFORMAR-RECHAZO-END.
       EXIT.

      ******************************************************************
      * 29-VALIDAR-PASE-ENTIDAD: LA ENTIDAD NUEVA DEBE ESTAR EN LA
      * TABLA Y SER DISTINTA DE LA VIGENTE (BLANCO = 01); EL EMPLEADO
      * NO PUEDE SER UNA BAJA NI TENER UN PAGO PENDIENTE EN VUELO (LA
      * REEMISION SALDRIA CON LA CUENTA DE DEBITO DE LA OTRA ENTIDAD),
      * Y EL ACUMULADO ANUAL TIENE QUE ESTAR DISPONIBLE PARA CERRARLO.
      ******************************************************************
       29-VALIDAR-PASE-ENTIDAD.
           IF FD-EMP-ENTIDAD EQUAL SPACES
               MOVE "01" TO WSV-ENTIDAD-ACTUAL
           ELSE
               MOVE FD-EMP-ENTIDAD TO WSV-ENTIDAD-ACTUAL
           END-IF.
           MOVE FD-EMV-DATO (1:2) TO WSV-ENTIDAD-NUEVA.
           MOVE WSV-ENTIDAD-NUEVA TO WSV-ENT-BUSCADA.
           PERFORM 87-BUSCAR-ENTIDAD.
           PERFORM 15-BUSCAR-PENDIENTE.
           EVALUATE TRUE
               WHEN WSV-ENTIDAD-NUEVA EQUAL SPACES
                   MOVE "ENTIDAD NUEVA EN BLANCO" TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN NOT WSS-ENT-HALLADA
                   MOVE "LA ENTIDAD NO ESTA EN LA TABLA ENTIDAD"
                       TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN WSV-ENTIDAD-NUEVA EQUAL WSV-ENTIDAD-ACTUAL
                   MOVE "YA PERTENECE A ESA ENTIDAD" TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN FDS-EMP-BAJA
                   MOVE "NO SE PASA DE ENTIDAD A UNA BAJA"
                       TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN WSS-PEND-HALLADO
                   MOVE "TIENE UN PAGO PENDIENTE EN VUELO"
                       TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN NOT WSS-YTD-ABIERTO
                   MOVE "ACUMULADO ANUAL NO DISPONIBLE"
                       TO WSV-MOTIVO
                   MOVE "N" TO WSV-MOV-VALIDO
               WHEN OTHER
                   PERFORM 33-ABRIR-TRAMOS
                   IF NOT WSS-YTC-ABIERTO
                       MOVE "ARCHIVO DE TRAMOS YTDCIERR NO DISPONIBLE"
                           TO WSV-MOTIVO
                       MOVE "N" TO WSV-MOV-VALIDO
                   END-IF
           END-EVALUATE.
       29-VALIDAR-PASE-ENTIDAD-END.
       EXIT.

      ******************************************************************
      * 31-CERRAR-ACUMULADO: LO ACUMULADO EN EL ANIO HASTA HOY QUEDA
      * EN YTDCIERR A NOMBRE DE LA ENTIDAD QUE LO LIQUIDO (CON LAS
      * CIFRAS QUE CERTANUAL CERTIFICA POR ESE TRAMO) Y EL REGISTRO
      * DEL ANIO SE REESCRIBE EN CERO A NOMBRE DE LA ENTIDAD NUEVA.
      * SE CONSERVAN LAS GUARDAS DE RELANZAMIENTO (FECHAS DE LA ULTIMA
      * CORRIDA, ANULACION Y PAGO ESPECIAL) Y LOS MEJORES SUELDOS DEL
      * SEMESTRE, QUE EL SAC SIGUE TOMANDO. SIN ACUMULADO EN EL ANIO
      * NO HAY NADA QUE CERRAR: ACUMULA LO ABRE CON LA PRIMERA FILA.
      ******************************************************************
       31-CERRAR-ACUMULADO.
           MOVE "N" TO WSV-TRAMO-CERRADO.
           MOVE FD-EMV-ID TO FD-YTD-ID.
           MOVE WSV-FECHA-HOY (1:4) TO FD-YTD-ANIO.
           READ YTDMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 32-GRABAR-TRAMO
                   MOVE 0 TO FD-YTD-BRUTO
                   MOVE 0 TO FD-YTD-IMPUESTO
                   MOVE 0 TO FD-YTD-JUBILA
                   MOVE 0 TO FD-YTD-NETO
                   MOVE 0 TO FD-YTD-CORRIDAS
                   MOVE 0 TO FD-YTD-AJU-IMPUESTO
                   MOVE 0 TO FD-YTD-IMP-DETERMINADO
                   MOVE SPACES TO FD-YTD-FECHA-REAJUSTE
                   MOVE WSV-ENTIDAD-NUEVA TO FD-YTD-ENTIDAD
                   REWRITE FD-YTDMAST-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO REESCRIBIR EL "
                               "ACUMULADO: " FD-EMV-ID " STATUS: "
                               WSV-YTDMAST-STATUS
                           MOVE 12 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                   END-REWRITE
           END-READ.
       31-CERRAR-ACUMULADO-END.
       EXIT.

       32-GRABAR-TRAMO.
           IF FD-YTD-ENTIDAD EQUAL SPACES
               MOVE WSV-ENTIDAD-ACTUAL TO WSV-ENTIDAD-CERRADA
           ELSE
               MOVE FD-YTD-ENTIDAD TO WSV-ENTIDAD-CERRADA
           END-IF.
           IF WSS-YTC-ABIERTO
               MOVE FD-YTD-ID            TO FD-YTC-ID
               MOVE FD-YTD-ANIO          TO FD-YTC-ANIO
               MOVE WSV-ENTIDAD-CERRADA  TO FD-YTC-ENTIDAD
               MOVE WSV-FECHA-HOY        TO FD-YTC-FECHA-CIERRE
               MOVE WSV-ENTIDAD-NUEVA    TO FD-YTC-ENTIDAD-NUEVA
               MOVE FD-YTD-NOMBRE        TO FD-YTC-NOMBRE
               MOVE FD-YTD-BRUTO         TO FD-YTC-BRUTO
               MOVE FD-YTD-IMPUESTO      TO FD-YTC-IMPUESTO
               MOVE FD-YTD-JUBILA        TO FD-YTC-JUBILA
               MOVE FD-YTD-NETO          TO FD-YTC-NETO
               MOVE FD-YTD-CORRIDAS      TO FD-YTC-CORRIDAS
               MOVE FD-YTD-AJU-IMPUESTO  TO FD-YTC-AJU-IMPUESTO
               MOVE FD-EMV-USUARIO       TO FD-YTC-USUARIO
               WRITE FD-YTDCIERRE-REC
               MOVE "S" TO WSV-TRAMO-CERRADO
           END-IF.
       32-GRABAR-TRAMO-END.
       EXIT.

      * YTDCIERR SOLO CRECE; SE ABRE CON EL PRIMER PASE DE LA CORRIDA.
       33-ABRIR-TRAMOS.
           IF NOT WSS-YTC-ABIERTO
               OPEN EXTEND YTDCIERRE-FILE
               IF WSV-YTDCIERRE-STATUS EQUAL "35"
                   OPEN OUTPUT YTDCIERRE-FILE
               END-IF
               IF WSV-YTDCIERRE-STATUS EQUAL "00"
                   MOVE "S" TO WSV-YTC-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR YTDCIERR, STATUS: "
                       WSV-YTDCIERRE-STATUS
               END-IF
           END-IF.
       33-ABRIR-TRAMOS-END.
       EXIT.

      ******************************************************************
      * 40-GRABAR-CAMBIOS-CUENTA: REGRABA CTAPEND CON LOS CAMBIOS QUE
      * SIGUEN ABIERTOS Y LOS LISTA PARA QUE RRHH SEPA QUE FALTA
      * APROBAR. SI LA CARGA NO ENTRO ENTERA EN LA TABLA EL ARCHIVO
      * NO SE TOCA, PARA NO PERDER PENDIENTES.
      ******************************************************************
       40-GRABAR-CAMBIOS-CUENTA.
           IF WSS-CTAPEND-COMPLETO
               OPEN OUTPUT CUENTAS-PEND-FILE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WSS-CTAPEND-COMPLETO
                   DISPLAY "CTAPEND NO SE REGRABA: NO ENTRO EN LA TABLA"
               WHEN WSV-CTAPEND-STATUS NOT EQUAL "00"
                   DISPLAY "NO SE PUDO GRABAR CTAPEND, STATUS: "
                       WSV-CTAPEND-STATUS
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               WHEN OTHER
                   MOVE SPACES TO WSV-LINEA-AUX
                   PERFORM 75-INFORMAR-LINEA
                   MOVE "CAMBIOS DE CUENTA PENDIENTES DE APROBACION:"
                       TO WSV-LINEA-AUX
                   PERFORM 75-INFORMAR-LINEA
                   PERFORM VARYING WSV-CPE-IDX FROM 1 BY 1
                           UNTIL WSV-CPE-IDX > WSV-TOTAL-CTA-PEND
                       IF NOT WSS-CPE-CERRADO (WSV-CPE-IDX)
                           PERFORM 41-GRABAR-CAMBIO-CUENTA
                       END-IF
                   END-PERFORM
                   CLOSE CUENTAS-PEND-FILE
           END-EVALUATE.
       40-GRABAR-CAMBIOS-CUENTA-END.
       EXIT.

       41-GRABAR-CAMBIO-CUENTA.
           MOVE WSV-CPE-ID-TAB (WSV-CPE-IDX)      TO FD-CPE-ID.
           MOVE WSV-CPE-CBU-TAB (WSV-CPE-IDX)     TO FD-CPE-CBU.
           MOVE WSV-CPE-USUARIO-TAB (WSV-CPE-IDX) TO FD-CPE-USUARIO.
           MOVE WSV-CPE-FECHA-TAB (WSV-CPE-IDX)   TO FD-CPE-FECHA.
           MOVE WSV-CPE-HORA-TAB (WSV-CPE-IDX)    TO FD-CPE-HORA.
           WRITE FD-CTAPEND-REC.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  " DELIMITED BY SIZE
               WSV-CPE-ID-TAB (WSV-CPE-IDX) DELIMITED BY SIZE
               " CBU " DELIMITED BY SIZE
               WSV-CPE-CBU-TAB (WSV-CPE-IDX) DELIMITED BY SIZE
               " CARGADO POR " DELIMITED BY SIZE
               WSV-CPE-USUARIO-TAB (WSV-CPE-IDX) DELIMITED BY SIZE
               " EL " DELIMITED BY SIZE
               WSV-CPE-FECHA-TAB (WSV-CPE-IDX) DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       41-GRABAR-CAMBIO-CUENTA-END.
       EXIT.

       75-INFORMAR-LINEA.
           DISPLAY WSV-LINEA-AUX.
           WRITE FD-INFORME-LINEA FROM WSV-LINEA-AUX.
               WSV-CNT-ACEPTADOS DELIMITED BY SIZE
               " RECHAZADOS: " DELIMITED BY SIZE
               WSV-CNT-RECHAZADOS DELIMITED BY SIZE
               " CUENTAS PENDIENTES: " DELIMITED BY SIZE
               WSV-CNT-PENDIENTES DELIMITED BY SIZE
               " DESCARTADAS: " DELIMITED BY SIZE
               WSV-CNT-DESCARTADOS DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           IF WSV-CNT-PASES > 0
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "PASES DE ENTIDAD: " DELIMITED BY SIZE
                   WSV-CNT-PASES DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       80-INFORMAR-RESUMEN-END.
       EXIT.

       EXIT.

       COPY AUDCHNP.
       COPY EMPHISP.
       COPY ENTIDADP.

       END PROGRAM MANTEMPL.
