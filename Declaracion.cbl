      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * DECLARA:
      * DECLARACION MENSUAL DE CARGAS SOCIALES. HASTA AHORA LAS
      * CONTRIBUCIONES PATRONALES SE CALCULABAN EN UNA PLANILLA
      * APARTE Y LA DECLARACION SE TIPEABA EN EL APLICATIVO DEL
      * ORGANISMO. ESTE PROGRAMA CORRE A FIN DE MES:
      * 1. LEE TODAS LAS GENERACIONES DE PAYROLL-OUT DEL MES (LAS
      *    NOCTURNAS, LAS DEL AGUINALDO, LAS DE PAGOS FUERA DE CICLO
      *    Y LAS DE ANULACIONES, CONCATENADAS EN EL DD) Y TOMA SOLO
      *    LAS FILAS CUYA FECHA DE CORRIDA CAE EN EL PERIODO PEDIDO.
      *    UNA FILA DE ANULACION (TIPO R) RESTA EN EL PERIODO DE LA
      *    FILA ANULADA (FD-PAY-REF-FECHA), NO EN EL DE LA ANULACION:
      *    ANULAR UNA NOCHE DE UN MES YA DECLARADO OBLIGA A VOLVER A
      *    CORRER ESE PERIODO Y PRESENTAR LA RECTIFICATIVA. UN PAGO
      *    FUERA DE CICLO NO REMUNERATIVO NO SE DECLARA.
      * 2. BUSCA EL CUIL DE CADA EMPLEADO EN EL MAESTRO Y ACUMULA
      *    POR CUIL LA REMUNERACION (BRUTO), EL APORTE JUBILATORIO
      *    RETENIDO Y LAS TRES CONTRIBUCIONES PATRONALES (JUBILACION,
      *    OBRA SOCIAL Y ART).
      * 3. GRABA EL ARCHIVO DE LAYOUT FIJO DEL ORGANISMO: CABECERA
      *    "H" CON EL CUIT DEL EMPLEADOR Y EL PERIODO, UNA LINEA "D"
      *    POR CUIL Y COLA "T" CON CANTIDAD Y TOTALES.
      * 4. CONCILIA LOS TOTALES DECLARADOS MAS LOS EXCLUIDOS CONTRA
      *    LOS TOTALES LEIDOS DE PAYROLL-OUT; SI NO CUADRAN TERMINA
      *    CON CODIGO 8.
      * UN EMPLEADO SIN CUIL CARGADO (MOVIMIENTO U DE MANTEMPL) NO
      * PUEDE DECLARARSE: QUEDA EXCLUIDO, SE LISTA Y EL PASO TERMINA
      * CON ADVERTENCIA. LA TARJETA DE SYSIN TRAE EL PERIODO AAAAMM
      * (EN BLANCO = MES EN CURSO) Y EL CODIGO DE ENTIDAD EMPLEADORA
      * (EN BLANCO = 01).
      * CADA ENTIDAD PRESENTA SU PROPIA DECLARACION CON SU CUIT: UN
      * PASO POR ENTIDAD. EL CUIT SALE DE LA TABLA ENTIDAD Y SOLO SE
      * TOMAN LAS FILAS QUE LIQUIDO ESA ENTIDAD (FD-PAY-ENTIDAD, EN
      * BLANCO = 01); LAS DE OTRA ENTIDAD LAS DECLARA SU PASO. UNA
      * FILA DE UNA ENTIDAD QUE NO ESTA EN LA TABLA NO LA DECLARA
      * NINGUN PASO: SE CUENTA Y EL PASO TERMINA CON CODIGO 8.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      * 15-10-2026 - Se leen tambien las generaciones de pagos fuera
      *              de ciclo (filas E); las de un concepto no
      *              remunerativo se saltean y se cuentan aparte.
      * 15-10-2026 - Una declaracion por entidad empleadora: la
      *              tarjeta trae el codigo de entidad en lugar del
      *              CUIT, el CUIT sale de la tabla ENTIDAD y solo
      *              se declaran las filas de esa entidad.
      * 15-10-2026 - Se leen tambien las generaciones de anulaciones:
      *              la fila R resta en el periodo de la fila
      *              anulada. Un CUIL que queda sin liquidaciones no
      *              se declara; uno con una anulacion sin su fila
      *              original se lista, no se declara y el paso
      *              termina con codigo 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAYOUT-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT ENTIDAD-FILE ASSIGN TO "ENTIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ENTIDAD-STATUS.

           SELECT DECLARACION-FILE ASSIGN TO "DECLSS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME-FILE ASSIGN TO "DECLINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-OUT-FILE.
           COPY PAYROLL.

       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  ENTIDAD-FILE.
           COPY ENTIDAD.

      ******************************************************************
      * DECLARACION DE CARGAS SOCIALES: LAYOUT FIJO DEL ORGANISMO.
      * CABECERA "H" CON EL CUIT DEL EMPLEADOR, EL PERIODO Y LA FECHA
      * DE GENERACION; UNA LINEA "D" POR CUIL CON LA REMUNERACION,
      * EL APORTE JUBILATORIO RETENIDO, LAS TRES CONTRIBUCIONES Y LA
      * CANTIDAD DE LIQUIDACIONES DEL MES; COLA "T" CON CANTIDAD DE
      * CUILES Y LOS TOTALES DE CADA COLUMNA.
      ******************************************************************
       FD  DECLARACION-FILE.
           01 FD-DECL-REC.
               05 FD-DCL-TIPO          PIC X(01).
               05 FD-DCL-DATOS         PIC X(109).
               05 FD-DCL-CABECERA REDEFINES FD-DCL-DATOS.
                   10 FD-DCL-CAB-CUIT      PIC X(11).
                   10 FD-DCL-CAB-PERIODO   PIC X(06).
                   10 FD-DCL-CAB-FECHA     PIC X(08).
                   10 FILLER               PIC X(84).
               05 FD-DCL-DETALLE REDEFINES FD-DCL-DATOS.
                   10 FD-DCL-CUIL          PIC X(11).
                   10 FD-DCL-ID            PIC X(08).
                   10 FD-DCL-NOMBRE        PIC X(30).
                   10 FD-DCL-REMUNERACION  PIC 9(12).
                   10 FD-DCL-APORTE-JUB    PIC 9(10).
                   10 FD-DCL-CON-JUBILA    PIC 9(10).
                   10 FD-DCL-CON-OSOCIAL   PIC 9(10).
                   10 FD-DCL-CON-ART       PIC 9(10).
                   10 FD-DCL-LIQUIDACIONES PIC 9(03).
                   10 FILLER               PIC X(05).
               05 FD-DCL-COLA REDEFINES FD-DCL-DATOS.
                   10 FD-DCL-CANTIDAD      PIC 9(06).
                   10 FD-DCL-TOT-REMUN     PIC 9(14).
                   10 FD-DCL-TOT-APORTE    PIC 9(12).
                   10 FD-DCL-TOT-CON-JUB   PIC 9(12).
                   10 FD-DCL-TOT-CON-OSO   PIC 9(12).
                   10 FD-DCL-TOT-CON-ART   PIC 9(12).
                   10 FILLER               PIC X(41).

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-PAYOUT-STATUS     PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "DECLARA".

           01 WSV-RUNSTATS-STATUS     PIC X(02) VALUE "00".
           01 WSV-RUN-INICIO.
               05 WSV-RUN-FECHA-INI    PIC X(08).
               05 WSV-RUN-HORA-INI     PIC X(06).

       COPY ENTIDADW.

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
      * 12 SEVERO. SOLO SE ELEVA, NUNCA SE BAJA.                   *
      *------------------------------------------------------------*
           01 WSV-RETORNO           PIC 9(02) VALUE 0.
           01 WSV-RETORNO-NUEVO     PIC 9(02) VALUE 0.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-MAESTRO-DISPONIBLE PIC X VALUE "N".
                   88 WSS-MAESTRO-DISPONIBLE VALUE "S".
               05 WSV-EMP-HALLADO       PIC X VALUE "N".
                   88 WSS-EMP-HALLADO       VALUE "S".
               05 WSV-CUIL-HALLADO      PIC X VALUE "N".
                   88 WSS-CUIL-HALLADO      VALUE "S".
               05 WSV-EXC-HALLADO       PIC X VALUE "N".
                   88 WSS-EXC-HALLADO       VALUE "S".

      * TARJETA DE PARAMETROS: PERIODO AAAAMM Y CODIGO DE ENTIDAD.
               05 WSV-PARAMETROS.
                   10 WSV-PERIODO           PIC X(06).
                   10 WSV-ENTIDAD-PEDIDA    PIC X(02).
      * EMPLEADOR QUE DECLARA, TOMADO DE LA TABLA ENTIDAD.
               05 WSV-RAZON-EMPLEADOR   PIC X(30).
               05 WSV-CUIT-EMPLEADOR    PIC X(11).
               05 WSV-ENTIDAD-FILA      PIC X(02).
               05 WSV-FECHA-HOY         PIC X(08).

      * PERIODO AL QUE PERTENECE LA FILA: EL DE SU CORRIDA O, EN UNA
      * ANULACION, EL DE LA FILA ANULADA.
               05 WSV-PERIODO-FILA      PIC X(06).
      * VALORES DE LA FILA EN CURSO CON SU SIGNO: UNA ANULACION RESTA
      * UNA LIQUIDACION Y SUS IMPORTES. LAS CONTRIBUCIONES VALEN CERO
      * SI LA FILA ES ANTERIOR A ELLAS Y TRAE ESPACIOS.
               05 WSV-FILA-LIQ          PIC S9(01).
               05 WSV-FILA-REMUN        PIC S9(08).
               05 WSV-FILA-APORTE       PIC S9(07).
               05 WSV-FILA-CON-JUBILA   PIC S9(07).
               05 WSV-FILA-CON-OSOCIAL  PIC S9(07).
               05 WSV-FILA-CON-ART      PIC S9(07).
               05 WSV-CUIL-AUX          PIC X(11).
               05 WSV-NOMBRE-AUX        PIC X(30).

      *------------------------------------------------------------*
      * ACUMULADO POR CUIL DEL PERIODO, NETO DE ANULACIONES.       *
      *------------------------------------------------------------*
               05 WS-CUILES OCCURS 500 TIMES
                       INDEXED BY WSV-CUI-IDX WSV-CUI-IDX2.
                   10 WSV-CUI-CUIL-TAB      PIC X(11).
                   10 WSV-CUI-ID-TAB        PIC X(08).
                   10 WSV-CUI-NOMBRE-TAB    PIC X(30).
                   10 WSV-CUI-REMUN-TAB     PIC S9(12).
                   10 WSV-CUI-APORTE-TAB    PIC S9(10).
                   10 WSV-CUI-CON-JUB-TAB   PIC S9(10).
                   10 WSV-CUI-CON-OSO-TAB   PIC S9(10).
                   10 WSV-CUI-CON-ART-TAB   PIC S9(10).
                   10 WSV-CUI-LIQ-TAB       PIC S9(03).
               05 WSV-TOTAL-CUILES      PIC 9(03) VALUE 0.
      * LINEAS D GRABADAS (CUILES CON LIQUIDACIONES NETAS Y SIN
      * IMPORTES NEGATIVOS).
               05 WSV-TOTAL-DECLARADOS  PIC 9(03) VALUE 0.

      *------------------------------------------------------------*
      * EMPLEADOS EXCLUIDOS POR NO TENER CUIL EN EL MAESTRO.       *
      *------------------------------------------------------------*
               05 WS-EXCLUIDOS OCCURS 200 TIMES
                       INDEXED BY WSV-EXC-IDX WSV-EXC-IDX2.
                   10 WSV-EXC-ID-TAB        PIC X(08).
                   10 WSV-EXC-MOTIVO-TAB    PIC X(30).
                   10 WSV-EXC-REMUN-TAB     PIC S9(12).
               05 WSV-TOTAL-EXCLUIDOS   PIC 9(03) VALUE 0.

      * TOTALES LEIDOS DE PAYROLL-OUT PARA EL PERIODO, NETOS DE LAS
      * ANULACIONES.
               05 WSV-LEIDO.
                   10 WSV-LEI-FILAS         PIC S9(06) VALUE 0.
                   10 WSV-LEI-REMUN         PIC S9(14) VALUE 0.
                   10 WSV-LEI-APORTE        PIC S9(12) VALUE 0.
                   10 WSV-LEI-CON-JUB       PIC S9(12) VALUE 0.
                   10 WSV-LEI-CON-OSO       PIC S9(12) VALUE 0.
                   10 WSV-LEI-CON-ART       PIC S9(12) VALUE 0.
      * TOTALES DECLARADOS (SUMA DE LAS LINEAS D GRABADAS).
               05 WSV-DECLARADO.
                   10 WSV-DEC-FILAS         PIC S9(06) VALUE 0.
                   10 WSV-DEC-REMUN         PIC S9(14) VALUE 0.
                   10 WSV-DEC-APORTE        PIC S9(12) VALUE 0.
                   10 WSV-DEC-CON-JUB       PIC S9(12) VALUE 0.
                   10 WSV-DEC-CON-OSO       PIC S9(12) VALUE 0.
                   10 WSV-DEC-CON-ART       PIC S9(12) VALUE 0.
      * TOTALES EXCLUIDOS (FILAS DE EMPLEADOS SIN CUIL).
               05 WSV-EXCLUIDO.
                   10 WSV-EXC-FILAS         PIC S9(06) VALUE 0.
                   10 WSV-EXC-REMUN         PIC S9(14) VALUE 0.
                   10 WSV-EXC-APORTE        PIC S9(12) VALUE 0.
                   10 WSV-EXC-CON-JUB       PIC S9(12) VALUE 0.
                   10 WSV-EXC-CON-OSO       PIC S9(12) VALUE 0.
                   10 WSV-EXC-CON-ART       PIC S9(12) VALUE 0.
               05 WSV-DIFERENCIA        PIC S9(14) VALUE 0.
               05 WSV-CUADRA            PIC X VALUE "S".
                   88 WSS-CUADRA            VALUE "S".

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-OTRO-PERIODO  PIC 9(06) VALUE 0.
                   10 WSV-CNT-COMPARTIDOS   PIC 9(06) VALUE 0.
                   10 WSV-CNT-NO-REMUN      PIC 9(06) VALUE 0.
                   10 WSV-CNT-OTRA-ENTIDAD  PIC 9(06) VALUE 0.
                   10 WSV-CNT-SIN-ENTIDAD   PIC 9(06) VALUE 0.
                   10 WSV-CNT-ANULADAS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-SIN-LIQ       PIC 9(06) VALUE 0.
                   10 WSV-CNT-SIN-ORIGINAL  PIC 9(06) VALUE 0.
               05 WSV-IMPORTE-ED        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
               05 WSV-CANTIDAD-ED       PIC ZZZ,ZZ9.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "DECLARA - DECLARACION MENSUAL DE CARGAS SOCIALES".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           PERFORM 05-LEER-PARAMETROS.
           PERFORM 85-CARGAR-ENTIDADES.
           PERFORM 06-TOMAR-ENTIDAD.

           OPEN OUTPUT INFORME-FILE.
           PERFORM 08-INFORMAR-CABECERA.
           IF WSV-RETORNO < 12
               PERFORM 10-ABRIR-MAESTRO
           END-IF.
           IF WSS-MAESTRO-DISPONIBLE
               PERFORM 20-ACUMULAR-PAYROLL
               CLOSE EMPMAST-FILE
           END-IF.

           IF WSV-TOTAL-CUILES > 0
               PERFORM 40-GRABAR-DECLARACION
           END-IF.
           IF WSV-TOTAL-DECLARADOS EQUAL 0 AND WSS-MAESTRO-DISPONIBLE
               MOVE "NO HAY FILAS DECLARABLES PARA EL PERIODO"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           PERFORM 50-INFORMAR-EXCLUIDOS.
           PERFORM 60-CONCILIAR.
           CLOSE INFORME-FILE.

           DISPLAY "FILAS LEIDAS: " WSV-CNT-LEIDOS
               " DEL PERIODO: " WSV-LEI-FILAS
               " DE OTRO PERIODO: " WSV-CNT-OTRO-PERIODO
               " NO REMUNERATIVAS: " WSV-CNT-NO-REMUN
               " DE OTRA ENTIDAD: " WSV-CNT-OTRA-ENTIDAD
               " DE ENTIDAD DESCONOCIDA: " WSV-CNT-SIN-ENTIDAD
               " ANULACIONES RESTADAS: " WSV-CNT-ANULADAS
               " CUILES DECLARADOS: " WSV-TOTAL-DECLARADOS
               " ANULADOS POR COMPLETO: " WSV-CNT-SIN-LIQ
               " ANULADOS SIN ORIGINAL: " WSV-CNT-SIN-ORIGINAL
               " EXCLUIDOS: " WSV-TOTAL-EXCLUIDOS.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-LEER-PARAMETROS: PERIODO AAAAMM EN LAS PRIMERAS 6
      * POSICIONES (EN BLANCO O INVALIDO = MES EN CURSO) Y CODIGO DE
      * ENTIDAD EN LAS 2 SIGUIENTES (EN BLANCO = 01).
      ******************************************************************
       05-LEER-PARAMETROS.
           DISPLAY "INGRESE PERIODO AAAAMM Y CODIGO DE ENTIDAD".
           MOVE SPACES TO WSV-PARAMETROS.
           ACCEPT WSV-PARAMETROS.
           IF WSV-PERIODO IS NOT NUMERIC OR
              WSV-PERIODO (5:2) < "01" OR WSV-PERIODO (5:2) > "12"
               MOVE WSV-FECHA-HOY (1:6) TO WSV-PERIODO
           END-IF.
           IF WSV-ENTIDAD-PEDIDA EQUAL SPACES
               MOVE "01" TO WSV-ENTIDAD-PEDIDA
           END-IF.
           DISPLAY "PERIODO A DECLARAR: " WSV-PERIODO
               " ENTIDAD: " WSV-ENTIDAD-PEDIDA.
       05-LEER-PARAMETROS-END.
       EXIT.

      ******************************************************************
      * 06-TOMAR-ENTIDAD: LA ENTIDAD DEL PASO DEBE ESTAR EN LA TABLA;
      * SIN ELLA NO HAY A NOMBRE DE QUIEN DECLARAR Y NO SE GRABA NADA.
      * SIN CUIT LA DECLARACION SALE IGUAL PERO CON ADVERTENCIA: EL
      * ORGANISMO LA RECHAZARIA.
      ******************************************************************
       06-TOMAR-ENTIDAD.
           MOVE SPACES TO WSV-RAZON-EMPLEADOR.
           MOVE SPACES TO WSV-CUIT-EMPLEADOR.
           MOVE WSV-ENTIDAD-PEDIDA TO WSV-ENT-BUSCADA.
           PERFORM 87-BUSCAR-ENTIDAD.
           IF NOT WSS-ENT-HALLADA
               DISPLAY "LA ENTIDAD " WSV-ENTIDAD-PEDIDA
                   " NO ESTA EN LA TABLA DE ENTIDADES"
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE WSV-ENT-RAZON-TAB (WSV-ENT-IDX)
                   TO WSV-RAZON-EMPLEADOR
               MOVE WSV-ENT-CUIT-TAB (WSV-ENT-IDX)
                   TO WSV-CUIT-EMPLEADOR
               DISPLAY "ENTIDAD " WSV-ENTIDAD-PEDIDA " "
                   WSV-RAZON-EMPLEADOR " CUIT " WSV-CUIT-EMPLEADOR
               IF WSV-CUIT-EMPLEADOR IS NOT NUMERIC
                   DISPLAY "LA ENTIDAD " WSV-ENTIDAD-PEDIDA
                       " NO TIENE CUIT EN LA TABLA"
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       06-TOMAR-ENTIDAD-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "DECLARACION DE CARGAS SOCIALES - PERIODO "
               DELIMITED BY SIZE
               WSV-PERIODO DELIMITED BY SIZE
               " - CUIT " DELIMITED BY SIZE
               WSV-CUIT-EMPLEADOR DELIMITED BY SIZE
               " - EMITIDA EL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "ENTIDAD " DELIMITED BY SIZE
               WSV-ENTIDAD-PEDIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-RAZON-EMPLEADOR DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

       10-ABRIR-MAESTRO.
           MOVE "N" TO WSV-MAESTRO-DISPONIBLE.
           OPEN INPUT EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS EQUAL "00"
               MOVE "S" TO WSV-MAESTRO-DISPONIBLE
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
                   "STATUS: " WSV-EMPMAST-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       10-ABRIR-MAESTRO-END.
       EXIT.

       20-ACUMULAR-PAYROLL.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT PAYROLL-OUT-FILE.
           IF WSV-PAYOUT-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR PAYROLL-OUT, STATUS: "
                   WSV-PAYOUT-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 21-LEER-PAYROLL
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   MOVE FD-PAY-ENTIDAD TO WSV-ENTIDAD-FILA
                   IF WSV-ENTIDAD-FILA EQUAL SPACES
                       MOVE "01" TO WSV-ENTIDAD-FILA
                   END-IF
                   IF FDS-PAY-ANULACION
                       MOVE FD-PAY-REF-FECHA (1:6) TO WSV-PERIODO-FILA
                   ELSE
                       MOVE FD-PAY-FECHA-CORRIDA (1:6)
                           TO WSV-PERIODO-FILA
                   END-IF
                   EVALUATE TRUE
                       WHEN WSV-PERIODO-FILA NOT EQUAL WSV-PERIODO
                           ADD 1 TO WSV-CNT-OTRO-PERIODO
                       WHEN WSV-ENTIDAD-FILA NOT EQUAL
                            WSV-ENTIDAD-PEDIDA
                           PERFORM 27-FILA-OTRA-ENTIDAD
                       WHEN FDS-PAY-ESPECIAL AND FDS-PAY-NO-GRAVADO
                           ADD 1 TO WSV-CNT-NO-REMUN
                       WHEN OTHER
                           PERFORM 22-ACUMULAR-FILA
                   END-EVALUATE
                   PERFORM 21-LEER-PAYROLL
               END-PERFORM
               CLOSE PAYROLL-OUT-FILE
           END-IF.
       20-ACUMULAR-PAYROLL-END.
       EXIT.

       21-LEER-PAYROLL.
           READ PAYROLL-OUT-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDOS
           END-READ.
       21-LEER-PAYROLL-END.
       EXIT.

      ******************************************************************
      * 22-ACUMULAR-FILA: TODA FILA DEL PERIODO SUMA A LOS TOTALES
      * LEIDOS; DESPUES VA AL CUIL DEL EMPLEADO O, SI NO LO TIENE, A
      * LOS EXCLUIDOS. ASI LEIDO = DECLARADO + EXCLUIDO SI NINGUNA
      * FILA SE PIERDE EN EL CAMINO. UNA FILA DE ANULACION ENTRA CON
      * SIGNO NEGATIVO Y DESCUENTA LA LIQUIDACION ANULADA DEL CUIL.
      ******************************************************************
       22-ACUMULAR-FILA.
           MOVE FD-PAY-BRUTO-ANUAL TO WSV-FILA-REMUN.
           MOVE FD-PAY-DED-JUBILA  TO WSV-FILA-APORTE.
           MOVE 0 TO WSV-FILA-CON-JUBILA.
           MOVE 0 TO WSV-FILA-CON-OSOCIAL.
           MOVE 0 TO WSV-FILA-CON-ART.
           IF FD-PAY-CON-JUBILA IS NUMERIC
               MOVE FD-PAY-CON-JUBILA  TO WSV-FILA-CON-JUBILA
           END-IF.
           IF FD-PAY-CON-OSOCIAL IS NUMERIC
               MOVE FD-PAY-CON-OSOCIAL TO WSV-FILA-CON-OSOCIAL
           END-IF.
           IF FD-PAY-CON-ART IS NUMERIC
               MOVE FD-PAY-CON-ART     TO WSV-FILA-CON-ART
           END-IF.
           MOVE 1 TO WSV-FILA-LIQ.
           IF FDS-PAY-ANULACION
               ADD 1 TO WSV-CNT-ANULADAS
               MOVE -1 TO WSV-FILA-LIQ
               COMPUTE WSV-FILA-REMUN = 0 - WSV-FILA-REMUN
               COMPUTE WSV-FILA-APORTE = 0 - WSV-FILA-APORTE
               COMPUTE WSV-FILA-CON-JUBILA = 0 - WSV-FILA-CON-JUBILA
               COMPUTE WSV-FILA-CON-OSOCIAL = 0 - WSV-FILA-CON-OSOCIAL
               COMPUTE WSV-FILA-CON-ART = 0 - WSV-FILA-CON-ART
           END-IF.

           ADD WSV-FILA-LIQ         TO WSV-LEI-FILAS.
           ADD WSV-FILA-REMUN       TO WSV-LEI-REMUN.
           ADD WSV-FILA-APORTE      TO WSV-LEI-APORTE.
           ADD WSV-FILA-CON-JUBILA  TO WSV-LEI-CON-JUB.
           ADD WSV-FILA-CON-OSOCIAL TO WSV-LEI-CON-OSO.
           ADD WSV-FILA-CON-ART     TO WSV-LEI-CON-ART.

           PERFORM 23-BUSCAR-EMPLEADO.
           IF WSV-CUIL-AUX EQUAL SPACES
               PERFORM 26-EXCLUIR-FILA
           ELSE
               PERFORM 24-BUSCAR-CUIL
               IF WSS-CUIL-HALLADO
                   ADD WSV-FILA-REMUN
                       TO WSV-CUI-REMUN-TAB (WSV-CUI-IDX2)
                   ADD WSV-FILA-APORTE
                       TO WSV-CUI-APORTE-TAB (WSV-CUI-IDX2)
                   ADD WSV-FILA-CON-JUBILA
                       TO WSV-CUI-CON-JUB-TAB (WSV-CUI-IDX2)
                   ADD WSV-FILA-CON-OSOCIAL
                       TO WSV-CUI-CON-OSO-TAB (WSV-CUI-IDX2)
                   ADD WSV-FILA-CON-ART
                       TO WSV-CUI-CON-ART-TAB (WSV-CUI-IDX2)
                   ADD WSV-FILA-LIQ TO WSV-CUI-LIQ-TAB (WSV-CUI-IDX2)
               ELSE
                   PERFORM 26-EXCLUIR-FILA
               END-IF
           END-IF.
       22-ACUMULAR-FILA-END.
       EXIT.

      * EL CUIL Y EL NOMBRE COMPLETO SALEN DEL MAESTRO; UN ID QUE YA
      * NO ESTA EN EL MAESTRO QUEDA SIN CUIL Y SE EXCLUYE.
       23-BUSCAR-EMPLEADO.
           MOVE SPACES TO WSV-CUIL-AUX.
           MOVE FD-PAY-NOMBRE TO WSV-NOMBRE-AUX.
           MOVE "N" TO WSV-EMP-HALLADO.
           MOVE FD-PAY-ID TO FD-EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WSV-EMP-HALLADO
                   MOVE FD-EMP-NOMBRE TO WSV-NOMBRE-AUX
                   IF FD-EMP-CUIL IS NUMERIC
                       MOVE FD-EMP-CUIL TO WSV-CUIL-AUX
                   END-IF
           END-READ.
       23-BUSCAR-EMPLEADO-END.
       EXIT.

      ******************************************************************
      * 24-BUSCAR-CUIL: UBICA (O ABRE) LA FILA DEL CUIL. DOS IDS CON
      * EL MISMO CUIL SE DECLARAN EN UNA SOLA LINEA, PERO SE AVISA:
      * SUELE SER UN CUIL MAL CARGADO.
      ******************************************************************
       24-BUSCAR-CUIL.
           MOVE "N" TO WSV-CUIL-HALLADO.
           PERFORM VARYING WSV-CUI-IDX2 FROM 1 BY 1
                   UNTIL WSV-CUI-IDX2 > WSV-TOTAL-CUILES
                      OR WSS-CUIL-HALLADO
               IF WSV-CUI-CUIL-TAB (WSV-CUI-IDX2) = WSV-CUIL-AUX
                   SET WSS-CUIL-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-CUIL-HALLADO
               SET WSV-CUI-IDX2 DOWN BY 1
               IF WSV-CUI-ID-TAB (WSV-CUI-IDX2) NOT EQUAL FD-PAY-ID
                   ADD 1 TO WSV-CNT-COMPARTIDOS
                   MOVE SPACES TO WSV-LINEA-AUX
                   STRING "AVISO: CUIL " DELIMITED BY SIZE
                       WSV-CUIL-AUX DELIMITED BY SIZE
                       " COMPARTIDO POR " DELIMITED BY SIZE
                       WSV-CUI-ID-TAB (WSV-CUI-IDX2) DELIMITED BY SIZE
                       " Y " DELIMITED BY SIZE
                       FD-PAY-ID DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
                   PERFORM 75-INFORMAR-LINEA
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           ELSE
               IF WSV-TOTAL-CUILES < 500
                   ADD 1 TO WSV-TOTAL-CUILES
                   SET WSV-CUI-IDX2 TO WSV-TOTAL-CUILES
                   MOVE WSV-CUIL-AUX
                       TO WSV-CUI-CUIL-TAB (WSV-CUI-IDX2)
                   MOVE FD-PAY-ID  TO WSV-CUI-ID-TAB (WSV-CUI-IDX2)
                   MOVE WSV-NOMBRE-AUX
                       TO WSV-CUI-NOMBRE-TAB (WSV-CUI-IDX2)
                   MOVE 0 TO WSV-CUI-REMUN-TAB (WSV-CUI-IDX2)
                   MOVE 0 TO WSV-CUI-APORTE-TAB (WSV-CUI-IDX2)
                   MOVE 0 TO WSV-CUI-CON-JUB-TAB (WSV-CUI-IDX2)
                   MOVE 0 TO WSV-CUI-CON-OSO-TAB (WSV-CUI-IDX2)
                   MOVE 0 TO WSV-CUI-CON-ART-TAB (WSV-CUI-IDX2)
                   MOVE 0 TO WSV-CUI-LIQ-TAB (WSV-CUI-IDX2)
                   MOVE "S" TO WSV-CUIL-HALLADO
               ELSE
                   DISPLAY "TABLA DE CUILES LLENA (500), SE EXCLUYE: "
                       FD-PAY-ID
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       24-BUSCAR-CUIL-END.
       EXIT.

      ******************************************************************
      * 26-EXCLUIR-FILA: LA FILA NO SE PUEDE DECLARAR (EMPLEADO SIN
      * CUIL O TABLA LLENA). SUS IMPORTES VAN A LOS TOTALES EXCLUIDOS
      * Y EL ID A LA LISTA PARA RRHH, UNA VEZ POR EMPLEADO.
      ******************************************************************
       26-EXCLUIR-FILA.
           ADD WSV-FILA-LIQ         TO WSV-EXC-FILAS.
           ADD WSV-FILA-REMUN       TO WSV-EXC-REMUN.
           ADD WSV-FILA-APORTE      TO WSV-EXC-APORTE.
           ADD WSV-FILA-CON-JUBILA  TO WSV-EXC-CON-JUB.
           ADD WSV-FILA-CON-OSOCIAL TO WSV-EXC-CON-OSO.
           ADD WSV-FILA-CON-ART     TO WSV-EXC-CON-ART.

           MOVE "N" TO WSV-EXC-HALLADO.
           PERFORM VARYING WSV-EXC-IDX2 FROM 1 BY 1
                   UNTIL WSV-EXC-IDX2 > WSV-TOTAL-EXCLUIDOS
                      OR WSS-EXC-HALLADO
               IF WSV-EXC-ID-TAB (WSV-EXC-IDX2) = FD-PAY-ID
                   SET WSS-EXC-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-EXC-HALLADO
               SET WSV-EXC-IDX2 DOWN BY 1
               ADD WSV-FILA-REMUN
                   TO WSV-EXC-REMUN-TAB (WSV-EXC-IDX2)
           ELSE
               IF WSV-TOTAL-EXCLUIDOS < 200
                   ADD 1 TO WSV-TOTAL-EXCLUIDOS
                   SET WSV-EXC-IDX2 TO WSV-TOTAL-EXCLUIDOS
                   MOVE FD-PAY-ID TO WSV-EXC-ID-TAB (WSV-EXC-IDX2)
                   MOVE WSV-FILA-REMUN
                       TO WSV-EXC-REMUN-TAB (WSV-EXC-IDX2)
                   EVALUATE TRUE
                       WHEN NOT WSS-EMP-HALLADO
                           MOVE "NO ESTA EN EL MAESTRO"
                               TO WSV-EXC-MOTIVO-TAB (WSV-EXC-IDX2)
                       WHEN WSV-CUIL-AUX EQUAL SPACES
                           MOVE "SIN CUIL EN EL MAESTRO"
                               TO WSV-EXC-MOTIVO-TAB (WSV-EXC-IDX2)
                       WHEN OTHER
                           MOVE "TABLA DE CUILES LLENA"
                               TO WSV-EXC-MOTIVO-TAB (WSV-EXC-IDX2)
                   END-EVALUATE
               END-IF
           END-IF.
           MOVE 4 TO WSV-RETORNO-NUEVO.
           PERFORM 90-ELEVAR-RETORNO.
       26-EXCLUIR-FILA-END.
       EXIT.

      ******************************************************************
      * 27-FILA-OTRA-ENTIDAD: LA FILA LA DECLARA EL PASO DE SU
      * ENTIDAD. SI ESA ENTIDAD NO ESTA EN LA TABLA NO LA DECLARA
      * NADIE: SE AVISA Y EL PASO TERMINA CON ERROR.
      ******************************************************************
       27-FILA-OTRA-ENTIDAD.
           MOVE WSV-ENTIDAD-FILA TO WSV-ENT-BUSCADA.
           PERFORM 87-BUSCAR-ENTIDAD.
           IF WSS-ENT-HALLADA
               ADD 1 TO WSV-CNT-OTRA-ENTIDAD
           ELSE
               ADD 1 TO WSV-CNT-SIN-ENTIDAD
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "FILA DE " DELIMITED BY SIZE
                   FD-PAY-ID DELIMITED BY SIZE
                   " DE LA ENTIDAD " DELIMITED BY SIZE
                   WSV-ENTIDAD-FILA DELIMITED BY SIZE
                   " QUE NO ESTA EN LA TABLA: NO SE DECLARA"
                       DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       27-FILA-OTRA-ENTIDAD-END.
       EXIT.

      ******************************************************************
      * 40-GRABAR-DECLARACION: CABECERA, UNA LINEA D POR CUIL Y COLA
      * CON LOS TOTALES DECLARADOS. UN CUIL CUYAS LIQUIDACIONES DEL
      * MES SE ANULARON TODAS QUEDA EN CERO Y NO SE DECLARA. UN CUIL
      * SIN LIQUIDACIONES NETAS PERO CON IMPORTES, O CON ALGUN
      * IMPORTE NEGATIVO, TIENE UNA ANULACION SIN SU FILA ORIGINAL EN
      * EL PERIODO: NO SE PUEDE DECLARAR, SE LISTA Y LA CONCILIACION
      * NO CUADRA.
      ******************************************************************
       40-GRABAR-DECLARACION.
           OPEN OUTPUT DECLARACION-FILE.

           MOVE SPACES TO FD-DECL-REC.
           MOVE "H"                TO FD-DCL-TIPO.
           MOVE WSV-CUIT-EMPLEADOR TO FD-DCL-CAB-CUIT.
           MOVE WSV-PERIODO        TO FD-DCL-CAB-PERIODO.
           MOVE WSV-FECHA-HOY      TO FD-DCL-CAB-FECHA.
           WRITE FD-DECL-REC.

           PERFORM VARYING WSV-CUI-IDX FROM 1 BY 1
                   UNTIL WSV-CUI-IDX > WSV-TOTAL-CUILES
               EVALUATE TRUE
                   WHEN WSV-CUI-REMUN-TAB (WSV-CUI-IDX) < 0
                   WHEN WSV-CUI-APORTE-TAB (WSV-CUI-IDX) < 0
                   WHEN WSV-CUI-CON-JUB-TAB (WSV-CUI-IDX) < 0
                   WHEN WSV-CUI-CON-OSO-TAB (WSV-CUI-IDX) < 0
                   WHEN WSV-CUI-CON-ART-TAB (WSV-CUI-IDX) < 0
                       PERFORM 42-INFORMAR-NO-DECLARADO
                   WHEN WSV-CUI-LIQ-TAB (WSV-CUI-IDX) > 0
                       PERFORM 41-GRABAR-DETALLE
                   WHEN WSV-CUI-REMUN-TAB (WSV-CUI-IDX) EQUAL 0 AND
                        WSV-CUI-APORTE-TAB (WSV-CUI-IDX) EQUAL 0 AND
                        WSV-CUI-CON-JUB-TAB (WSV-CUI-IDX) EQUAL 0 AND
                        WSV-CUI-CON-OSO-TAB (WSV-CUI-IDX) EQUAL 0 AND
                        WSV-CUI-CON-ART-TAB (WSV-CUI-IDX) EQUAL 0
                       ADD 1 TO WSV-CNT-SIN-LIQ
                   WHEN OTHER
                       PERFORM 42-INFORMAR-NO-DECLARADO
               END-EVALUATE
           END-PERFORM.

           MOVE SPACES TO FD-DECL-REC.
           MOVE "T"                  TO FD-DCL-TIPO.
           MOVE WSV-TOTAL-DECLARADOS TO FD-DCL-CANTIDAD.
           MOVE WSV-DEC-REMUN        TO FD-DCL-TOT-REMUN.
           MOVE WSV-DEC-APORTE       TO FD-DCL-TOT-APORTE.
           MOVE WSV-DEC-CON-JUB      TO FD-DCL-TOT-CON-JUB.
           MOVE WSV-DEC-CON-OSO      TO FD-DCL-TOT-CON-OSO.
           MOVE WSV-DEC-CON-ART      TO FD-DCL-TOT-CON-ART.
           WRITE FD-DECL-REC.

           CLOSE DECLARACION-FILE.
       40-GRABAR-DECLARACION-END.
       EXIT.

       41-GRABAR-DETALLE.
           MOVE SPACES TO FD-DECL-REC.
           MOVE "D" TO FD-DCL-TIPO.
           MOVE WSV-CUI-CUIL-TAB (WSV-CUI-IDX)   TO FD-DCL-CUIL.
           MOVE WSV-CUI-ID-TAB (WSV-CUI-IDX)     TO FD-DCL-ID.
           MOVE WSV-CUI-NOMBRE-TAB (WSV-CUI-IDX) TO FD-DCL-NOMBRE.
           MOVE WSV-CUI-REMUN-TAB (WSV-CUI-IDX)
               TO FD-DCL-REMUNERACION.
           MOVE WSV-CUI-APORTE-TAB (WSV-CUI-IDX)
               TO FD-DCL-APORTE-JUB.
           MOVE WSV-CUI-CON-JUB-TAB (WSV-CUI-IDX)
               TO FD-DCL-CON-JUBILA.
           MOVE WSV-CUI-CON-OSO-TAB (WSV-CUI-IDX)
               TO FD-DCL-CON-OSOCIAL.
           MOVE WSV-CUI-CON-ART-TAB (WSV-CUI-IDX)
               TO FD-DCL-CON-ART.
           MOVE WSV-CUI-LIQ-TAB (WSV-CUI-IDX)
               TO FD-DCL-LIQUIDACIONES.
           WRITE FD-DECL-REC.
           ADD 1 TO WSV-TOTAL-DECLARADOS.
           ADD WSV-CUI-LIQ-TAB (WSV-CUI-IDX)     TO WSV-DEC-FILAS.
           ADD WSV-CUI-REMUN-TAB (WSV-CUI-IDX)   TO WSV-DEC-REMUN.
           ADD WSV-CUI-APORTE-TAB (WSV-CUI-IDX)  TO WSV-DEC-APORTE.
           ADD WSV-CUI-CON-JUB-TAB (WSV-CUI-IDX) TO WSV-DEC-CON-JUB.
           ADD WSV-CUI-CON-OSO-TAB (WSV-CUI-IDX) TO WSV-DEC-CON-OSO.
           ADD WSV-CUI-CON-ART-TAB (WSV-CUI-IDX) TO WSV-DEC-CON-ART.
       41-GRABAR-DETALLE-END.
       EXIT.

       42-INFORMAR-NO-DECLARADO.
           ADD 1 TO WSV-CNT-SIN-ORIGINAL.
           MOVE WSV-CUI-REMUN-TAB (WSV-CUI-IDX) TO WSV-IMPORTE-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "CUIL " DELIMITED BY SIZE
               WSV-CUI-CUIL-TAB (WSV-CUI-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-CUI-ID-TAB (WSV-CUI-IDX) DELIMITED BY SIZE
               " ANULACION SIN SU FILA ORIGINAL, NO SE DECLARA: $"
                   DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE 8 TO WSV-RETORNO-NUEVO.
           PERFORM 90-ELEVAR-RETORNO.
       42-INFORMAR-NO-DECLARADO-END.
       EXIT.

       50-INFORMAR-EXCLUIDOS.
           IF WSV-TOTAL-EXCLUIDOS > 0
               MOVE SPACES TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "EMPLEADOS EXCLUIDOS DE LA DECLARACION (CARGAR EL "
                   & "CUIL CON EL MOVIMIENTO U DE MANTEMPL):"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               PERFORM VARYING WSV-EXC-IDX FROM 1 BY 1
                       UNTIL WSV-EXC-IDX > WSV-TOTAL-EXCLUIDOS
                   MOVE WSV-EXC-REMUN-TAB (WSV-EXC-IDX)
                       TO WSV-IMPORTE-ED
                   MOVE SPACES TO WSV-LINEA-AUX
                   STRING "  " DELIMITED BY SIZE
                       WSV-EXC-ID-TAB (WSV-EXC-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSV-EXC-MOTIVO-TAB (WSV-EXC-IDX)
                           DELIMITED BY SIZE
                       " REMUNERACION $" DELIMITED BY SIZE
                       WSV-IMPORTE-ED DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
                   PERFORM 75-INFORMAR-LINEA
               END-PERFORM
           END-IF.
       50-INFORMAR-EXCLUIDOS-END.
       EXIT.

      ******************************************************************
      * 60-CONCILIAR: LO LEIDO DE PAYROLL-OUT PARA EL PERIODO DEBE
      * SER EXACTAMENTE LO DECLARADO MAS LO EXCLUIDO, COLUMNA POR
      * COLUMNA Y EN CANTIDAD DE FILAS. UNA DIFERENCIA ES CODIGO 8:
      * LA DECLARACION NO SE PRESENTA.
      ******************************************************************
       60-CONCILIAR.
           MOVE "S" TO WSV-CUADRA.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "CONCILIACION CONTRA PAYROLL-OUT DEL PERIODO "
               & "(LEIDO = DECLARADO + EXCLUIDO):" TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.

           COMPUTE WSV-DIFERENCIA = WSV-LEI-FILAS -
               WSV-DEC-FILAS - WSV-EXC-FILAS.
           MOVE WSV-LEI-FILAS TO WSV-IMPORTE-ED.
           MOVE "FILAS" TO WSV-NOMBRE-AUX.
           PERFORM 61-INFORMAR-COLUMNA.

           COMPUTE WSV-DIFERENCIA = WSV-LEI-REMUN -
               WSV-DEC-REMUN - WSV-EXC-REMUN.
           MOVE WSV-LEI-REMUN TO WSV-IMPORTE-ED.
           MOVE "REMUNERACION" TO WSV-NOMBRE-AUX.
           PERFORM 61-INFORMAR-COLUMNA.

           COMPUTE WSV-DIFERENCIA = WSV-LEI-APORTE -
               WSV-DEC-APORTE - WSV-EXC-APORTE.
           MOVE WSV-LEI-APORTE TO WSV-IMPORTE-ED.
           MOVE "APORTE JUBILATORIO" TO WSV-NOMBRE-AUX.
           PERFORM 61-INFORMAR-COLUMNA.

           COMPUTE WSV-DIFERENCIA = WSV-LEI-CON-JUB -
               WSV-DEC-CON-JUB - WSV-EXC-CON-JUB.
           MOVE WSV-LEI-CON-JUB TO WSV-IMPORTE-ED.
           MOVE "CONTRIB. JUBILATORIA" TO WSV-NOMBRE-AUX.
           PERFORM 61-INFORMAR-COLUMNA.

           COMPUTE WSV-DIFERENCIA = WSV-LEI-CON-OSO -
               WSV-DEC-CON-OSO - WSV-EXC-CON-OSO.
           MOVE WSV-LEI-CON-OSO TO WSV-IMPORTE-ED.
           MOVE "OBRA SOCIAL" TO WSV-NOMBRE-AUX.
           PERFORM 61-INFORMAR-COLUMNA.

           COMPUTE WSV-DIFERENCIA = WSV-LEI-CON-ART -
               WSV-DEC-CON-ART - WSV-EXC-CON-ART.
           MOVE WSV-LEI-CON-ART TO WSV-IMPORTE-ED.
           MOVE "ART" TO WSV-NOMBRE-AUX.
           PERFORM 61-INFORMAR-COLUMNA.

           IF WSS-CUADRA
               MOVE "LA DECLARACION CUADRA CON LA PLANILLA DEL MES"
                   TO WSV-LINEA-AUX
           ELSE
               MOVE "LA DECLARACION NO CUADRA, NO PRESENTAR"
                   TO WSV-LINEA-AUX
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           PERFORM 75-INFORMAR-LINEA.
       60-CONCILIAR-END.
       EXIT.

      * LA COLUMNA, SU TOTAL LEIDO Y LA DIFERENCIA YA VIENEN
      * CARGADOS POR EL LLAMADOR.
       61-INFORMAR-COLUMNA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  " DELIMITED BY SIZE
               WSV-NOMBRE-AUX (1:22) DELIMITED BY SIZE
               " LEIDO " DELIMITED BY SIZE
               WSV-IMPORTE-ED DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           IF WSV-DIFERENCIA NOT EQUAL 0
               MOVE "N" TO WSV-CUADRA
               MOVE "  * NO CUADRA" TO WSV-LINEA-AUX (60:13)
           END-IF.
           PERFORM 75-INFORMAR-LINEA.
       61-INFORMAR-COLUMNA-END.
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
               MOVE WSV-TOTAL-DECLARADOS TO FD-RUN-ESCRITOS
               COMPUTE FD-RUN-OMITIDOS = WSV-CNT-OTRO-PERIODO +
                   WSV-CNT-OTRA-ENTIDAD
               MOVE WSV-EXC-FILAS       TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       COPY ENTIDADP.

       END PROGRAM DECLARA.
