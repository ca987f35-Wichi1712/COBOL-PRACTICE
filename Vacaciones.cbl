      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * VACACION:
      * APERTURA ANUAL DEL SALDO DE VACACIONES Y LISTADO DE SALDOS
      * PARA RRHH. HASTA AHORA EL FINIQUITO PAGABA 2 DIAS POR MES
      * TRABAJADO SIN MIRAR LA ANTIGUEDAD NI LO YA GOZADO. ESTE
      * PROGRAMA:
      * 1. RECORRE EL MAESTRO DE EMPLEADOS Y TOMA LOS ACTIVOS.
      * 2. ABRE (O ACTUALIZA) LA FILA DEL ANIO EN VACSALDO CON LOS
      *    DIAS QUE CORRESPONDEN A SU BANDA: JUNIOR 14, SEMISR 21,
      *    SENIOR 28. UN ALTA DEL MISMO ANIO RECIBE LA PARTE
      *    PROPORCIONAL A LOS MESES QUE LE QUEDAN AL ANIO. SI LA
      *    FILA YA EXISTE (DIAS V DESCONTADOS ANTES DE LA APERTURA O
      *    UNA PROMOCION DE BANDA) SE RECALCULA EL DERECHO Y SE
      *    CONSERVAN LOS DIAS GOZADOS.
      * 3. LISTA POR EMPLEADO EL DERECHO, LO GOZADO Y EL SALDO, CON
      *    MARCA EN LOS QUE TIENEN DIAS SIN GOZAR QUE SE PIERDEN AL
      *    31 DE DICIEMBRE, Y EL TOTAL DE DIAS EN RIESGO.
      * LOS DIAS GOZADOS LOS DESCUENTA EL MODO LOTE DE EJERCICIO4
      * CON LAS AUSENCIAS TIPO V. EL ANIO LLEGA POR SYSIN (EN BLANCO
      * = ANIO EN CURSO); SE PUEDE CORRER EN ENERO PARA ABRIR EL
      * ANIO Y LAS VECES QUE RRHH QUIERA PARA EL LISTADO.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT VACSALDO-FILE ASSIGN TO "VACSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-VAC-CLAVE
               FILE STATUS IS WSV-VACSALDO-STATUS.

           SELECT INFORME-FILE ASSIGN TO "VACINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  VACSALDO-FILE.
           COPY VACSALDO.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-VACSALDO-STATUS   PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "VACACION".

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
      * DIAS DE VACACIONES POR ANIO SEGUN LA BANDA DEL MAESTRO.     *
      *------------------------------------------------------------*
           01 WSC-CONSTANTES.
               05 WSC-SENIOR            PIC X(06) VALUE "SENIOR".
               05 WSC-SEMISR            PIC X(06) VALUE "SEMISR".
               05 WSC-JUNIOR            PIC X(06) VALUE "JUNIOR".
               05 WSC-DIAS-SENIOR       PIC 9(03) VALUE 28.
               05 WSC-DIAS-SEMISR       PIC 9(03) VALUE 21.
               05 WSC-DIAS-JUNIOR       PIC 9(03) VALUE 14.

           01 WSV-VARIABLES.
               05 WSV-FIN-MAESTRO       PIC X VALUE "N".
                   88 WSS-FIN-MAESTRO       VALUE "S".
               05 WSV-VACSALDO-DISPONIBLE PIC X VALUE "N".
                   88 WSS-VACSALDO-DISPONIBLE VALUE "S".

               05 WSV-ANIO-PEDIDO       PIC X(04).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-MES-ALTA          PIC 9(02).
               05 WSV-DERECHO           PIC 9(03).
               05 WSV-SALDO             PIC S9(04).
               05 WSV-SALDO-ED          PIC -ZZ9.
               05 WSV-MARCA             PIC X(14).

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-ABIERTOS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-ACTUALIZADOS  PIC 9(06) VALUE 0.
                   10 WSV-CNT-BAJAS         PIC 9(06) VALUE 0.
                   10 WSV-CNT-CON-SALDO     PIC 9(06) VALUE 0.
                   10 WSV-CNT-EXCEDIDOS     PIC 9(06) VALUE 0.
               05 WSV-TOT-DIAS-RIESGO   PIC 9(07) VALUE 0.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "VACACION - SALDO ANUAL DE VACACIONES".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           DISPLAY "INGRESE ANIO (AAAA, BLANCO = ACTUAL)".
           MOVE SPACES TO WSV-ANIO-PEDIDO.
           ACCEPT WSV-ANIO-PEDIDO.
           IF WSV-ANIO-PEDIDO IS NOT NUMERIC
               MOVE WSV-FECHA-HOY (1:4) TO WSV-ANIO-PEDIDO
           END-IF.
           DISPLAY "SALDOS DE VACACIONES DEL ANIO " WSV-ANIO-PEDIDO.

           PERFORM 05-ABRIR-SALDOS.
           IF WSS-VACSALDO-DISPONIBLE
               OPEN OUTPUT INFORME-FILE
               PERFORM 08-INFORMAR-CABECERA
               PERFORM 10-RECORRER-MAESTRO
               PERFORM 40-INFORMAR-TOTALES
               CLOSE INFORME-FILE
               CLOSE VACSALDO-FILE
           END-IF.

           DISPLAY "EMPLEADOS LEIDOS: " WSV-CNT-LEIDOS
               " SALDOS ABIERTOS: " WSV-CNT-ABIERTOS
               " ACTUALIZADOS: " WSV-CNT-ACTUALIZADOS
               " BAJAS OMITIDAS: " WSV-CNT-BAJAS.
           IF WSS-VACSALDO-DISPONIBLE AND
              WSV-CNT-ABIERTOS + WSV-CNT-ACTUALIZADOS EQUAL 0
               DISPLAY "NO HAY EMPLEADOS ACTIVOS PARA EL ANIO"
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

       05-ABRIR-SALDOS.
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
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       05-ABRIR-SALDOS-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "SALDOS DE VACACIONES DEL ANIO " DELIMITED BY SIZE
               WSV-ANIO-PEDIDO DELIMITED BY SIZE
               " - EMITIDO EL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "ID       NOMBRE                         CC   BANDA "
               DELIMITED BY SIZE
               " DER GOZ SALDO" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

       10-RECORRER-MAESTRO.
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
                   PERFORM 11-LEER-SIGUIENTE
                   PERFORM UNTIL WSS-FIN-MAESTRO
                       ADD 1 TO WSV-CNT-LEIDOS
                       IF FDS-EMP-BAJA
                           ADD 1 TO WSV-CNT-BAJAS
                       ELSE
                           PERFORM 20-CALCULAR-DERECHO
                           PERFORM 25-ABRIR-SALDO-EMPLEADO
                           PERFORM 30-INFORMAR-EMPLEADO
                       END-IF
                       PERFORM 11-LEER-SIGUIENTE
                   END-PERFORM
               END-IF
               CLOSE EMPMAST-FILE
           END-IF.
       10-RECORRER-MAESTRO-END.
       EXIT.

       11-LEER-SIGUIENTE.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-MAESTRO
           END-READ.
       11-LEER-SIGUIENTE-END.
       EXIT.

      ******************************************************************
      * 20-CALCULAR-DERECHO: DIAS DEL ANIO POR BANDA. UNA BANDA
      * DESCONOCIDA RECIBE LOS DIAS DE JUNIOR CON ADVERTENCIA. UN
      * ALTA DEL MISMO ANIO RECIBE LA PARTE DE LOS MESES QUE QUEDAN
      * (CONTANDO EL MES DE INGRESO).
      ******************************************************************
       20-CALCULAR-DERECHO.
           EVALUATE FD-EMP-NIVEL
               WHEN WSC-SENIOR
                   MOVE WSC-DIAS-SENIOR TO WSV-DERECHO
               WHEN WSC-SEMISR
                   MOVE WSC-DIAS-SEMISR TO WSV-DERECHO
               WHEN WSC-JUNIOR
                   MOVE WSC-DIAS-JUNIOR TO WSV-DERECHO
               WHEN OTHER
                   DISPLAY FD-EMP-ID " BANDA DESCONOCIDA '"
                       FD-EMP-NIVEL "', SE ABREN LOS DIAS DE JUNIOR"
                   MOVE WSC-DIAS-JUNIOR TO WSV-DERECHO
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
           END-EVALUATE.
           IF FD-EMP-FECHA-ALTA IS NUMERIC AND
              FD-EMP-FECHA-ALTA (1:4) EQUAL WSV-ANIO-PEDIDO
               MOVE FD-EMP-FECHA-ALTA (5:2) TO WSV-MES-ALTA
               IF WSV-MES-ALTA >= 1 AND WSV-MES-ALTA <= 12
                   COMPUTE WSV-DERECHO ROUNDED =
                       WSV-DERECHO * (13 - WSV-MES-ALTA) / 12
               END-IF
           END-IF.
       20-CALCULAR-DERECHO-END.
       EXIT.

      ******************************************************************
      * 25-ABRIR-SALDO-EMPLEADO: ALTA DE LA FILA DEL ANIO O
      * ACTUALIZACION DEL DERECHO CONSERVANDO LOS DIAS YA GOZADOS.
      ******************************************************************
       25-ABRIR-SALDO-EMPLEADO.
           MOVE FD-EMP-ID       TO FD-VAC-ID.
           MOVE WSV-ANIO-PEDIDO TO FD-VAC-ANIO.
           READ VACSALDO-FILE
               INVALID KEY
                   MOVE SPACES TO FD-VACSALDO-REC
                   MOVE FD-EMP-ID       TO FD-VAC-ID
                   MOVE WSV-ANIO-PEDIDO TO FD-VAC-ANIO
                   MOVE FD-EMP-NOMBRE   TO FD-VAC-NOMBRE
                   MOVE FD-EMP-NIVEL    TO FD-VAC-NIVEL
                   MOVE FD-EMP-CCOSTO   TO FD-VAC-CCOSTO
                   MOVE WSV-DERECHO     TO FD-VAC-DERECHO
                   MOVE 0               TO FD-VAC-GOZADOS
                   MOVE SPACES          TO FD-VAC-ULT-FECHA
                   WRITE FD-VACSALDO-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO ABRIR EL SALDO DE "
                               FD-EMP-ID
                           MOVE 12 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       NOT INVALID KEY
                           ADD 1 TO WSV-CNT-ABIERTOS
                   END-WRITE
               NOT INVALID KEY
                   IF FD-VAC-DERECHO NOT EQUAL WSV-DERECHO
                       DISPLAY FD-EMP-ID " DERECHO DE VACACIONES "
                           FD-VAC-DERECHO " PASA A " WSV-DERECHO
                   END-IF
                   MOVE FD-EMP-NOMBRE   TO FD-VAC-NOMBRE
                   MOVE FD-EMP-NIVEL    TO FD-VAC-NIVEL
                   MOVE FD-EMP-CCOSTO   TO FD-VAC-CCOSTO
                   MOVE WSV-DERECHO     TO FD-VAC-DERECHO
                   REWRITE FD-VACSALDO-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL SALDO DE "
                               FD-EMP-ID
                           MOVE 12 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       NOT INVALID KEY
                           ADD 1 TO WSV-CNT-ACTUALIZADOS
                   END-REWRITE
           END-READ.
       25-ABRIR-SALDO-EMPLEADO-END.
       EXIT.

      ******************************************************************
      * 30-INFORMAR-EMPLEADO: UNA LINEA POR EMPLEADO ACTIVO. LOS DIAS
      * SIN GOZAR SE PIERDEN AL CIERRE DEL ANIO Y SALEN MARCADOS
      * PARA QUE RRHH LOS PERSIGA; LOS QUE GOZARON DE MAS TAMBIEN.
      ******************************************************************
       30-INFORMAR-EMPLEADO.
           COMPUTE WSV-SALDO = FD-VAC-DERECHO - FD-VAC-GOZADOS.
           MOVE WSV-SALDO TO WSV-SALDO-ED.
           MOVE SPACES TO WSV-MARCA.
           IF WSV-SALDO > 0
               MOVE "* VENCE 31-12" TO WSV-MARCA
               ADD 1 TO WSV-CNT-CON-SALDO
               ADD WSV-SALDO TO WSV-TOT-DIAS-RIESGO
           END-IF.
           IF WSV-SALDO < 0
               MOVE "* EXCEDIDO" TO WSV-MARCA
               ADD 1 TO WSV-CNT-EXCEDIDOS
           END-IF.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING FD-VAC-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-VAC-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-VAC-CCOSTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-VAC-NIVEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-VAC-DERECHO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-VAC-GOZADOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-SALDO-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSV-MARCA DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       30-INFORMAR-EMPLEADO-END.
       EXIT.

       40-INFORMAR-TOTALES.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "EMPLEADOS CON DIAS SIN GOZAR: " DELIMITED BY SIZE
               WSV-CNT-CON-SALDO DELIMITED BY SIZE
               " - DIAS QUE VENCEN AL 31-12: " DELIMITED BY SIZE
               WSV-TOT-DIAS-RIESGO DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           IF WSV-CNT-EXCEDIDOS > 0
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "EMPLEADOS QUE GOZARON MAS QUE SU DERECHO: "
                   DELIMITED BY SIZE
                   WSV-CNT-EXCEDIDOS DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       40-INFORMAR-TOTALES-END.
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
                   WSV-CNT-ABIERTOS + WSV-CNT-ACTUALIZADOS
               MOVE WSV-CNT-BAJAS       TO FD-RUN-OMITIDOS
               MOVE 0                   TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM VACACION.
