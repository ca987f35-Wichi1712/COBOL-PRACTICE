      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * RECHPEND:
      * SEGUIMIENTO DE LOS RECHAZOS DE DEPURADOR HASTA SU REENVIO.
      * EL ARCHIVO RECHAZOS DE LA DEPURACION SE BORRA LA NOCHE
      * SIGUIENTE Y NADIE CONTROLABA SI RRHH VOLVIO A MANDAR EL
      * POSTULANTE O LA TRANSACCION CORREGIDA: UN EMPLEADO PODIA
      * QUEDAR UN MES SIN COBRAR. ESTE PROGRAMA, DESPUES DE CADA
      * DEPURACION:
      * 1. CIERRA EN EL ARCHIVO DE PENDIENTES RECHPEND (INDEXADO POR
      *    ORIGEN + ID) CADA RECHAZO ABIERTO DE UNA NOCHE ANTERIOR
      *    CUYO ID VINO ESTA NOCHE EN EL EXTRACTO LIMPIO DE SU ORIGEN.
      * 2. ABRE UN PENDIENTE POR CADA RECHAZO DE ESTA NOCHE CON LA
      *    FECHA DEL PRIMER RECHAZO, O ACTUALIZA EL QUE YA ESTABA
      *    ABIERTO (ULTIMA FECHA, NOCHES RECHAZADO, ULTIMO MOTIVO).
      * 3. LISTA LOS PENDIENTES ABIERTOS CON SU ANTIGUEDAD Y LOS
      *    TOTALIZA POR TRAMO DE ANTIGUEDAD (HASTA 2 DIAS, 3 A 6, 7 O
      *    MAS) Y POR MOTIVO (EL PRIMERO QUE INFORMO DEPURADOR).
      * UNA TRANSACCION RECHAZADA QUE SIGUE ABIERTA MAS DIAS QUE EL
      * CORTE DE PAGO (SYSIN, DIAS CORRIDOS) ES UN EMPLEADO QUE NO SE
      * ESTA LIQUIDANDO: SE MARCA Y EL PASO TERMINA CON RC=4.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHPEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RECHAZOS-STATUS.

           SELECT POSTUL-FILE ASSIGN TO "POSTULAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-POSTULAN-STATUS.

           SELECT TRANSACCIONES-FILE ASSIGN TO "TRANSACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-TRANSACC-STATUS.

           SELECT RECHPEND-FILE ASSIGN TO "RECHPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-RPE-CLAVE
               FILE STATUS IS WSV-RECHPEND-STATUS.

           SELECT INFORME-FILE ASSIGN TO "RECHINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MISMO LAYOUT DE RECHAZOS QUE DEPURADOR.
       FD  RECHAZOS-FILE.
           01 FD-RECHAZO-REC.
               05 FD-RECH-ORIGEN       PIC X(08).
               05 FD-RECH-REGISTRO     PIC X(25).
               05 FD-RECH-MOTIVO       PIC X(60).

      * POSTULANTE LIMPIO: EL ID VA EN LAS PRIMERAS 8 POSICIONES.
       FD  POSTUL-FILE.
           01 FD-POS-REC.
               05 FD-POS-ID            PIC X(08).
               05 FILLER               PIC X(09).

       FD  TRANSACCIONES-FILE.
           COPY TRANSACC.

       FD  RECHPEND-FILE.
           COPY RECHPEND.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-RECHAZOS-STATUS   PIC X(02) VALUE "00".
           01 WSV-POSTULAN-STATUS   PIC X(02) VALUE "00".
           01 WSV-TRANSACC-STATUS   PIC X(02) VALUE "00".
           01 WSV-RECHPEND-STATUS   PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "RECHPEND".

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
      * CORTE DE PAGO POR DEFECTO (DIAS CORRIDOS DESDE EL PRIMER   *
      * RECHAZO) Y LIMITES DE LOS TRAMOS DE ANTIGUEDAD.            *
      *------------------------------------------------------------*
           01 WSC-CONSTANTES.
               05 WSC-DIAS-CORTE        PIC 9(02) VALUE 03.
               05 WSC-TRAMO-MEDIO       PIC 9(02) VALUE 03.
               05 WSC-TRAMO-VIEJO       PIC 9(02) VALUE 07.
               05 WSC-ORIGEN-POSTUL     PIC X(08) VALUE "POSTULAN".
               05 WSC-ORIGEN-TRANSACC   PIC X(08) VALUE "TRANSACC".

       COPY DIASW.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-PENDIENTES-ABIERTO PIC X VALUE "N".
                   88 WSS-PENDIENTES-ABIERTO VALUE "S".
               05 WSV-FUERA-CORTE       PIC X VALUE "N".
                   88 WSS-FUERA-CORTE       VALUE "S".

               05 WSV-PARAMETRO         PIC X(02).
               05 WSV-DIAS-CORTE        PIC 9(02).
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-SERIAL-HOY        PIC 9(07).
               05 WSV-ANTIGUEDAD        PIC 9(05).
               05 WSV-TRAMO             PIC 9(01).
               05 WSV-ORIGEN-COL        PIC 9(01).
               05 WSV-ID-LIMPIO         PIC X(08).
               05 WSV-ORIGEN-LIMPIO     PIC X(08).
               05 WSV-MOTIVO-PRIMERO    PIC X(60).

               05 WSV-LINEA-AUX         PIC X(100).
               05 WSV-ANTIGUEDAD-ED     PIC ZZZZ9.
               05 WSV-VECES-ED          PIC ZZ9.
               05 WSV-CNT-ED            PIC ZZZ,ZZ9.
               05 WSV-CNT-ED2           PIC ZZZ,ZZ9.
               05 WSV-CNT-ED3           PIC ZZZ,ZZ9.
               05 WSV-CNT-ED4           PIC ZZZ,ZZ9.

      * ABIERTOS POR TRAMO (1 HASTA 2 DIAS, 2 DE 3 A 6, 3 DE 7 O MAS)
      * Y ORIGEN (1 POSTULAN, 2 TRANSACC).
               05 WS-TRAMOS OCCURS 3 TIMES
                       INDEXED BY WSV-TRA-IDX.
                   10 WSV-TRA-ORIGEN-TAB OCCURS 2 TIMES
                                            PIC 9(06).
               05 WS-MOTIVOS OCCURS 20 TIMES
                       INDEXED BY WSV-MOT-IDX.
                   10 WSV-MOT-TEXTO-TAB     PIC X(60).
                   10 WSV-MOT-TRAMO-TAB OCCURS 3 TIMES
                                            PIC 9(06).
               05 WSV-TOTAL-MOTIVOS     PIC 9(02) VALUE 0.
               05 WSV-MOT-HALLADO       PIC X VALUE "N".
                   88 WSS-MOT-HALLADO       VALUE "S".

               05 WSV-CONTADORES.
                   10 WSV-CNT-RECHAZOS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-NUEVOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-REABIERTOS    PIC 9(06) VALUE 0.
                   10 WSV-CNT-REPETIDOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-CERRADOS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-ABIERTOS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-FUERA-CORTE   PIC 9(06) VALUE 0.
                   10 WSV-CNT-ERRORES       PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "RECHPEND - RECHAZOS PENDIENTES DE REENVIO".
           DISPLAY "------------------------".

           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           MOVE WSV-RUN-FECHA-INI TO WSV-FECHA-HOY.
           MOVE WSV-FECHA-HOY TO WSV-DSE-FECHA.
           PERFORM 88-CALCULAR-DIA-SERIAL.
           MOVE WSV-DSE-SERIAL TO WSV-SERIAL-HOY.

           DISPLAY "INGRESE CORTE DE PAGO EN DIAS (BLANCO = "
               WSC-DIAS-CORTE ")".
           MOVE SPACES TO WSV-PARAMETRO.
           ACCEPT WSV-PARAMETRO.
           PERFORM 05-TOMAR-CORTE.

           PERFORM VARYING WSV-TRA-IDX FROM 1 BY 1
                   UNTIL WSV-TRA-IDX > 3
               MOVE 0 TO WSV-TRA-ORIGEN-TAB (WSV-TRA-IDX, 1)
               MOVE 0 TO WSV-TRA-ORIGEN-TAB (WSV-TRA-IDX, 2)
           END-PERFORM.

           PERFORM 08-ABRIR-PENDIENTES.
           IF WSS-PENDIENTES-ABIERTO
               PERFORM 10-CERRAR-POSTULANTES
               PERFORM 15-CERRAR-TRANSACCIONES
               PERFORM 30-REGISTRAR-RECHAZOS
               OPEN OUTPUT INFORME-FILE
               PERFORM 50-INFORMAR-ABIERTOS
               PERFORM 60-INFORMAR-TRAMOS
               PERFORM 65-INFORMAR-MOTIVOS
               CLOSE INFORME-FILE
               CLOSE RECHPEND-FILE
           END-IF.

           DISPLAY "RECHAZOS DE LA NOCHE: " WSV-CNT-RECHAZOS
               " NUEVOS: " WSV-CNT-NUEVOS
               " REABIERTOS: " WSV-CNT-REABIERTOS
               " REPETIDOS: " WSV-CNT-REPETIDOS.
           DISPLAY "CERRADOS POR REENVIO: " WSV-CNT-CERRADOS
               " ABIERTOS: " WSV-CNT-ABIERTOS
               " TRANSACCIONES FUERA DE CORTE: " WSV-CNT-FUERA-CORTE.
           IF WSV-CNT-FUERA-CORTE > 0
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-TOMAR-CORTE: DIAS CORRIDOS QUE RRHH TIENE PARA REENVIAR UNA
      * TRANSACCION RECHAZADA ANTES DE QUE EL EMPLEADO PIERDA LA
      * LIQUIDACION. UN VALOR NO NUMERICO SE REEMPLAZA POR EL DEFECTO.
      ******************************************************************
       05-TOMAR-CORTE.
           EVALUATE TRUE
               WHEN WSV-PARAMETRO EQUAL SPACES
                   MOVE WSC-DIAS-CORTE TO WSV-DIAS-CORTE
               WHEN WSV-PARAMETRO IS NUMERIC
                   MOVE WSV-PARAMETRO TO WSV-DIAS-CORTE
               WHEN OTHER
                   DISPLAY "CORTE DE PAGO INVALIDO: " WSV-PARAMETRO
                       ", SE USA " WSC-DIAS-CORTE " DIAS"
                   MOVE WSC-DIAS-CORTE TO WSV-DIAS-CORTE
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
           END-EVALUATE.
           DISPLAY "CORTE DE PAGO: " WSV-DIAS-CORTE " DIAS".
       05-TOMAR-CORTE-END.
       EXIT.

      ******************************************************************
      * 08-ABRIR-PENDIENTES: LA PRIMERA VEZ EL ARCHIVO NO EXISTE Y SE
      * CREA VACIO, COMO EL ACUMULADO ANUAL.
      ******************************************************************
       08-ABRIR-PENDIENTES.
           OPEN I-O RECHPEND-FILE.
           IF WSV-RECHPEND-STATUS EQUAL "35"
               DISPLAY "SIN PENDIENTES PREVIOS, SE CREA EL ARCHIVO"
               OPEN OUTPUT RECHPEND-FILE
               CLOSE RECHPEND-FILE
               OPEN I-O RECHPEND-FILE
           END-IF.
           IF WSV-RECHPEND-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE PENDIENTES, "
                   "STATUS: " WSV-RECHPEND-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "S" TO WSV-PENDIENTES-ABIERTO
           END-IF.
       08-ABRIR-PENDIENTES-END.
       EXIT.

      ******************************************************************
      * 10-CERRAR-POSTULANTES / 15-CERRAR-TRANSACCIONES: CADA ID DEL
      * EXTRACTO LIMPIO DE LA NOCHE CIERRA EL PENDIENTE DE SU ORIGEN.
      * SIN EXTRACTO LIMPIO (LA DEPURACION NO LO DEJO) NO SE CIERRA
      * NADA DE ESE ORIGEN.
      ******************************************************************
       10-CERRAR-POSTULANTES.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT POSTUL-FILE.
           IF WSV-POSTULAN-STATUS NOT EQUAL "00"
               DISPLAY "SIN POSTULANTES DEPURADOS, STATUS: "
                   WSV-POSTULAN-STATUS
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE WSC-ORIGEN-POSTUL TO WSV-ORIGEN-LIMPIO
               PERFORM 11-LEER-POSTULANTE
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   MOVE FD-POS-ID TO WSV-ID-LIMPIO
                   PERFORM 20-CERRAR-PENDIENTE
                   PERFORM 11-LEER-POSTULANTE
               END-PERFORM
               CLOSE POSTUL-FILE
           END-IF.
       10-CERRAR-POSTULANTES-END.
       EXIT.

       11-LEER-POSTULANTE.
           READ POSTUL-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       11-LEER-POSTULANTE-END.
       EXIT.

       15-CERRAR-TRANSACCIONES.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT TRANSACCIONES-FILE.
           IF WSV-TRANSACC-STATUS NOT EQUAL "00"
               DISPLAY "SIN TRANSACCIONES DEPURADAS, STATUS: "
                   WSV-TRANSACC-STATUS
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE WSC-ORIGEN-TRANSACC TO WSV-ORIGEN-LIMPIO
               PERFORM 16-LEER-TRANSACCION
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FDS-TRX-DETALLE
                       MOVE FD-TRX-ID TO WSV-ID-LIMPIO
                       PERFORM 20-CERRAR-PENDIENTE
                   END-IF
                   PERFORM 16-LEER-TRANSACCION
               END-PERFORM
               CLOSE TRANSACCIONES-FILE
           END-IF.
       15-CERRAR-TRANSACCIONES-END.
       EXIT.

       16-LEER-TRANSACCION.
           READ TRANSACCIONES-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       16-LEER-TRANSACCION-END.
       EXIT.

      ******************************************************************
      * 20-CERRAR-PENDIENTE: SOLO SE CIERRA UN PENDIENTE RECHAZADO EN
      * UNA NOCHE ANTERIOR; EL RECHAZO DE ESTA NOCHE (UN ID DUPLICADO
      * CUYA PRIMERA APARICION PASO LIMPIA, O UN PASO RELANZADO) SIGUE
      * ABIERTO HASTA UN EXTRACTO POSTERIOR.
      ******************************************************************
       20-CERRAR-PENDIENTE.
           MOVE WSV-ORIGEN-LIMPIO TO FD-RPE-ORIGEN.
           MOVE WSV-ID-LIMPIO     TO FD-RPE-ID.
           READ RECHPEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FDS-RPE-ABIERTO AND
                      FD-RPE-FECHA-ULTIMO < WSV-FECHA-HOY
                       MOVE "C"           TO FD-RPE-ESTADO
                       MOVE WSV-FECHA-HOY TO FD-RPE-FECHA-CIERRE
                       PERFORM 40-REGRABAR-PENDIENTE
                       ADD 1 TO WSV-CNT-CERRADOS
                       DISPLAY "REENVIADO " FD-RPE-ORIGEN " "
                           FD-RPE-ID ", RECHAZADO DESDE "
                           FD-RPE-FECHA-PRIMERO
                   END-IF
           END-READ.
       20-CERRAR-PENDIENTE-END.
       EXIT.

      ******************************************************************
      * 30-REGISTRAR-RECHAZOS: LOS RECHAZOS DE ESTA NOCHE. EL ID ESTA
      * AL PRINCIPIO DEL POSTULANTE CRUDO Y DESPUES DEL CODIGO DE
      * MOVIMIENTO EN LA TRANSACCION CRUDA. SIN ARCHIVO DE RECHAZOS
      * (LA DEPURACION NO CORRIO) SOLO SE INFORMAN LOS ABIERTOS.
      ******************************************************************
       30-REGISTRAR-RECHAZOS.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT RECHAZOS-FILE.
           IF WSV-RECHAZOS-STATUS NOT EQUAL "00"
               DISPLAY "SIN ARCHIVO DE RECHAZOS DE LA NOCHE, STATUS: "
                   WSV-RECHAZOS-STATUS
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 31-LEER-RECHAZO
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   PERFORM 32-REGISTRAR-RECHAZO
                   PERFORM 31-LEER-RECHAZO
               END-PERFORM
               CLOSE RECHAZOS-FILE
           END-IF.
       30-REGISTRAR-RECHAZOS-END.
       EXIT.

       31-LEER-RECHAZO.
           READ RECHAZOS-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-RECHAZOS
           END-READ.
       31-LEER-RECHAZO-END.
       EXIT.

       32-REGISTRAR-RECHAZO.
           MOVE FD-RECH-ORIGEN TO FD-RPE-ORIGEN.
           IF FD-RECH-ORIGEN EQUAL WSC-ORIGEN-TRANSACC
               MOVE FD-RECH-REGISTRO (2:8) TO FD-RPE-ID
           ELSE
               MOVE FD-RECH-REGISTRO (1:8) TO FD-RPE-ID
           END-IF.
           READ RECHPEND-FILE
               INVALID KEY
                   MOVE FD-RECH-ORIGEN TO FD-RPE-ORIGEN
                   MOVE WSV-FECHA-HOY  TO FD-RPE-FECHA-PRIMERO
                   MOVE WSV-FECHA-HOY  TO FD-RPE-FECHA-ULTIMO
                   MOVE 1              TO FD-RPE-VECES
                   MOVE FD-RECH-REGISTRO TO FD-RPE-REGISTRO
                   MOVE FD-RECH-MOTIVO TO FD-RPE-MOTIVO
                   MOVE "A"            TO FD-RPE-ESTADO
                   MOVE SPACES         TO FD-RPE-FECHA-CIERRE
                   WRITE FD-RECHPEND-REC
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR PENDIENTE "
                               FD-RPE-ORIGEN " " FD-RPE-ID
                               ", STATUS: " WSV-RECHPEND-STATUS
                           ADD 1 TO WSV-CNT-ERRORES
                           MOVE 12 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       NOT INVALID KEY
                           ADD 1 TO WSV-CNT-NUEVOS
                   END-WRITE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FDS-RPE-CERRADO
                           MOVE WSV-FECHA-HOY TO FD-RPE-FECHA-PRIMERO
                           MOVE 1             TO FD-RPE-VECES
                           MOVE "A"           TO FD-RPE-ESTADO
                           MOVE SPACES        TO FD-RPE-FECHA-CIERRE
                           ADD 1 TO WSV-CNT-REABIERTOS
                       WHEN FD-RPE-FECHA-ULTIMO < WSV-FECHA-HOY
                           ADD 1 TO FD-RPE-VECES
                           ADD 1 TO WSV-CNT-REPETIDOS
                   END-EVALUATE
                   MOVE WSV-FECHA-HOY    TO FD-RPE-FECHA-ULTIMO
                   MOVE FD-RECH-REGISTRO TO FD-RPE-REGISTRO
                   MOVE FD-RECH-MOTIVO   TO FD-RPE-MOTIVO
                   PERFORM 40-REGRABAR-PENDIENTE
           END-READ.
       32-REGISTRAR-RECHAZO-END.
       EXIT.

       40-REGRABAR-PENDIENTE.
           REWRITE FD-RECHPEND-REC
               INVALID KEY
                   DISPLAY "ERROR AL REGRABAR PENDIENTE " FD-RPE-ORIGEN
                       " " FD-RPE-ID ", STATUS: " WSV-RECHPEND-STATUS
                   ADD 1 TO WSV-CNT-ERRORES
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
           END-REWRITE.
       40-REGRABAR-PENDIENTE-END.
       EXIT.

      ******************************************************************
      * 50-INFORMAR-ABIERTOS: UNA LINEA POR PENDIENTE ABIERTO CON SU
      * ANTIGUEDAD EN DIAS CORRIDOS DESDE EL PRIMER RECHAZO, LAS
      * NOCHES QUE SE RECHAZO Y EL ULTIMO MOTIVO.
      ******************************************************************
       50-INFORMAR-ABIERTOS.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RECHAZOS PENDIENTES DE REENVIO AL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               " - CORTE DE PAGO: " DELIMITED BY SIZE
               WSV-DIAS-CORTE DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "ORIGEN   ID       1ER RECH  DIAS NOCH MOTIVO"
               TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.

           MOVE "N" TO WSV-FIN-ARCHIVO.
           MOVE LOW-VALUES TO FD-RPE-CLAVE.
           START RECHPEND-FILE KEY >= FD-RPE-CLAVE
               INVALID KEY
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-START.
           IF NOT WSS-FIN-ARCHIVO
               PERFORM 51-LEER-SIGUIENTE
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FDS-RPE-ABIERTO
                       PERFORM 52-INFORMAR-PENDIENTE
                   END-IF
                   PERFORM 51-LEER-SIGUIENTE
               END-PERFORM
           END-IF.
           IF WSV-CNT-ABIERTOS EQUAL 0
               MOVE "SIN RECHAZOS PENDIENTES" TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       50-INFORMAR-ABIERTOS-END.
       EXIT.

       51-LEER-SIGUIENTE.
           READ RECHPEND-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       51-LEER-SIGUIENTE-END.
       EXIT.

       52-INFORMAR-PENDIENTE.
           ADD 1 TO WSV-CNT-ABIERTOS.
           MOVE FD-RPE-FECHA-PRIMERO TO WSV-DSE-FECHA.
           PERFORM 88-CALCULAR-DIA-SERIAL.
           IF WSV-DSE-SERIAL EQUAL 0 OR
              WSV-DSE-SERIAL > WSV-SERIAL-HOY
               MOVE 0 TO WSV-ANTIGUEDAD
           ELSE
               COMPUTE WSV-ANTIGUEDAD =
                   WSV-SERIAL-HOY - WSV-DSE-SERIAL
           END-IF.
           EVALUATE TRUE
               WHEN WSV-ANTIGUEDAD >= WSC-TRAMO-VIEJO
                   MOVE 3 TO WSV-TRAMO
               WHEN WSV-ANTIGUEDAD >= WSC-TRAMO-MEDIO
                   MOVE 2 TO WSV-TRAMO
               WHEN OTHER
                   MOVE 1 TO WSV-TRAMO
           END-EVALUATE.
           IF FD-RPE-ORIGEN EQUAL WSC-ORIGEN-TRANSACC
               MOVE 2 TO WSV-ORIGEN-COL
           ELSE
               MOVE 1 TO WSV-ORIGEN-COL
           END-IF.
           ADD 1 TO WSV-TRA-ORIGEN-TAB (WSV-TRAMO, WSV-ORIGEN-COL).
           PERFORM 55-ACUMULAR-MOTIVO.

           MOVE "N" TO WSV-FUERA-CORTE.
           IF FD-RPE-ORIGEN EQUAL WSC-ORIGEN-TRANSACC AND
              WSV-ANTIGUEDAD > WSV-DIAS-CORTE
               MOVE "S" TO WSV-FUERA-CORTE
               ADD 1 TO WSV-CNT-FUERA-CORTE
           END-IF.

           MOVE WSV-ANTIGUEDAD TO WSV-ANTIGUEDAD-ED.
           MOVE FD-RPE-VECES   TO WSV-VECES-ED.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING FD-RPE-ORIGEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-RPE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FD-RPE-FECHA-PRIMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-ANTIGUEDAD-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSV-VECES-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FD-RPE-MOTIVO (1:40) DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           IF WSS-FUERA-CORTE
               MOVE "FUERA DE CORTE" TO WSV-LINEA-AUX (86:14)
           END-IF.
           PERFORM 75-INFORMAR-LINEA.
       52-INFORMAR-PENDIENTE-END.
       EXIT.

      ******************************************************************
      * 55-ACUMULAR-MOTIVO: EL MOTIVO DE DEPURADOR PUEDE JUNTAR VARIOS
      * ("...; ...; "); SE AGRUPA POR EL PRIMERO. PASADA LA CAPACIDAD
      * DE LA TABLA, EL RESTO VA A "OTROS MOTIVOS".
      ******************************************************************
       55-ACUMULAR-MOTIVO.
           MOVE SPACES TO WSV-MOTIVO-PRIMERO.
           UNSTRING FD-RPE-MOTIVO DELIMITED BY ";"
               INTO WSV-MOTIVO-PRIMERO
           END-UNSTRING.
           IF WSV-MOTIVO-PRIMERO EQUAL SPACES
               MOVE "SIN MOTIVO INFORMADO" TO WSV-MOTIVO-PRIMERO
           END-IF.
           MOVE "N" TO WSV-MOT-HALLADO.
           PERFORM VARYING WSV-MOT-IDX FROM 1 BY 1
                   UNTIL WSV-MOT-IDX > WSV-TOTAL-MOTIVOS
                      OR WSS-MOT-HALLADO
               IF WSV-MOT-TEXTO-TAB (WSV-MOT-IDX) EQUAL
                  WSV-MOTIVO-PRIMERO
                   MOVE "S" TO WSV-MOT-HALLADO
                   ADD 1 TO WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, WSV-TRAMO)
               END-IF
           END-PERFORM.
           IF NOT WSS-MOT-HALLADO
               IF WSV-TOTAL-MOTIVOS < 20
                   ADD 1 TO WSV-TOTAL-MOTIVOS
                   SET WSV-MOT-IDX TO WSV-TOTAL-MOTIVOS
                   MOVE WSV-MOTIVO-PRIMERO
                       TO WSV-MOT-TEXTO-TAB (WSV-MOT-IDX)
                   MOVE 0 TO WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, 1)
                   MOVE 0 TO WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, 2)
                   MOVE 0 TO WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, 3)
                   IF WSV-TOTAL-MOTIVOS EQUAL 20
                       MOVE "OTROS MOTIVOS"
                           TO WSV-MOT-TEXTO-TAB (WSV-MOT-IDX)
                   END-IF
                   ADD 1 TO WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, WSV-TRAMO)
               ELSE
                   ADD 1 TO WSV-MOT-TRAMO-TAB (20, WSV-TRAMO)
               END-IF
           END-IF.
       55-ACUMULAR-MOTIVO-END.
       EXIT.

      ******************************************************************
      * 60-INFORMAR-TRAMOS: ABIERTOS POR TRAMO DE ANTIGUEDAD Y ORIGEN.
      ******************************************************************
       60-INFORMAR-TRAMOS.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "ANTIGUEDAD          POSTULAN   TRANSACC      TOTAL"
               TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           PERFORM VARYING WSV-TRA-IDX FROM 1 BY 1
                   UNTIL WSV-TRA-IDX > 3
               MOVE WSV-TRA-ORIGEN-TAB (WSV-TRA-IDX, 1) TO WSV-CNT-ED
               MOVE WSV-TRA-ORIGEN-TAB (WSV-TRA-IDX, 2) TO WSV-CNT-ED2
               COMPUTE WSV-CNT-ED3 =
                   WSV-TRA-ORIGEN-TAB (WSV-TRA-IDX, 1) +
                   WSV-TRA-ORIGEN-TAB (WSV-TRA-IDX, 2)
               MOVE SPACES TO WSV-LINEA-AUX
               EVALUATE WSV-TRA-IDX
                   WHEN 1
                       MOVE "HASTA 2 DIAS" TO WSV-LINEA-AUX (1:18)
                   WHEN 2
                       MOVE "3 A 6 DIAS"   TO WSV-LINEA-AUX (1:18)
                   WHEN OTHER
                       MOVE "7 DIAS O MAS" TO WSV-LINEA-AUX (1:18)
               END-EVALUATE
               MOVE WSV-CNT-ED  TO WSV-LINEA-AUX (21:7)
               MOVE WSV-CNT-ED2 TO WSV-LINEA-AUX (32:7)
               MOVE WSV-CNT-ED3 TO WSV-LINEA-AUX (43:7)
               PERFORM 75-INFORMAR-LINEA
           END-PERFORM.
       60-INFORMAR-TRAMOS-END.
       EXIT.

      ******************************************************************
      * 65-INFORMAR-MOTIVOS: ABIERTOS POR MOTIVO Y TRAMO.
      ******************************************************************
       65-INFORMAR-MOTIVOS.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "MOTIVO" DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           MOVE "HASTA 2    3 A 6   7 O MAS    TOTAL"
               TO WSV-LINEA-AUX (49:36).
           PERFORM 75-INFORMAR-LINEA.
           PERFORM VARYING WSV-MOT-IDX FROM 1 BY 1
                   UNTIL WSV-MOT-IDX > WSV-TOTAL-MOTIVOS
               MOVE WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, 1) TO WSV-CNT-ED
               MOVE WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, 2) TO WSV-CNT-ED2
               MOVE WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, 3) TO WSV-CNT-ED3
               COMPUTE WSV-CNT-ED4 =
                   WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, 1) +
                   WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, 2) +
                   WSV-MOT-TRAMO-TAB (WSV-MOT-IDX, 3)
               MOVE SPACES TO WSV-LINEA-AUX
               MOVE WSV-MOT-TEXTO-TAB (WSV-MOT-IDX)
                   TO WSV-LINEA-AUX (1:46)
               MOVE WSV-CNT-ED  TO WSV-LINEA-AUX (49:7)
               MOVE WSV-CNT-ED2 TO WSV-LINEA-AUX (58:7)
               MOVE WSV-CNT-ED3 TO WSV-LINEA-AUX (68:7)
               MOVE WSV-CNT-ED4 TO WSV-LINEA-AUX (78:7)
               PERFORM 75-INFORMAR-LINEA
           END-PERFORM.

           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-CERRADOS    TO WSV-CNT-ED.
           MOVE WSV-CNT-NUEVOS      TO WSV-CNT-ED2.
           MOVE WSV-CNT-FUERA-CORTE TO WSV-CNT-ED3.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "CERRADOS POR REENVIO: " DELIMITED BY SIZE
               WSV-CNT-ED DELIMITED BY SIZE
               "  NUEVOS: " DELIMITED BY SIZE
               WSV-CNT-ED2 DELIMITED BY SIZE
               "  TRANSACC FUERA DE CORTE: " DELIMITED BY SIZE
               WSV-CNT-ED3 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       65-INFORMAR-MOTIVOS-END.
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
               MOVE WSV-CNT-RECHAZOS    TO FD-RUN-LEIDOS
               ADD WSV-CNT-NUEVOS WSV-CNT-REABIERTOS
                   GIVING FD-RUN-ESCRITOS
               MOVE 0                   TO FD-RUN-OMITIDOS
               MOVE WSV-CNT-FUERA-CORTE TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       COPY DIASP.

       END PROGRAM RECHPEND.
