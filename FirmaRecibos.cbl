      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * FIRMAREC:
      * SEGUIMIENTO DE LA FIRMA DE LOS RECIBOS ELECTRONICOS. LA LEY
      * EXIGE EL RECIBO FIRMADO POR EL EMPLEADO; RECIBOS DEJA EN CADA
      * CORRIDA EL ARCHIVO RECIBELE QUE SE PUBLICA EN EL PORTAL DEL
      * EMPLEADO, Y EL PORTAL DEVUELVE UN ACUSE POR CADA RECIBO
      * FIRMADO. ESTE PROGRAMA:
      * 1. REGISTRA EN EL ARCHIVO DE ESTADO DE FIRMAS (INDEXADO POR
      *    ID + FECHA DE CORRIDA) CADA DOCUMENTO DE RECIBELE, COMO
      *    PENDIENTE DE FIRMA. UN DOCUMENTO YA REGISTRADO NO SE TOCA,
      *    ASI SE PUEDEN LEER TODAS LAS GENERACIONES CADA VEZ.
      * 2. APLICA LOS ACUSES DEL PORTAL: FIRMADO (F) O FIRMADO EN
      *    DISCONFORMIDAD (D), CON LA FECHA Y HORA DE LA FIRMA. SI EL
      *    PORTAL MANDA DOS VECES EL MISMO RECIBO VALE LA FIRMA MAS
      *    RECIENTE. UN ACUSE INVALIDO O DE UN RECIBO QUE NO SE EMITIO
      *    SE LISTA Y EL PASO TERMINA CON RC=4.
      * 3. LISTA PARA RRHH LOS RECIBOS QUE SIGUEN SIN FIRMAR PASADOS
      *    30 DIAS DE LA FECHA DE CORRIDA Y TODOS LOS FIRMADOS EN
      *    DISCONFORMIDAD, CON LOS TOTALES POR ESTADO.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRMAREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBELE-FILE ASSIGN TO "RECIBELE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RECIBELE-STATUS.

           SELECT ACUSES-FILE ASSIGN TO "ACUSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ACUSES-STATUS.

           SELECT FIRMAS-FILE ASSIGN TO "FIRMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-FIR-CLAVE
               FILE STATUS IS WSV-FIRMAS-STATUS.

           SELECT INFORME-FILE ASSIGN TO "FIRMINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIBELE-FILE.
           COPY RECIBELE.

      ******************************************************************
      * ACUSE DE FIRMA DEL PORTAL: LAYOUT FIJO ACORDADO CON EL PORTAL.
      * UN REGISTRO POR RECIBO FIRMADO: ID, FECHA DE CORRIDA DEL
      * RECIBO, ESTADO (F FIRMADO, D FIRMADO EN DISCONFORMIDAD) Y
      * FECHA Y HORA DE LA FIRMA (AAAAMMDDHHMMSS).
      ******************************************************************
       FD  ACUSES-FILE.
           01 FD-ACUSE-REC.
               05 FD-ACU-ID            PIC X(08).
               05 FD-ACU-FECHA         PIC X(08).
               05 FD-ACU-ESTADO        PIC X(01).
                   88 FDS-ACU-VALIDO       VALUE "F" "D".
               05 FD-ACU-FECHA-HORA    PIC X(14).

       FD  FIRMAS-FILE.
           COPY FIRMAS.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-RECIBELE-STATUS   PIC X(02) VALUE "00".
           01 WSV-ACUSES-STATUS     PIC X(02) VALUE "00".
           01 WSV-FIRMAS-STATUS     PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "FIRMAREC".

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
      * DIAS CORRIDOS DESDE LA FECHA DE CORRIDA DEL RECIBO A PARTIR *
      * DE LOS CUALES UN RECIBO SIN FIRMAR SE INFORMA A RRHH.       *
      *------------------------------------------------------------*
           01 WSC-DIAS-SIN-FIRMA    PIC 9(03) VALUE 030.

       COPY DIASW.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-FIRMAS-ABIERTO    PIC X VALUE "N".
                   88 WSS-FIRMAS-ABIERTO    VALUE "S".
               05 WSV-DOC-VIGENTE       PIC X VALUE "N".
                   88 WSS-DOC-VIGENTE       VALUE "S".

               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-SERIAL-HOY        PIC 9(07).
               05 WSV-ANTIGUEDAD        PIC 9(05).

      * CABECERA C DEL DOCUMENTO EN CURSO; SE REGISTRA CON SU CIERRE F.
               05 WSV-DOC-CLAVE.
                   10 WSV-DOC-ID            PIC X(08).
                   10 WSV-DOC-FECHA         PIC X(08).
               05 WSV-DOC-TIPO-LIQ      PIC X(01).
               05 WSV-DOC-NOMBRE        PIC X(30).
               05 WSV-DOC-EMISION       PIC X(08).
               05 WSV-DOCS-ARCHIVO      PIC 9(06) VALUE 0.

               05 WSV-LINEA-AUX         PIC X(100).
               05 WSV-MOTIVO            PIC X(30).
               05 WSV-ANTIGUEDAD-ED     PIC ZZZZ9.
               05 WSV-CNT-ED            PIC ZZZ,ZZ9.
               05 WSV-CNT-ED2           PIC ZZZ,ZZ9.
               05 WSV-CNT-ED3           PIC ZZZ,ZZ9.
               05 WSV-CNT-ED4           PIC ZZZ,ZZ9.

               05 WSV-CONTADORES.
                   10 WSV-CNT-DOCUMENTOS    PIC 9(06) VALUE 0.
                   10 WSV-CNT-REGISTRADOS   PIC 9(06) VALUE 0.
                   10 WSV-CNT-YA-REGISTRADOS PIC 9(06) VALUE 0.
                   10 WSV-CNT-ACUSES        PIC 9(06) VALUE 0.
                   10 WSV-CNT-APLICADOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-REPETIDOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-INVALIDOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-PENDIENTES    PIC 9(06) VALUE 0.
                   10 WSV-CNT-VENCIDOS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-FIRMADOS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-DISCONFORMES  PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "FIRMAREC - FIRMA DE RECIBOS ELECTRONICOS".
           DISPLAY "------------------------".

           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.
           MOVE WSV-RUN-FECHA-INI TO WSV-FECHA-HOY.
           MOVE WSV-FECHA-HOY TO WSV-DSE-FECHA.
           PERFORM 88-CALCULAR-DIA-SERIAL.
           MOVE WSV-DSE-SERIAL TO WSV-SERIAL-HOY.

           PERFORM 08-ABRIR-FIRMAS.
           IF WSS-FIRMAS-ABIERTO
               PERFORM 10-REGISTRAR-DOCUMENTOS
               OPEN OUTPUT INFORME-FILE
               PERFORM 30-PROCESAR-ACUSES
               PERFORM 50-INFORMAR-SIN-FIRMA
               PERFORM 60-INFORMAR-DISCONFORMES
               PERFORM 70-INFORMAR-TOTALES
               CLOSE INFORME-FILE
               CLOSE FIRMAS-FILE
           END-IF.

           DISPLAY "DOCUMENTOS LEIDOS: " WSV-CNT-DOCUMENTOS
               " REGISTRADOS: " WSV-CNT-REGISTRADOS
               " YA REGISTRADOS: " WSV-CNT-YA-REGISTRADOS.
           DISPLAY "ACUSES LEIDOS: " WSV-CNT-ACUSES
               " APLICADOS: " WSV-CNT-APLICADOS
               " REPETIDOS: " WSV-CNT-REPETIDOS
               " INVALIDOS: " WSV-CNT-INVALIDOS.
           DISPLAY "SIN FIRMAR MAS DE " WSC-DIAS-SIN-FIRMA " DIAS: "
               WSV-CNT-VENCIDOS
               " EN DISCONFORMIDAD: " WSV-CNT-DISCONFORMES.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 08-ABRIR-FIRMAS: LA PRIMERA VEZ EL ARCHIVO NO EXISTE Y SE CREA
      * VACIO, COMO EL ACUMULADO ANUAL.
      ******************************************************************
       08-ABRIR-FIRMAS.
           OPEN I-O FIRMAS-FILE.
           IF WSV-FIRMAS-STATUS EQUAL "35"
               DISPLAY "SIN ESTADO DE FIRMAS PREVIO, SE CREA EL ARCHIVO"
               OPEN OUTPUT FIRMAS-FILE
               CLOSE FIRMAS-FILE
               OPEN I-O FIRMAS-FILE
           END-IF.
           IF WSV-FIRMAS-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL ESTADO DE FIRMAS, STATUS: "
                   WSV-FIRMAS-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "S" TO WSV-FIRMAS-ABIERTO
           END-IF.
       08-ABRIR-FIRMAS-END.
       EXIT.

      ******************************************************************
      * 10-REGISTRAR-DOCUMENTOS: RECIBELE PUEDE TRAER VARIAS
      * GENERACIONES CONCATENADAS (H ... T CADA UNA). CADA COLA T SE
      * CONTROLA CONTRA LOS DOCUMENTOS LEIDOS DESDE SU CABECERA H: UN
      * ARCHIVO INCOMPLETO SE REGISTRA IGUAL Y SE ADVIERTE (RC=4).
      ******************************************************************
       10-REGISTRAR-DOCUMENTOS.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT RECIBELE-FILE.
           IF WSV-RECIBELE-STATUS NOT EQUAL "00"
               DISPLAY "SIN RECIBOS ELECTRONICOS PARA REGISTRAR, "
                   "STATUS: " WSV-RECIBELE-STATUS
           ELSE
               PERFORM 11-LEER-RECIBELE
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   EVALUATE TRUE
                       WHEN FDS-REL-CABECERA-ARCH
                           MOVE 0 TO WSV-DOCS-ARCHIVO
                       WHEN FDS-REL-DOCUMENTO
                           PERFORM 12-TOMAR-DOCUMENTO
                       WHEN FDS-REL-FIN-DOCUMENTO
                           PERFORM 15-REGISTRAR-DOCUMENTO
                       WHEN FDS-REL-COLA-ARCH
                           PERFORM 18-CONTROLAR-COLA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM 11-LEER-RECIBELE
               END-PERFORM
               CLOSE RECIBELE-FILE
           END-IF.
       10-REGISTRAR-DOCUMENTOS-END.
       EXIT.

       11-LEER-RECIBELE.
           READ RECIBELE-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       11-LEER-RECIBELE-END.
       EXIT.

       12-TOMAR-DOCUMENTO.
           ADD 1 TO WSV-CNT-DOCUMENTOS.
           ADD 1 TO WSV-DOCS-ARCHIVO.
           MOVE "S" TO WSV-DOC-VIGENTE.
           MOVE FD-REL-ID           TO WSV-DOC-ID.
           MOVE FD-REL-FECHA        TO WSV-DOC-FECHA.
           MOVE FD-REL-CAB-TIPO-LIQ TO WSV-DOC-TIPO-LIQ.
           MOVE FD-REL-CAB-NOMBRE   TO WSV-DOC-NOMBRE.
           MOVE FD-REL-CAB-EMISION  TO WSV-DOC-EMISION.
       12-TOMAR-DOCUMENTO-END.
       EXIT.

      ******************************************************************
      * 15-REGISTRAR-DOCUMENTO: EL CIERRE F TRAE EL NETO. UNA CLAVE YA
      * REGISTRADA (GENERACION LEIDA EN UNA CORRIDA ANTERIOR) CONSERVA
      * SU ESTADO DE FIRMA.
      ******************************************************************
       15-REGISTRAR-DOCUMENTO.
           IF WSS-DOC-VIGENTE AND FD-REL-ID EQUAL WSV-DOC-ID AND
              FD-REL-FECHA EQUAL WSV-DOC-FECHA
               MOVE SPACES TO FD-FIRMAS-REC
               MOVE WSV-DOC-ID       TO FD-FIR-ID
               MOVE WSV-DOC-FECHA    TO FD-FIR-FECHA
               MOVE WSV-DOC-TIPO-LIQ TO FD-FIR-TIPO-LIQ
               MOVE WSV-DOC-NOMBRE   TO FD-FIR-NOMBRE
               MOVE FD-REL-FIN-NETO  TO FD-FIR-NETO
               MOVE WSV-DOC-EMISION  TO FD-FIR-FECHA-EMISION
               MOVE "P"              TO FD-FIR-ESTADO
               WRITE FD-FIRMAS-REC
                   INVALID KEY
                       IF WSV-FIRMAS-STATUS EQUAL "22"
                           ADD 1 TO WSV-CNT-YA-REGISTRADOS
                       ELSE
                           DISPLAY "ERROR AL REGISTRAR RECIBO "
                               FD-FIR-ID " " FD-FIR-FECHA
                               ", STATUS: " WSV-FIRMAS-STATUS
                           MOVE 12 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WSV-CNT-REGISTRADOS
               END-WRITE
           ELSE
               DISPLAY "CIERRE DE DOCUMENTO SIN CABECERA: " FD-REL-ID
                   " " FD-REL-FECHA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           MOVE "N" TO WSV-DOC-VIGENTE.
       15-REGISTRAR-DOCUMENTO-END.
       EXIT.

       18-CONTROLAR-COLA.
           IF FD-REL-CTL-DOCUMENTOS IS NOT NUMERIC OR
              FD-REL-CTL-DOCUMENTOS NOT EQUAL WSV-DOCS-ARCHIVO
               DISPLAY "RECIBOS ELECTRONICOS DEL " FD-REL-FECHA
                   " INCOMPLETO: COLA " FD-REL-CTL-DOCUMENTOS
                   " LEIDOS " WSV-DOCS-ARCHIVO
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           MOVE 0 TO WSV-DOCS-ARCHIVO.
       18-CONTROLAR-COLA-END.
       EXIT.

      ******************************************************************
      * 30-PROCESAR-ACUSES: SIN ARCHIVO DEL PORTAL NO HAY ACUSES QUE
      * APLICAR Y SOLO SE INFORMA.
      ******************************************************************
       30-PROCESAR-ACUSES.
           MOVE "ACUSES RECHAZADOS DEL PORTAL" TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT ACUSES-FILE.
           IF WSV-ACUSES-STATUS EQUAL "35"
               DISPLAY "SIN ACUSES DEL PORTAL, NADA QUE APLICAR"
           ELSE
               IF WSV-ACUSES-STATUS NOT EQUAL "00"
                   DISPLAY "NO SE PUDO ABRIR LOS ACUSES DEL PORTAL, "
                       "STATUS: " WSV-ACUSES-STATUS
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               ELSE
                   PERFORM 31-LEER-ACUSE
                   PERFORM UNTIL WSS-FIN-ARCHIVO
                       PERFORM 32-APLICAR-ACUSE
                       PERFORM 31-LEER-ACUSE
                   END-PERFORM
                   CLOSE ACUSES-FILE
               END-IF
           END-IF.
           IF WSV-CNT-INVALIDOS EQUAL 0
               MOVE "  NINGUNO" TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       30-PROCESAR-ACUSES-END.
       EXIT.

       31-LEER-ACUSE.
           READ ACUSES-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-ACUSES
           END-READ.
       31-LEER-ACUSE-END.
       EXIT.

      ******************************************************************
      * 32-APLICAR-ACUSE: LA FIRMA SE APLICA SI ES POSTERIOR A LA QUE
      * YA TIENE EL RECIBO (UN PENDIENTE NO TIENE NINGUNA); UN ACUSE
      * REENVIADO CON LA MISMA FIRMA NO CAMBIA NADA.
      ******************************************************************
       32-APLICAR-ACUSE.
           MOVE SPACES TO WSV-MOTIVO.
           EVALUATE TRUE
               WHEN NOT FDS-ACU-VALIDO
                   MOVE "ESTADO DE FIRMA INVALIDO" TO WSV-MOTIVO
               WHEN FD-ACU-FECHA-HORA IS NOT NUMERIC
                   MOVE "FECHA Y HORA DE FIRMA INVALIDA" TO WSV-MOTIVO
               WHEN OTHER
                   MOVE FD-ACU-ID    TO FD-FIR-ID
                   MOVE FD-ACU-FECHA TO FD-FIR-FECHA
                   READ FIRMAS-FILE
                       INVALID KEY
                           MOVE "RECIBO NO EMITIDO" TO WSV-MOTIVO
                   END-READ
           END-EVALUATE.

           IF WSV-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WSV-CNT-INVALIDOS
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "  " DELIMITED BY SIZE
                   FD-ACU-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-ACU-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-ACU-ESTADO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-ACU-FECHA-HORA DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSV-MOTIVO DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               IF FD-ACU-FECHA-HORA > FD-FIR-FECHA-HORA-FIRMA
                   MOVE FD-ACU-ESTADO     TO FD-FIR-ESTADO
                   MOVE FD-ACU-FECHA-HORA TO FD-FIR-FECHA-HORA-FIRMA
                   MOVE WSV-FECHA-HOY     TO FD-FIR-FECHA-ACUSE
                   REWRITE FD-FIRMAS-REC
                       INVALID KEY
                           DISPLAY "ERROR AL REGRABAR FIRMA "
                               FD-FIR-ID " " FD-FIR-FECHA
                               ", STATUS: " WSV-FIRMAS-STATUS
                           MOVE 12 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       NOT INVALID KEY
                           ADD 1 TO WSV-CNT-APLICADOS
                   END-REWRITE
               ELSE
                   ADD 1 TO WSV-CNT-REPETIDOS
               END-IF
           END-IF.
       32-APLICAR-ACUSE-END.
       EXIT.

      ******************************************************************
      * 50-INFORMAR-SIN-FIRMA: RECIBOS PENDIENTES CON MAS DE 30 DIAS
      * CORRIDOS DESDE LA FECHA DE CORRIDA (LA DE EMISION SI LA FECHA
      * DE CORRIDA NO ES VALIDA). CUENTA DE PASO LOS TOTALES POR
      * ESTADO.
      ******************************************************************
       50-INFORMAR-SIN-FIRMA.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RECIBOS SIN FIRMAR CON MAS DE " DELIMITED BY SIZE
               WSC-DIAS-SIN-FIRMA DELIMITED BY SIZE
               " DIAS AL " DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "  ID       CORRIDA  T NOMBRE" TO WSV-LINEA-AUX.
           MOVE "DIAS" TO WSV-LINEA-AUX (56:4).
           PERFORM 75-INFORMAR-LINEA.

           PERFORM 55-POSICIONAR-INICIO.
           PERFORM UNTIL WSS-FIN-ARCHIVO
               EVALUATE TRUE
                   WHEN FDS-FIR-PENDIENTE
                       ADD 1 TO WSV-CNT-PENDIENTES
                       PERFORM 52-INFORMAR-PENDIENTE
                   WHEN FDS-FIR-FIRMADO
                       ADD 1 TO WSV-CNT-FIRMADOS
                   WHEN FDS-FIR-DISCONFORME
                       ADD 1 TO WSV-CNT-DISCONFORMES
               END-EVALUATE
               PERFORM 51-LEER-SIGUIENTE
           END-PERFORM.
           IF WSV-CNT-VENCIDOS EQUAL 0
               MOVE "  NINGUNO" TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       50-INFORMAR-SIN-FIRMA-END.
       EXIT.

       51-LEER-SIGUIENTE.
           READ FIRMAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       51-LEER-SIGUIENTE-END.
       EXIT.

       52-INFORMAR-PENDIENTE.
           IF FD-FIR-FECHA IS NUMERIC
               MOVE FD-FIR-FECHA TO WSV-DSE-FECHA
           ELSE
               MOVE FD-FIR-FECHA-EMISION TO WSV-DSE-FECHA
           END-IF.
           PERFORM 88-CALCULAR-DIA-SERIAL.
           IF WSV-DSE-SERIAL EQUAL 0 OR
              WSV-DSE-SERIAL > WSV-SERIAL-HOY
               MOVE 0 TO WSV-ANTIGUEDAD
           ELSE
               COMPUTE WSV-ANTIGUEDAD =
                   WSV-SERIAL-HOY - WSV-DSE-SERIAL
           END-IF.
           IF WSV-ANTIGUEDAD > WSC-DIAS-SIN-FIRMA
               ADD 1 TO WSV-CNT-VENCIDOS
               MOVE WSV-ANTIGUEDAD TO WSV-ANTIGUEDAD-ED
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "  " DELIMITED BY SIZE
                   FD-FIR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-FIR-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-FIR-TIPO-LIQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-FIR-NOMBRE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSV-ANTIGUEDAD-ED DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       52-INFORMAR-PENDIENTE-END.
       EXIT.

       55-POSICIONAR-INICIO.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           MOVE LOW-VALUES TO FD-FIR-CLAVE.
           START FIRMAS-FILE KEY >= FD-FIR-CLAVE
               INVALID KEY
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-START.
           IF NOT WSS-FIN-ARCHIVO
               PERFORM 51-LEER-SIGUIENTE
           END-IF.
       55-POSICIONAR-INICIO-END.
       EXIT.

      ******************************************************************
      * 60-INFORMAR-DISCONFORMES: TODOS LOS RECIBOS FIRMADOS EN
      * DISCONFORMIDAD, SIN LIMITE DE ANTIGUEDAD, CON LA FIRMA.
      ******************************************************************
       60-INFORMAR-DISCONFORMES.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "RECIBOS FIRMADOS EN DISCONFORMIDAD" TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE "  ID       CORRIDA  T NOMBRE" TO WSV-LINEA-AUX.
           MOVE "FIRMA" TO WSV-LINEA-AUX (54:5).
           PERFORM 75-INFORMAR-LINEA.

           PERFORM 55-POSICIONAR-INICIO.
           PERFORM UNTIL WSS-FIN-ARCHIVO
               IF FDS-FIR-DISCONFORME
                   MOVE SPACES TO WSV-LINEA-AUX
                   STRING "  " DELIMITED BY SIZE
                       FD-FIR-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FD-FIR-FECHA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FD-FIR-TIPO-LIQ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FD-FIR-NOMBRE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FD-FIR-FECHA-HORA-FIRMA DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
                   PERFORM 75-INFORMAR-LINEA
               END-IF
               PERFORM 51-LEER-SIGUIENTE
           END-PERFORM.
           IF WSV-CNT-DISCONFORMES EQUAL 0
               MOVE "  NINGUNO" TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       60-INFORMAR-DISCONFORMES-END.
       EXIT.

       70-INFORMAR-TOTALES.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-PENDIENTES   TO WSV-CNT-ED.
           MOVE WSV-CNT-VENCIDOS     TO WSV-CNT-ED2.
           MOVE WSV-CNT-FIRMADOS     TO WSV-CNT-ED3.
           MOVE WSV-CNT-DISCONFORMES TO WSV-CNT-ED4.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "PENDIENTES: " DELIMITED BY SIZE
               WSV-CNT-ED DELIMITED BY SIZE
               " (VENCIDOS: " DELIMITED BY SIZE
               WSV-CNT-ED2 DELIMITED BY SIZE
               ")  FIRMADOS: " DELIMITED BY SIZE
               WSV-CNT-ED3 DELIMITED BY SIZE
               "  DISCONFORMES: " DELIMITED BY SIZE
               WSV-CNT-ED4 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-REGISTRADOS TO WSV-CNT-ED.
           MOVE WSV-CNT-APLICADOS   TO WSV-CNT-ED2.
           MOVE WSV-CNT-INVALIDOS   TO WSV-CNT-ED3.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "RECIBOS REGISTRADOS: " DELIMITED BY SIZE
               WSV-CNT-ED DELIMITED BY SIZE
               "  ACUSES APLICADOS: " DELIMITED BY SIZE
               WSV-CNT-ED2 DELIMITED BY SIZE
               "  RECHAZADOS: " DELIMITED BY SIZE
               WSV-CNT-ED3 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       70-INFORMAR-TOTALES-END.
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
               MOVE WSV-CNT-ACUSES      TO FD-RUN-LEIDOS
               ADD WSV-CNT-REGISTRADOS WSV-CNT-APLICADOS
                   GIVING FD-RUN-ESCRITOS
               MOVE 0                   TO FD-RUN-OMITIDOS
               MOVE WSV-CNT-INVALIDOS   TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       COPY DIASP.

       END PROGRAM FIRMAREC.
