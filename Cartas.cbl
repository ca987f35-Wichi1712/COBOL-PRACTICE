      *    REQUISITO QUE YA PRODUCE EJERCICIO-1.
      * UN REINCIDENTE LLEVA MENCIONADA SU POSTULACION ANTERIOR
      * (FECHA Y VEREDICTO, QUE VIAJAN EN EL PROPIO REGISTRO DE
      * RESULTADOS). LAS CARTAS DE ADMISION Y CONDICIONAL CITAN LA
      * ENTREVISTA (FECHA, HORA Y ENTREVISTADOR) QUE LE ASIGNO
      * ENTREVIS EN EL CRONOGRAMA ENTREV. CORRE COMO PASO FINAL DE LA
      * CADENA DE ADMISION PARA QUE LAS CARTAS SIEMPRE COINCIDAN CON
      * LOS VEREDICTOS; HASTA AHORA RRHH LEIA RESULTAD Y TIPEABA LAS
      * CARTAS A MANO.
      *
      * Mods:
      * 02-09-2026 - Version inicial.
      *              del ranking por cupo; el parqueado SIN VACANTE
      *              recibe una carta propia que cita su puesto, no
      *              un requisito incumplido.
      * 15-10-2026 - Las cartas de admision y condicional citan la
      *              entrevista asignada en el cronograma ENTREV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-LISTAESP-STATUS.

           SELECT ENTREV-FILE ASSIGN TO "ENTREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ENTREV-STATUS.

           SELECT CARTAS-FILE ASSIGN TO "CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL.

               05 FD-LSP-REQUISITO     PIC X(20).
               05 FD-LSP-VENCIMIENTO   PIC X(08).

       FD  ENTREV-FILE.
           COPY ENTREV.

       FD  CARTAS-FILE.
           01 FD-CARTA-LINEA           PIC X(80).

       WORKING-STORAGE SECTION.
           01 WSV-RESULTAD-STATUS   PIC X(02) VALUE "00".
           01 WSV-LISTAESP-STATUS   PIC X(02) VALUE "00".
           01 WSV-ENTREV-STATUS     PIC X(02) VALUE "00".

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
                   10 WSV-LSP-VENCE-TAB     PIC X(08).
               05 WSV-TOTAL-ESPERA      PIC 9(03) VALUE 0.

               05 WSV-FIN-ENTREV        PIC X VALUE "N".
                   88 WSS-FIN-ENTREV        VALUE "S".
               05 WSV-ENT-HALLADO       PIC X VALUE "N".
                   88 WSS-ENT-HALLADO       VALUE "S".
               05 WS-ENTREVISTAS OCCURS 500 TIMES
                       INDEXED BY WSV-ENT-IDX WSV-ENT-IDX2.
                   10 WSV-ENT-ID-TAB        PIC X(08).
                   10 WSV-ENT-FECHA-TAB     PIC X(08).
                   10 WSV-ENT-HORA-TAB      PIC X(04).
                   10 WSV-ENT-ENTREV-TAB    PIC X(08).
               05 WSV-TOTAL-ENTREV      PIC 9(03) VALUE 0.

               05 WSV-CNT-CARTAS        PIC 9(04) VALUE 0.
               05 WSV-LINEA-AUX         PIC X(80).

           DISPLAY "------------------------".

           PERFORM 05-CARGAR-LISTA-ESPERA.
           PERFORM 07-CARGAR-ENTREVISTAS.
           OPEN OUTPUT CARTAS-FILE.
           PERFORM 10-PROCESAR-RESULTADOS.
           CLOSE CARTAS-FILE.
       06-LEER-ESPERA-END.
       EXIT.

      ******************************************************************
      * 07-CARGAR-ENTREVISTAS: EL CRONOGRAMA DE ENTREVIS DE ESTA MISMA
      * CORRIDA. SIN CRONOGRAMA LAS CARTAS SALEN SIN TURNO Y RRHH
      * COORDINA LAS ENTREVISTAS APARTE.
      ******************************************************************
       07-CARGAR-ENTREVISTAS.
           MOVE "N" TO WSV-FIN-ENTREV.
           OPEN INPUT ENTREV-FILE.
           IF WSV-ENTREV-STATUS NOT EQUAL "00"
               DISPLAY "SIN CRONOGRAMA DE ENTREVISTAS (STATUS "
                   WSV-ENTREV-STATUS "), LAS CARTAS SALEN SIN "
                   "TURNO DE ENTREVISTA"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 08-LEER-ENTREVISTA
               PERFORM UNTIL WSS-FIN-ENTREV
                   IF WSV-TOTAL-ENTREV < 500
                       ADD 1 TO WSV-TOTAL-ENTREV
                       SET WSV-ENT-IDX TO WSV-TOTAL-ENTREV
                       MOVE FD-ENT-ID
                           TO WSV-ENT-ID-TAB (WSV-ENT-IDX)
                       MOVE FD-ENT-FECHA
                           TO WSV-ENT-FECHA-TAB (WSV-ENT-IDX)
                       MOVE FD-ENT-HORA
                           TO WSV-ENT-HORA-TAB (WSV-ENT-IDX)
                       MOVE FD-ENT-ENTREVISTADOR
                           TO WSV-ENT-ENTREV-TAB (WSV-ENT-IDX)
                   ELSE
                       DISPLAY "TABLA DE ENTREVISTAS LLENA "
                           "(500): " FD-ENT-ID
                       MOVE 4 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   END-IF
                   PERFORM 08-LEER-ENTREVISTA
               END-PERFORM
               CLOSE ENTREV-FILE
           END-IF.
       07-CARGAR-ENTREVISTAS-END.
       EXIT.

       08-LEER-ENTREVISTA.
           READ ENTREV-FILE
               AT END SET WSS-FIN-ENTREV TO TRUE
           END-READ.
       08-LEER-ENTREVISTA-END.
       EXIT.

       10-PROCESAR-RESULTADOS.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT RESULTADOS-FILE.
           MOVE "INCORPORACION A LA PROXIMA COHORTE."
               TO WSV-LINEA-AUX.
           WRITE FD-CARTA-LINEA FROM WSV-LINEA-AUX.
           PERFORM 27-CITAR-ENTREVISTA.
       21-CARTA-ADMISION-END.
       EXIT.

               WRITE FD-CARTA-LINEA FROM WSV-LINEA-AUX
           END-IF
           END-IF.
           PERFORM 27-CITAR-ENTREVISTA.
       22-CARTA-CONDICIONAL-END.
       EXIT.

       25-BUSCAR-ESPERA-END.
       EXIT.

       26-BUSCAR-ENTREVISTA.
           MOVE "N" TO WSV-ENT-HALLADO.
           PERFORM VARYING WSV-ENT-IDX2 FROM 1 BY 1
                   UNTIL WSV-ENT-IDX2 > WSV-TOTAL-ENTREV
                      OR WSS-ENT-HALLADO
               IF WSV-ENT-ID-TAB (WSV-ENT-IDX2) = FD-RES-ID
                   SET WSS-ENT-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-ENT-HALLADO
               SET WSV-ENT-IDX2 DOWN BY 1
           END-IF.
       26-BUSCAR-ENTREVISTA-END.
       EXIT.

      ******************************************************************
      * 27-CITAR-ENTREVISTA: FECHA, HORA Y ENTREVISTADOR DEL TURNO
      * ASIGNADO; EL QUE QUEDO SIN TURNO ES CONTACTADO POR RRHH.
      ******************************************************************
       27-CITAR-ENTREVISTA.
           PERFORM 26-BUSCAR-ENTREVISTA.
           IF WSS-ENT-HALLADO
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "LO ESPERAMOS A SU ENTREVISTA EL "
                   DELIMITED BY SIZE
                   WSV-ENT-FECHA-TAB (WSV-ENT-IDX2) DELIMITED BY SIZE
                   " A LAS " DELIMITED BY SIZE
                   WSV-ENT-HORA-TAB (WSV-ENT-IDX2) (1:2)
                   DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WSV-ENT-HORA-TAB (WSV-ENT-IDX2) (3:2)
                   DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               WRITE FD-CARTA-LINEA FROM WSV-LINEA-AUX
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "CON EL ENTREVISTADOR " DELIMITED BY SIZE
                   WSV-ENT-ENTREV-TAB (WSV-ENT-IDX2) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               WRITE FD-CARTA-LINEA FROM WSV-LINEA-AUX
           ELSE
               MOVE "RRHH LO CONTACTARA PARA COORDINAR SU ENTREVISTA."
                   TO WSV-LINEA-AUX
               WRITE FD-CARTA-LINEA FROM WSV-LINEA-AUX
           END-IF.
       27-CITAR-ENTREVISTA-END.
       EXIT.

       90-ELEVAR-RETORNO.
           IF WSV-RETORNO-NUEVO > WSV-RETORNO
               MOVE WSV-RETORNO-NUEVO TO WSV-RETORNO
