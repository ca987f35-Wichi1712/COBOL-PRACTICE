      ******************************************************************
      * Copybook: ENTIDADP
      * Parrafos de la tabla de entidades empleadoras, copiados en la
      * PROCEDURE DIVISION de todo programa que corta por entidad
      * (las areas van en el copybook ENTIDADW).
      * 85-CARGAR-ENTIDADES: carga el archivo ENTIDAD en la tabla.
      *    Sin archivo, vacio o sin la entidad 01 el programa no
      *    puede atribuir nada a un empleador: termina con codigo 12.
      *    Una fila repetida o por encima de la capacidad se ignora
      *    con advertencia.
      * 87-BUSCAR-ENTIDAD: busca WSV-ENT-BUSCADA (blanco = 01) y deja
      *    WSV-ENT-IDX en la fila hallada.
      ******************************************************************
       85-CARGAR-ENTIDADES.
           MOVE 0 TO WSV-TOTAL-ENTIDADES.
           MOVE "N" TO WSV-ENT-FIN.
           OPEN INPUT ENTIDAD-FILE.
           IF WSV-ENTIDAD-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR LA TABLA DE ENTIDADES, "
                   "STATUS: " WSV-ENTIDAD-STATUS
           ELSE
               PERFORM 86-LEER-ENTIDAD
               PERFORM UNTIL WSS-ENT-FIN
                   MOVE FD-ENT-CODIGO TO WSV-ENT-BUSCADA
                   PERFORM 87-BUSCAR-ENTIDAD
                   EVALUATE TRUE
                       WHEN FD-ENT-CODIGO EQUAL SPACES
                           CONTINUE
                       WHEN WSS-ENT-HALLADA
                           DISPLAY "ENTIDAD REPETIDA EN LA TABLA: "
                               FD-ENT-CODIGO ", SE IGNORA"
                           MOVE 4 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       WHEN WSV-TOTAL-ENTIDADES >= 20
                           DISPLAY "TABLA DE ENTIDADES LLENA, SE "
                               "IGNORA " FD-ENT-CODIGO
                           MOVE 4 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       WHEN OTHER
                           ADD 1 TO WSV-TOTAL-ENTIDADES
                           SET WSV-ENT-IDX TO WSV-TOTAL-ENTIDADES
                           MOVE FD-ENT-CODIGO
                               TO WSV-ENT-CODIGO-TAB (WSV-ENT-IDX)
                           MOVE FD-ENT-RAZON-SOCIAL
                               TO WSV-ENT-RAZON-TAB (WSV-ENT-IDX)
                           MOVE FD-ENT-CUIT
                               TO WSV-ENT-CUIT-TAB (WSV-ENT-IDX)
                           MOVE FD-ENT-CTA-DEBITO
                               TO WSV-ENT-CTA-TAB (WSV-ENT-IDX)
                   END-EVALUATE
                   PERFORM 86-LEER-ENTIDAD
               END-PERFORM
               CLOSE ENTIDAD-FILE
           END-IF.
           MOVE "01" TO WSV-ENT-BUSCADA.
           PERFORM 87-BUSCAR-ENTIDAD.
           IF NOT WSS-ENT-HALLADA
               DISPLAY "LA TABLA DE ENTIDADES NO TIENE LA ENTIDAD 01"
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       85-CARGAR-ENTIDADES-END.
       EXIT.

       86-LEER-ENTIDAD.
           READ ENTIDAD-FILE
               AT END SET WSS-ENT-FIN TO TRUE
           END-READ.
       86-LEER-ENTIDAD-END.
       EXIT.

       87-BUSCAR-ENTIDAD.
           MOVE "N" TO WSV-ENT-HALLADA.
           IF WSV-ENT-BUSCADA EQUAL SPACES
               MOVE "01" TO WSV-ENT-BUSCADA
           END-IF.
           PERFORM VARYING WSV-ENT-IDX FROM 1 BY 1
                   UNTIL WSV-ENT-IDX > WSV-TOTAL-ENTIDADES
                      OR WSS-ENT-HALLADA
               IF WSV-ENT-CODIGO-TAB (WSV-ENT-IDX) EQUAL
                  WSV-ENT-BUSCADA
                   MOVE "S" TO WSV-ENT-HALLADA
               END-IF
           END-PERFORM.
           IF WSS-ENT-HALLADA
               SET WSV-ENT-IDX DOWN BY 1
           END-IF.
       87-BUSCAR-ENTIDAD-END.
       EXIT.
