      ******************************************************************
      * Copybook: EMPHISP
      * Parrafos de la historia fechada del maestro de empleados,
      * copiados en la PROCEDURE DIVISION de todo programa que graba
      * o reescribe EMPMAST (las areas van en el copybook EMPHISW; el
      * programa declara EMPHIST-FILE con el copybook EMPHIST).
      * 94-ABRIR-HISTORIA: abre EMPHIST en EXTEND (OUTPUT si todavia
      *    no existe). Sin historia el cambio igual se aplica, pero
      *    el paso termina con codigo 12.
      * 96-GUARDAR-EMPLEADO-ANTERIOR: guarda la imagen del empleado
      *    leido, antes de tocar el area del archivo. Para un alta el
      *    llamador deja WSV-EHA-REGISTRO en blanco.
      * 97-GRABAR-HISTORIA: despues de un WRITE o REWRITE exitoso,
      *    compara el registro grabado con la imagen guardada y deja
      *    un registro de historia por cada campo distinto.
      ******************************************************************
       94-ABRIR-HISTORIA.
           MOVE "N" TO WSV-EHI-ABIERTA.
           OPEN EXTEND EMPHIST-FILE.
           IF WSV-EMPHIST-STATUS EQUAL "35"
               OPEN OUTPUT EMPHIST-FILE
           END-IF.
           IF WSV-EMPHIST-STATUS EQUAL "00"
               MOVE "S" TO WSV-EHI-ABIERTA
           ELSE
               DISPLAY "NO SE PUDO ABRIR LA HISTORIA DEL MAESTRO, "
                   "STATUS: " WSV-EMPHIST-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       94-ABRIR-HISTORIA-END.
       EXIT.

       96-GUARDAR-EMPLEADO-ANTERIOR.
           MOVE FD-EMPMAST-REC TO WSV-EHA-REGISTRO.
       96-GUARDAR-EMPLEADO-ANTERIOR-END.
       EXIT.

       97-GRABAR-HISTORIA.
           IF WSS-EHI-ABIERTA
               ACCEPT WSV-EHI-FECHA FROM DATE YYYYMMDD
               ACCEPT WSV-EHI-HORA FROM TIME
               IF FD-EMP-ID NOT EQUAL WSV-EHA-ID
                   MOVE "ID"              TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-ID        TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-ID         TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-NOMBRE NOT EQUAL WSV-EHA-NOMBRE
                   MOVE "NOMBRE"          TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-NOMBRE    TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-NOMBRE     TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-FECHA-ALTA NOT EQUAL WSV-EHA-FECHA-ALTA
                   MOVE "FECHA-ALTA"      TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-FECHA-ALTA TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-FECHA-ALTA TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-ANIOS NOT EQUAL WSV-EHA-ANIOS
                   MOVE "ANIOS"           TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-ANIOS     TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-ANIOS      TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-NIVEL NOT EQUAL WSV-EHA-NIVEL
                   MOVE "NIVEL"           TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-NIVEL     TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-NIVEL      TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-SUELDO NOT EQUAL WSV-EHA-SUELDO
                   MOVE "SUELDO"          TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-SUELDO    TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-SUELDO     TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-CTA-BANCARIA NOT EQUAL WSV-EHA-CTA-BANCARIA
                   MOVE "CTA-BANC"        TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-CTA-BANCARIA TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-CTA-BANCARIA  TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-FECHA-INCR NOT EQUAL WSV-EHA-FECHA-INCR
                   MOVE "FECHA-INCR"      TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-FECHA-INCR TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-FECHA-INCR TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-ESTADO NOT EQUAL WSV-EHA-ESTADO
                   MOVE "ESTADO"          TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-ESTADO    TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-ESTADO     TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-CCOSTO NOT EQUAL WSV-EHA-CCOSTO
                   MOVE "CCOSTO"          TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-CCOSTO    TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-CCOSTO     TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-CUIL NOT EQUAL WSV-EHA-CUIL
                   MOVE "CUIL"            TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-CUIL      TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-CUIL       TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-FIN-PRUEBA NOT EQUAL WSV-EHA-FIN-PRUEBA
                   MOVE "FIN-PRUEBA"      TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-FIN-PRUEBA TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-FIN-PRUEBA TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-PRUEBA NOT EQUAL WSV-EHA-PRUEBA
                   MOVE "PRUEBA"          TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-PRUEBA    TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-PRUEBA     TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
               IF FD-EMP-ENTIDAD NOT EQUAL WSV-EHA-ENTIDAD
                   MOVE "ENTIDAD"         TO WSV-EHI-CAMPO
                   MOVE WSV-EHA-ENTIDAD   TO WSV-EHI-ANTERIOR
                   MOVE FD-EMP-ENTIDAD    TO WSV-EHI-NUEVO
                   PERFORM 98-GRABAR-CAMPO-HISTORIA
               END-IF
           END-IF.
       97-GRABAR-HISTORIA-END.
       EXIT.

       98-GRABAR-CAMPO-HISTORIA.
           MOVE SPACES              TO FD-EMPHIST-REC.
           MOVE FD-EMP-ID           TO FD-EHI-ID.
           MOVE WSV-EHI-CAMPO       TO FD-EHI-CAMPO.
           MOVE WSV-EHI-ANTERIOR    TO FD-EHI-VALOR-ANT.
           MOVE WSV-EHI-NUEVO       TO FD-EHI-VALOR-NUEVO.
           MOVE WSV-EHI-FECHA-EFECT TO FD-EHI-FECHA-EFECT.
           MOVE WSC-AUDIT-PROGRAMA  TO FD-EHI-PROGRAMA.
           MOVE WSV-EHI-FECHA       TO FD-EHI-FECHA-GRABADO.
           MOVE WSV-EHI-HORA        TO FD-EHI-HORA-GRABADO.
           WRITE FD-EMPHIST-REC.
           ADD 1 TO WSV-EHI-GRABADOS.
       98-GRABAR-CAMPO-HISTORIA-END.
       EXIT.
