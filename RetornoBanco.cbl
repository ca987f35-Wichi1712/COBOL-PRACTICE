      *              AUDCHNP, compartidos por todos los programas
      *              que escriben AUDITLOG); el verificador VERIFAUD
      *              detecta lineas borradas o alteradas.
      * 15-10-2026 - El blanqueo de la cuenta rechazada queda en la
      *              historia fechada del maestro (EMPHIST), vigente
      *              desde la fecha de la corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-EMPHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       WORKING-STORAGE SECTION.
       COPY AUDCHN.
       COPY EMPHISW.

           01 WSV-RETORNO-STATUS      PIC X(02) VALUE "00".
           01 WSV-PAGPEND-STATUS      PIC X(02) VALUE "00".
                   IF WSS-MAESTRO-DISPONIBLE
                       CLOSE EMPMAST-FILE
                   END-IF
                   IF WSS-EHI-ABIERTA
                       CLOSE EMPHIST-FILE
                   END-IF
               END-IF
           END-IF.

           OPEN I-O EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS EQUAL "00"
               MOVE "S" TO WSV-MAESTRO-DISPONIBLE
               MOVE WSV-FECHA-CORRIDA TO WSV-EHI-FECHA-EFECT
               PERFORM 94-ABRIR-HISTORIA
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
                       "STATUS: " WSV-EMPMAST-STATUS
                       PERFORM 90-ELEVAR-RETORNO
                   NOT INVALID KEY
                       MOVE FD-EMP-NOMBRE TO WSV-NOMBRE-AUX
                       PERFORM 96-GUARDAR-EMPLEADO-ANTERIOR
                       MOVE SPACES TO FD-EMP-CTA-BANCARIA
                       REWRITE FD-EMPMAST-REC
                           INVALID KEY
                                   WSV-EMPMAST-STATUS
                               MOVE 12 TO WSV-RETORNO-NUEVO
                               PERFORM 90-ELEVAR-RETORNO
                           NOT INVALID KEY
                               PERFORM 97-GRABAR-HISTORIA
                       END-REWRITE
                       DISPLAY FD-RBC-ID " CUENTA RECHAZADA POR EL "
                           "BANCO (" FD-RBC-MOTIVO "), SE BLANQUEA "
       EXIT.

       COPY AUDCHNP.
       COPY EMPHISP.

       END PROGRAM RETBANCO.
