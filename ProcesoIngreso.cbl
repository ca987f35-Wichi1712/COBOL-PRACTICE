      *              de la admision lo decide EJERCICIO-1 y este
      *              flujo solo guarda que no se den de alta mas
      *              ingresantes que vacantes.
      * 15-10-2026 - El alta (o la reinscripcion) del ingresante en el
      *              maestro queda en la historia fechada (EMPHIST),
      *              vigente desde la fecha de alta.
      * 15-10-2026 - El alta (o la reinscripcion) abre el periodo de
      *              prueba: estado P y fecha de fin a los 90 dias
      *              corridos de la fecha de alta, que PRUEBA usa
      *              para avisar al supervisor antes del vencimiento.
      * 15-10-2026 - El historial de postulaciones guarda la edad, el
      *              secundario y la carrera declarados, para el
      *              informe de embudo de admision a permanencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERCICIO5.
               RECORD KEY IS FD-HIS-ID
               FILE STATUS IS WSV-HISTADM-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-EMPHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG-FILE.
       FD  HISTADM-FILE.
           COPY HISTADM.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  ONBOARD-OUT-FILE.
           01 FD-ONBOARD-REC.
               05 FD-ONB-ID            PIC X(8).

       WORKING-STORAGE SECTION.
       COPY AUDCHN.
       COPY EMPHISW.

      *------------------------------------------------------------*
      *                VARIABLES Y CONSTANTES                      *
           01 WSV-RETORNO             PIC 9(02) VALUE 0.
           01 WSV-RETORNO-NUEVO       PIC 9(02) VALUE 0.

      *------------------------------------------------------------*
      * PERIODO DE PRUEBA LEGAL DE UN INGRESANTE, EN DIAS CORRIDOS *
      * DESDE LA FECHA DE ALTA.                                    *
      *------------------------------------------------------------*
           01 WSC-DIAS-PRUEBA         PIC 9(03) VALUE 90.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO      PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO  VALUE "S".
               05 WSV-MAESTRO-DISPONIBLE   PIC X VALUE "N".
                   88 WSS-MAESTRO-DISPONIBLE VALUE "S".

      * FECHA DE TRABAJO PARA EL FIN DEL PERIODO DE PRUEBA.
               05 WSV-CAL-FECHA.
                   10 WSV-CAL-ANIO          PIC 9(04).
                   10 WSV-CAL-MES           PIC 9(02).
                   10 WSV-CAL-DIA           PIC 9(02).
               05 WSV-CAL-DIAS-MES      PIC 9(02).
               05 WSV-CAL-RESTO         PIC 9(04).
               05 WSV-CAL-COCIENTE      PIC 9(04).
               05 WSV-CAL-CONTADOR      PIC 9(03).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           CLOSE EMPMAST-FILE.
           CLOSE HISTADM-FILE.
           CLOSE AUDITLOG-FILE.
           IF WSS-EHI-ABIERTA
               CLOSE EMPHIST-FILE
           END-IF.

      * LA CORRIDA TERMINO COMPLETA: SE VACIA EL CHECKPOINT DE ETAPAS
      * PARA QUE EL REINICIO QUEDE ACOTADO A ESTA COHORTE Y UN
           END-IF.
           IF WSV-EMPMAST-STATUS EQUAL "00"
               MOVE "S" TO WSV-MAESTRO-DISPONIBLE
               PERFORM 94-ABRIR-HISTORIA
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
                       "STATUS: " WSV-EMPMAST-STATUS
       42-ALTA-EN-MAESTRO.
           IF WSS-MAESTRO-DISPONIBLE
               ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WSV-FECHA-HOY TO WSV-EHI-FECHA-EFECT
               MOVE SPACES TO WSV-EHA-REGISTRO
               MOVE SPACES TO FD-EMPMAST-REC
               MOVE WSV-ID-AUX           TO FD-EMP-ID
               MOVE WSV-NOMBRE-AUX       TO FD-EMP-NOMBRE
               MOVE WSV-SENIORIDAD-AUX   TO FD-EMP-NIVEL
               MOVE WSV-SUELDO-AUX       TO FD-EMP-SUELDO
               MOVE "A"                  TO FD-EMP-ESTADO
               PERFORM 44-ABRIR-PERIODO-PRUEBA
               WRITE FD-EMPMAST-REC
                   INVALID KEY
                       PERFORM 43-REINSCRIBIR-EN-MAESTRO
                   NOT INVALID KEY
                       PERFORM 97-GRABAR-HISTORIA
               END-WRITE
           END-IF.
       42-ALTA-EN-MAESTRO-END.
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               NOT INVALID KEY
                   PERFORM 96-GUARDAR-EMPLEADO-ANTERIOR
                   MOVE WSV-NOMBRE-AUX      TO FD-EMP-NOMBRE
                   MOVE WSV-EXPERIENCIA-AUX TO FD-EMP-ANIOS
                   MOVE WSV-SENIORIDAD-AUX  TO FD-EMP-NIVEL
                   MOVE WSV-SUELDO-AUX      TO FD-EMP-SUELDO
                   MOVE "A"                 TO FD-EMP-ESTADO
                   PERFORM 44-ABRIR-PERIODO-PRUEBA
                   REWRITE FD-EMPMAST-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL "
                               WSV-EMPMAST-STATUS
                           MOVE 12 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       NOT INVALID KEY
                           PERFORM 97-GRABAR-HISTORIA
                   END-REWRITE
           END-READ.
       43-REINSCRIBIR-EN-MAESTRO-END.
       EXIT.

      ******************************************************************
      * 44-ABRIR-PERIODO-PRUEBA: EL INGRESANTE QUEDA EN PRUEBA HASTA
      * LA FECHA DE HOY MAS LOS DIAS DEL PERIODO LEGAL. UN EX EMPLEADO
      * QUE VUELVE ARRANCA UN PERIODO NUEVO.
      ******************************************************************
       44-ABRIR-PERIODO-PRUEBA.
           MOVE WSV-FECHA-HOY TO WSV-CAL-FECHA.
           PERFORM 46-SUMAR-UN-DIA
               VARYING WSV-CAL-CONTADOR FROM 1 BY 1
               UNTIL WSV-CAL-CONTADOR > WSC-DIAS-PRUEBA.
           MOVE WSV-CAL-FECHA TO FD-EMP-FIN-PRUEBA.
           MOVE "P"           TO FD-EMP-PRUEBA.
       44-ABRIR-PERIODO-PRUEBA-END.
       EXIT.

      ******************************************************************
      * 46-SUMAR-UN-DIA: AVANZA LA FECHA DE TRABAJO UN DIA CALENDARIO,
      * CON LARGOS DE MES Y ANIOS BISIESTOS (DIVISIBLE POR 4, SALVO
      * SIGLOS NO DIVISIBLES POR 400).
      ******************************************************************
       46-SUMAR-UN-DIA.
           EVALUATE WSV-CAL-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WSV-CAL-DIAS-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WSV-CAL-DIAS-MES
               WHEN 02
                   MOVE 28 TO WSV-CAL-DIAS-MES
                   DIVIDE WSV-CAL-ANIO BY 4
                       GIVING WSV-CAL-COCIENTE
                       REMAINDER WSV-CAL-RESTO
                   IF WSV-CAL-RESTO EQUAL 0
                       MOVE 29 TO WSV-CAL-DIAS-MES
                       DIVIDE WSV-CAL-ANIO BY 100
                           GIVING WSV-CAL-COCIENTE
                           REMAINDER WSV-CAL-RESTO
                       IF WSV-CAL-RESTO EQUAL 0
                           DIVIDE WSV-CAL-ANIO BY 400
                               GIVING WSV-CAL-COCIENTE
                               REMAINDER WSV-CAL-RESTO
                           IF WSV-CAL-RESTO NOT EQUAL 0
                               MOVE 28 TO WSV-CAL-DIAS-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           ADD 1 TO WSV-CAL-DIA.
           IF WSV-CAL-DIA > WSV-CAL-DIAS-MES
               MOVE 1 TO WSV-CAL-DIA
               ADD 1 TO WSV-CAL-MES
               IF WSV-CAL-MES > 12
                   MOVE 1 TO WSV-CAL-MES
                   ADD 1 TO WSV-CAL-ANIO
               END-IF
           END-IF.
       46-SUMAR-UN-DIA-END.
       EXIT.

       47-ESTAMPAR-ONBOARD.
           MOVE WSV-FECHA-CORRIDA TO FD-ONB-FECHA-CORRIDA.
           ADD 1 TO WSV-SEC-ONBOARD.
                       MOVE WSV-ID-AUX         TO FD-HIS-ID
                       MOVE WSV-FECHA-CORRIDA  TO FD-HIS-FECHA
                       MOVE WSV-VEREDICTO-HIST TO FD-HIS-VEREDICTO
                       PERFORM 19-ESTAMPAR-CRITERIOS
                       WRITE FD-HISTADM-REC
                           INVALID KEY
                               DISPLAY "NO SE PUDO GRABAR EL "
                       ELSE
                           MOVE WSV-FECHA-CORRIDA  TO FD-HIS-FECHA
                           MOVE WSV-VEREDICTO-HIST TO FD-HIS-VEREDICTO
                           PERFORM 19-ESTAMPAR-CRITERIOS
                           REWRITE FD-HISTADM-REC
                               INVALID KEY
                                   DISPLAY "NO SE PUDO GRABAR EL "
       29-ACTUALIZAR-HISTORIAL-END.
       EXIT.

      ******************************************************************
      * 19-ESTAMPAR-CRITERIOS: EDAD, SECUNDARIO Y CARRERA DECLARADOS EN
      * ESTA POSTULACION, PARA CRUZAR LOS REQUISITOS CON LA PERMANENCIA
      * DE LOS CONTRATADOS. SIN DATOS DEL POSTULANTE SE CONSERVAN LOS
      * DE LA POSTULACION ANTERIOR.
      ******************************************************************
       19-ESTAMPAR-CRITERIOS.
           IF WSV-SECUNDARIO-AUX NOT EQUAL SPACES
               MOVE WSV-EDAD-AUX       TO FD-HIS-EDAD
               MOVE WSV-SECUNDARIO-AUX TO FD-HIS-SECUNDARIO
               MOVE WSV-CARRERA-AUX    TO FD-HIS-CARRERA
           END-IF.
       19-ESTAMPAR-CRITERIOS-END.
       EXIT.

       90-ELEVAR-RETORNO.
           IF WSV-RETORNO-NUEVO > WSV-RETORNO
               MOVE WSV-RETORNO-NUEVO TO WSV-RETORNO
       EXIT.

       COPY AUDCHNP.
       COPY EMPHISP.

       END PROGRAM EJERCICIO5.
