      *              del reporte de mix: la banda LEAD se marca como
      *              solo-informe, porque la liquidacion paga SENIOR
      *              para 6 anios o mas.
      * 15-10-2026 - Cada incremento deja en la historia fechada del
      *              maestro (EMPHIST) los anios y la fecha de
      *              incremento anteriores y nuevos, vigentes desde la
      *              nueva fecha de incremento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOCION.
           SELECT INFORME-FILE ASSIGN TO "PROMINF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-EMPHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       WORKING-STORAGE SECTION.
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-TARIFAS-STATUS    PIC X(02) VALUE "00".
           01 WSV-TARPAG-STATUS     PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "PROMOCION".

       COPY EMPHISW.

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
           OPEN OUTPUT INFORME-FILE.
           PERFORM 08-INFORMAR-ENCABEZADO.

           PERFORM 94-ABRIR-HISTORIA.
           OPEN I-O EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
               PERFORM 10-RECORRER-MAESTRO
               CLOSE EMPMAST-FILE
           END-IF.
           IF WSS-EHI-ABIERTA
               CLOSE EMPHIST-FILE
           END-IF.

           PERFORM 80-INFORMAR-RESUMEN.
           CLOSE INFORME-FILE.

       30-APLICAR-INCREMENTO.
           ADD 1 TO WSV-CNT-INCREMENTADOS.
           PERFORM 96-GUARDAR-EMPLEADO-ANTERIOR.

           MOVE FD-EMP-ANIOS TO WSV-EXPERIENCIA-AUX.
           PERFORM 40-CLASIFICAR-BANDA.
                       FD-EMP-ID " STATUS: " WSV-EMPMAST-STATUS
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               NOT INVALID KEY
      * EL INCREMENTO RIGE DESDE EL ANIVERSARIO ACREDITADO.
                   MOVE FD-EMP-FECHA-INCR TO WSV-EHI-FECHA-EFECT
                   PERFORM 97-GRABAR-HISTORIA
           END-REWRITE.
       30-APLICAR-INCREMENTO-END.
       EXIT.
       90-ELEVAR-RETORNO-END.
       EXIT.

       COPY EMPHISP.

       END PROGRAM PROMOCION.
