      ******************************************************************
      * Copybook: FIRMAS
      * Layout del archivo de estado de firmas de recibos (DD FIRMAS),
      * indexado por ID + fecha de corrida: un registro por recibo
      * electronico emitido al portal del empleado, que mantiene
      * FIRMAREC. Nace pendiente al registrarse el documento de
      * RECIBELE y pasa a firmado o firmado en disconformidad con el
      * acuse del portal, guardando la fecha y hora de la firma que
      * informo el portal y la fecha en que se proceso el acuse. Es
      * el respaldo de la firma ante una inspeccion: no se depura.
      ******************************************************************
       01 FD-FIRMAS-REC.
           05 FD-FIR-CLAVE.
               10 FD-FIR-ID            PIC X(08).
               10 FD-FIR-FECHA         PIC X(08).
           05 FD-FIR-TIPO-LIQ      PIC X(01).
           05 FD-FIR-NOMBRE        PIC X(30).
           05 FD-FIR-NETO          PIC 9(10).
           05 FD-FIR-FECHA-EMISION PIC X(08).
           05 FD-FIR-ESTADO        PIC X(01).
               88 FDS-FIR-PENDIENTE    VALUE "P".
               88 FDS-FIR-FIRMADO      VALUE "F".
               88 FDS-FIR-DISCONFORME  VALUE "D".
           05 FD-FIR-FECHA-HORA-FIRMA PIC X(14).
           05 FD-FIR-FECHA-ACUSE   PIC X(08).
