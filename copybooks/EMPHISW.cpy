      ******************************************************************
      * Copybook: EMPHISW
      * Areas de trabajo de la historia fechada del maestro de
      * empleados, compartidas por todos los programas que graban o
      * reescriben EMPMAST (los parrafos van en el copybook EMPHISP).
      * WSV-EHA-REGISTRO guarda la imagen del empleado antes del
      * cambio y debe seguir campo por campo al copybook EMPMAST. El
      * llamador carga WSV-EHI-FECHA-EFECT con la fecha desde la que
      * rige el cambio antes de grabar la historia.
      ******************************************************************
       01 WSV-EMPHIST-STATUS       PIC X(02) VALUE "00".
       01 WSV-HISTORIA-EMPLEADO.
           05 WSV-EHA-REGISTRO.
               10 WSV-EHA-ID           PIC X(08).
               10 WSV-EHA-NOMBRE       PIC X(30).
               10 WSV-EHA-FECHA-ALTA   PIC X(08).
               10 WSV-EHA-ANIOS        PIC X(02).
               10 WSV-EHA-NIVEL        PIC X(06).
               10 WSV-EHA-SUELDO       PIC X(06).
               10 WSV-EHA-CTA-BANCARIA PIC X(22).
               10 WSV-EHA-FECHA-INCR   PIC X(08).
               10 WSV-EHA-ESTADO       PIC X(01).
               10 WSV-EHA-CCOSTO       PIC X(04).
               10 WSV-EHA-CUIL         PIC X(11).
               10 WSV-EHA-FIN-PRUEBA   PIC X(08).
               10 WSV-EHA-PRUEBA       PIC X(01).
               10 WSV-EHA-ENTIDAD      PIC X(02).
           05 WSV-EHI-ABIERTA      PIC X(01) VALUE "N".
               88 WSS-EHI-ABIERTA      VALUE "S".
           05 WSV-EHI-FECHA-EFECT  PIC X(08).
           05 WSV-EHI-CAMPO        PIC X(10).
           05 WSV-EHI-ANTERIOR     PIC X(30).
           05 WSV-EHI-NUEVO        PIC X(30).
           05 WSV-EHI-FECHA        PIC X(08).
           05 WSV-EHI-HORA         PIC X(06).
           05 WSV-EHI-GRABADOS     PIC 9(06) VALUE 0.
