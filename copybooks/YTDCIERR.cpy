      ******************************************************************
      * Copybook: YTDCIERR
      * Layout de los tramos cerrados del acumulado anual (archivo
      * YTDCIERR). Cuando un empleado pasa de una entidad empleadora
      * a otra en el curso del anio (movimiento E de MANTEMPL), lo
      * acumulado hasta ese dia queda cerrado aca a nombre de la
      * entidad que lo liquido, y YTDMAST arranca de cero para la
      * nueva. CERTANUAL emite un certificado por cada tramo cerrado
      * del anio, con la razon social y el CUIT de su entidad. El
      * archivo solo crece: se abre en EXTEND.
      ******************************************************************
       01 FD-YTDCIERRE-REC.
           05 FD-YTC-ID            PIC X(08).
           05 FD-YTC-ANIO          PIC X(04).
           05 FD-YTC-ENTIDAD       PIC X(02).
           05 FD-YTC-FECHA-CIERRE  PIC X(08).
           05 FD-YTC-ENTIDAD-NUEVA PIC X(02).
           05 FD-YTC-NOMBRE        PIC X(30).
           05 FD-YTC-BRUTO         PIC 9(10).
           05 FD-YTC-IMPUESTO      PIC 9(09).
           05 FD-YTC-JUBILA        PIC 9(09).
           05 FD-YTC-NETO          PIC 9(10).
           05 FD-YTC-CORRIDAS      PIC 9(03).
           05 FD-YTC-AJU-IMPUESTO  PIC S9(09)
               SIGN LEADING SEPARATE.
           05 FD-YTC-USUARIO       PIC X(08).
