      ******************************************************************
      * Copybook: ENTIDAD
      * Layout de la tabla externa de entidades empleadoras (archivo
      * ENTIDAD), mantenida igual que DEDUCC y CONTRIB: las razones
      * sociales viven fuera de los programas. Cada fila es una
      * entidad que liquida sueldos en esta misma planilla, con su
      * codigo de dos posiciones (el de FD-EMP-ENTIDAD y
      * FD-PAY-ENTIDAD), su razon social, su CUIT y la cuenta de la
      * que el banco debita los depositos de sueldos. Un empleado
      * con la entidad en blanco pertenece a la 01, la razon social
      * original, que debe estar siempre en la tabla.
      ******************************************************************
       01 FD-ENTIDAD-REC.
           05 FD-ENT-CODIGO        PIC X(02).
           05 FD-ENT-RAZON-SOCIAL  PIC X(30).
           05 FD-ENT-CUIT          PIC X(11).
           05 FD-ENT-CTA-DEBITO    PIC X(22).
