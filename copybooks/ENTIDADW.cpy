      ******************************************************************
      * Copybook: ENTIDADW
      * Areas de trabajo de la tabla de entidades empleadoras,
      * compartidas por todos los programas que cortan por entidad
      * (los parrafos van en el copybook ENTIDADP; el programa
      * declara ENTIDAD-FILE con el copybook ENTIDAD). Para buscar
      * una entidad el llamador carga WSV-ENT-BUSCADA; un codigo en
      * blanco se busca como 01.
      ******************************************************************
       01 WSV-ENTIDAD-STATUS       PIC X(02) VALUE "00".
       01 WSV-TABLA-ENTIDADES.
           05 WSV-ENT-FIN          PIC X(01) VALUE "N".
               88 WSS-ENT-FIN          VALUE "S".
           05 WSV-ENT-HALLADA      PIC X(01) VALUE "N".
               88 WSS-ENT-HALLADA      VALUE "S".
           05 WSV-ENT-BUSCADA      PIC X(02).
           05 WSV-TOTAL-ENTIDADES  PIC 9(02) VALUE 0.
           05 WS-ENTIDADES OCCURS 20 TIMES
                   INDEXED BY WSV-ENT-IDX.
               10 WSV-ENT-CODIGO-TAB   PIC X(02).
               10 WSV-ENT-RAZON-TAB    PIC X(30).
               10 WSV-ENT-CUIT-TAB     PIC X(11).
               10 WSV-ENT-CTA-TAB      PIC X(22).
