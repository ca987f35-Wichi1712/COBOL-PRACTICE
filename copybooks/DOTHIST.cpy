      ******************************************************************
      * Copybook: DOTHIST
      * Layout de la historia de movimientos de dotacion (DD DOTANT /
      * DOTHIST) que DOTACION lleva como generacion fechada: una fila
      * por periodo AAAAMM, dimension (C = centro de costo, O = origen
      * de planta, T = total) y clave, con la dotacion de apertura,
      * las altas por TRANSACC y por EJERCICIO5, las reactivaciones de
      * MANTEMPL, las bajas y la dotacion de cierre del mes. Cada
      * generacion guarda los ultimos doce meses cerrados: de ahi sale
      * la rotacion de los 12 meses moviles.
      ******************************************************************
       01 FD-DOTHIST-REC.
           05 FD-DOT-PERIODO       PIC X(06).
           05 FD-DOT-DIMENSION     PIC X(01).
               88 FDS-DOT-CENTRO       VALUE "C".
               88 FDS-DOT-ORIGEN       VALUE "O".
               88 FDS-DOT-TOTAL        VALUE "T".
           05 FD-DOT-CLAVE         PIC X(10).
           05 FD-DOT-APERTURA      PIC 9(06).
           05 FD-DOT-ALTAS-TRX     PIC 9(06).
           05 FD-DOT-ALTAS-ING     PIC 9(06).
           05 FD-DOT-REACTIVAS     PIC 9(06).
           05 FD-DOT-BAJAS         PIC 9(06).
           05 FD-DOT-CIERRE        PIC 9(06).
