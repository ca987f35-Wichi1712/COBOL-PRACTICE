      ******************************************************************
      * Copybook: EMPHIST
      * Layout de la historia fechada del maestro de empleados (DD
      * EMPHIST). Todo programa que graba o reescribe EMPMAST agrega
      * un registro por cada campo que cambio: el campo, el valor
      * anterior y el nuevo (como texto, los numericos con sus ceros),
      * la fecha desde la que rige el valor nuevo, el programa que lo
      * cambio y cuando se grabo. Un alta deja el campo ID con valor
      * anterior en blanco. El archivo solo crece (DISP=MOD); el
      * programa EMPFECHA lo usa para rearmar el maestro a una fecha.
      ******************************************************************
       01 FD-EMPHIST-REC.
           05 FD-EHI-ID            PIC X(08).
           05 FD-EHI-CAMPO         PIC X(10).
               88 FDS-EHI-ALTA         VALUE "ID".
           05 FD-EHI-VALOR-ANT     PIC X(30).
           05 FD-EHI-VALOR-NUEVO   PIC X(30).
           05 FD-EHI-FECHA-EFECT   PIC X(08).
           05 FD-EHI-PROGRAMA      PIC X(10).
           05 FD-EHI-FECHA-GRABADO PIC X(08).
           05 FD-EHI-HORA-GRABADO  PIC X(06).
