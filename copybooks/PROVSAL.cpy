      ******************************************************************
      * Copybook: PROVSAL
      * Layout del saldo de provisiones de aguinaldo y bono anual por
      * centro de costo (DD PROVANT / PROVSAL), que PROVISIO lleva
      * como generacion fechada: una fila por centro de costo y
      * concepto (A = aguinaldo, B = bono de fin de anio) con el
      * periodo AAAAMM del ultimo cierre, el saldo con que abrio el
      * mes, lo devengado en el mes, lo liberado contra los pagos
      * del mes y el saldo de cierre, que es el saldo de apertura
      * del mes siguiente. El saldo de cierre es el que debe mostrar
      * la cuenta de provision del mayor para ese centro en la
      * contabilidad de su entidad empleadora (en blanco = 01).
      ******************************************************************
       01 FD-PROVSAL-REC.
           05 FD-PRV-CCOSTO        PIC X(04).
           05 FD-PRV-CONCEPTO      PIC X(01).
               88 FDS-PRV-AGUINALDO    VALUE "A".
               88 FDS-PRV-BONO         VALUE "B".
           05 FD-PRV-PERIODO       PIC X(06).
           05 FD-PRV-SALDO-ANT     PIC 9(10).
           05 FD-PRV-DEVENGADO     PIC 9(10).
           05 FD-PRV-LIBERADO      PIC 9(10).
           05 FD-PRV-SALDO         PIC 9(10).
           05 FD-PRV-ENTIDAD       PIC X(02).
