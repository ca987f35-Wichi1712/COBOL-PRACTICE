      * descuenta estas filas DESPUES de los tramos globales,
      * decrementa cuotas y saldo en cada corrida y elimina del
      * archivo las filas agotadas.
      * La referencia identifica a quien se remite lo retenido: en una
      * fila SIN el codigo del sindicato, en una fila EMB la caratula
      * o numero de expediente del juzgado (cada causa tiene su propia
      * cuenta judicial). Las dos claves estan en el maestro de
      * beneficiarios (copybook BENEFIC). En una fila PRE va en blanco:
      * el prestamo es de la empresa y no se remite.
      ******************************************************************
       01 FD-DEDEMP-REC.
           05 FD-DEM-ID            PIC X(08).
           05 FD-DEM-IMPORTE       PIC 9(07).
           05 FD-DEM-CUOTAS        PIC 9(03).
           05 FD-DEM-SALDO         PIC 9(09).
           05 FD-DEM-REFERENCIA    PIC X(20).
