      ******************************************************************
      * Copybook: VACSALDO
      * Layout del saldo de vacaciones por empleado, archivo indexado
      * con clave ID + anio. La corrida anual de vacaciones (programa
      * VACACION) abre cada anio con los dias que le corresponden al
      * empleado segun su banda del maestro; el modo lote nocturno
      * de EJERCICIO4 descuenta los dias informados en AUSENC con
      * tipo V (vacaciones pagas, que no se prorratean) y el
      * finiquito paga el saldo real en vez de la formula fija de
      * 2 dias por mes y lo anota como gozado. La fecha de la ultima
      * corrida que desconto dias evita descontar dos veces la misma
      * noche si el paso se relanza.
      ******************************************************************
       01 FD-VACSALDO-REC.
           05 FD-VAC-CLAVE.
               10 FD-VAC-ID        PIC X(08).
               10 FD-VAC-ANIO      PIC X(04).
           05 FD-VAC-NOMBRE        PIC X(30).
           05 FD-VAC-NIVEL         PIC X(06).
           05 FD-VAC-CCOSTO        PIC X(04).
           05 FD-VAC-DERECHO       PIC 9(03).
           05 FD-VAC-GOZADOS       PIC 9(03).
           05 FD-VAC-ULT-FECHA     PIC X(08).
