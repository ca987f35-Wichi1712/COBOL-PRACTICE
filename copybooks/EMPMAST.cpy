      * en blanco hasta que RRHH lo asigne (movimiento D de
      * MANTEMPL) y la liquidacion lo informa como GRAL mientras
      * tanto.
      * El CUIL (11 digitos, con digito verificador) identifica al
      * empleado ante la seguridad social; lo carga RRHH con el
      * movimiento U de MANTEMPL y la declaracion mensual de cargas
      * sociales sale una linea por CUIL.
      * El periodo de prueba lo abre EJERCICIO5 al dar de alta a un
      * ingresante: fecha de fin (alta + 90 dias corridos) y estado
      * P. PRUEBA lista los vencimientos cercanos y aplica la
      * decision del supervisor: C (confirmado, queda estampado en el
      * maestro) o L (liberado, con la baja B para la proxima
      * TRANSACC). Las altas anteriores quedan con ambos en blanco.
      * La entidad empleadora (tabla ENTIDAD) es la razon social que
      * liquida al empleado: de ella salen la cuenta de debito del
      * archivo al banco, el lote contable y el empleador del
      * certificado anual. En blanco es la entidad 01, la original;
      * el pase entre entidades es el movimiento E de MANTEMPL.
      ******************************************************************
       01 FD-EMPMAST-REC.
           05 FD-EMP-ID            PIC X(08).
               88 FDS-EMP-ACTIVO       VALUE "A".
               88 FDS-EMP-BAJA         VALUE "B".
           05 FD-EMP-CCOSTO        PIC X(04).
           05 FD-EMP-CUIL          PIC X(11).
           05 FD-EMP-FIN-PRUEBA    PIC X(08).
           05 FD-EMP-PRUEBA        PIC X(01).
               88 FDS-EMP-EN-PRUEBA    VALUE "P".
               88 FDS-EMP-CONFIRMADO   VALUE "C".
               88 FDS-EMP-LIBERADO     VALUE "L".
           05 FD-EMP-ENTIDAD       PIC X(02).
