      ******************************************************************
      * Copybook: FICHADA
      * Layout de la exportacion mensual del reloj de control horario
      * (DD FICHADAS): una fila por par de fichadas entrada/salida de
      * un empleado en un dia, con la hora HHMM de cada una (la salida
      * en blanco es una fichada de salida faltante; una salida menor
      * que la entrada es un turno que cruza la medianoche y cuenta
      * para el dia de la entrada). Un dia sin fichadas puede venir
      * justificado por el supervisor con una fila sin horas y un
      * codigo de ausencia: V (vacaciones), L (licencia sin goce),
      * S (suspension), E (enfermedad prolongada) o J (ausencia
      * justificada paga). La consume FICHADAS, que arma AUSENC y
      * HSEXTRA para la liquidacion.
      ******************************************************************
       01 FD-FICHADA-REC.
           05 FD-FIC-ID            PIC X(08).
           05 FD-FIC-FECHA         PIC X(08).
           05 FD-FIC-ENTRADA       PIC X(04).
           05 FD-FIC-SALIDA        PIC X(04).
           05 FD-FIC-CODIGO        PIC X(01).
               88 FDS-FIC-FICHADA      VALUE SPACE.
               88 FDS-FIC-VACACIONES   VALUE "V".
               88 FDS-FIC-DESCUENTA    VALUE "L" "S" "E".
               88 FDS-FIC-JUSTIFICADA  VALUE "J".
           05 FD-FIC-RELOJ         PIC X(04).
