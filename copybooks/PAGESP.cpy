      ******************************************************************
      * Copybook: PAGESP
      * Layout del archivo de pagos fuera de ciclo (DD PAGESP) que
      * arma RRHH con los pagos unicos ya aprobados: una fila por
      * empleado y concepto con el importe bruto a pagar y el usuario
      * que lo aprobo. Lo consume la corrida OFFCYCLE, que lo liquida
      * en su propia generacion de PAYROLL-OUT (filas tipo E). Los
      * conceptos admitidos son PREMIO (premio o gratificacion unica,
      * gravado), RETROACT (diferencia retroactiva ordenada por un
      * juzgado, gravada) y REINTEGRO (reintegro de gastos, no
      * remunerativo: sin deducciones ni contribuciones). Cualquier
      * otro concepto se rechaza.
      ******************************************************************
       01 FD-PAGESP-REC.
           05 FD-PES-ID            PIC X(08).
           05 FD-PES-CONCEPTO      PIC X(10).
               88 FDS-PES-GRAVADO      VALUE "PREMIO" "RETROACT".
               88 FDS-PES-NO-GRAVADO   VALUE "REINTEGRO".
           05 FD-PES-IMPORTE       PIC 9(07).
           05 FD-PES-APROBADO-POR  PIC X(08).
