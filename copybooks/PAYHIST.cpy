      ******************************************************************
      * Copybook: PAYHIST
      * Layout de la historia permanente de liquidaciones (DD
      * PAYHIST), archivo indexado con clave ID + fecha de corrida +
      * tipo de liquidacion (N mensual, F finiquito, A aguinaldo; una
      * fila mensual con el tipo en blanco se archiva como N). Las
      * generaciones de PAYROLL-OUT, DEDAPL y PAGOS se conservan un
      * mes a lo sumo; este archivo guarda cada fila liquidada tal cual
      * salio, con lo necesario para volver a imprimir su recibo
      * (programa REIMPRIM + RECIBOS) y la ley laboral exige
      * conservarlo diez anios: no se depura.
      * - La fila de PAYROLL-OUT completa, en su mismo layout.
      * - El nombre completo del maestro de empleados al archivar,
      *   para reimprimir aunque el maestro cambie.
      * - El deposito de PAGOS del empleado en esa corrida: cuenta,
      *   fecha de valor e importe depositado. Estado D = depositado;
      *   P = sin deposito en el archivo del banco (sin cuenta, quedo
      *   en pagos pendientes, o un neto en cero).
      * - El detalle de deducciones individuales (DEDAPL) que la
      *   liquidacion desconto en esa fila, hasta 10 conceptos.
      ******************************************************************
       01 FD-PAYHIST-REC.
           05 FD-PHI-CLAVE.
               10 FD-PHI-ID         PIC X(08).
               10 FD-PHI-FECHA      PIC X(08).
               10 FD-PHI-TIPO       PIC X(01).
           05 FD-PHI-FILA-PAYROLL  PIC X(165).
           05 FD-PHI-NOMBRE        PIC X(30).
           05 FD-PHI-CUENTA        PIC X(22).
           05 FD-PHI-FECHA-VALOR   PIC X(08).
           05 FD-PHI-IMPORTE-PAGO  PIC 9(10).
           05 FD-PHI-ESTADO-PAGO   PIC X(01).
               88 FDS-PHI-DEPOSITADO   VALUE "D".
               88 FDS-PHI-SIN-DEPOSITO VALUE "P".
           05 FD-PHI-FECHA-ARCHIVO PIC X(08).
           05 FD-PHI-CANT-DED      PIC 9(02).
           05 FD-PHI-DEDUCCION OCCURS 10 TIMES.
               10 FD-PHI-DED-CONCEPTO   PIC X(03).
               10 FD-PHI-DED-IMPORTE    PIC 9(07).
               10 FD-PHI-DED-REFERENCIA PIC X(20).
