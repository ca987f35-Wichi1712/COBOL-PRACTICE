      ******************************************************************
      * Copybook: PRESUP
      * Layout del presupuesto de personal por centro de costo (DD
      * PRESUP) que carga finanzas una vez al anio: una fila por
      * centro de costo (el mismo FD-EMP-CCOSTO del maestro; GRAL
      * para los empleados sin centro asignado) y mes AAAAMM, con la
      * dotacion y el bruto del mes presupuestados. El presupuesto se
      * revisa agregando filas al final del archivo: si un centro y
      * mes aparece mas de una vez vale la ultima fila, y la fecha de
      * revision queda como referencia de cual se tomo. Lo consume
      * PRESUCC, que lo compara contra la dotacion y la planilla
      * reales del mes.
      ******************************************************************
       01 FD-PRESUP-REC.
           05 FD-PRE-CCOSTO        PIC X(04).
           05 FD-PRE-PERIODO       PIC X(06).
           05 FD-PRE-DOTACION      PIC 9(04).
           05 FD-PRE-BRUTO         PIC 9(10).
           05 FD-PRE-FECHA-REV     PIC X(08).
