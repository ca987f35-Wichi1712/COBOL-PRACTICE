      ******************************************************************
      * Copybook: AJUSIMP
      * Layout del archivo de ajustes anuales de impuesto pendientes
      * (DD AJUSIMP). Lo graba la reliquidacion de fin de anio
      * (programa AJUANUAL) con una fila por empleado cuyo impuesto
      * retenido en el anio no coincide con el determinado sobre su
      * bruto acumulado, y lo consume la liquidacion de diciembre del
      * modo lote de EJERCICIO4, que aplica el importe al neto y lo
      * informa en la fila de PAYROLL-OUT. El importe lleva signo:
      * positivo = retencion adicional, negativo = devolucion. Lo que
      * la liquidacion no pudo aplicar (empleado que no vino en el
      * extracto, retencion mayor que el neto) vuelve al archivo.
      ******************************************************************
       01 FD-AJUSIMP-REC.
           05 FD-AJU-ID            PIC X(08).
           05 FD-AJU-ANIO          PIC X(04).
           05 FD-AJU-IMPORTE       PIC S9(09)
               SIGN LEADING SEPARATE.
           05 FD-AJU-FECHA         PIC X(08).
