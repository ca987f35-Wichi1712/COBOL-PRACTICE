      ******************************************************************
      * Copybook: DEDAPL
      * Layout del detalle de deducciones individuales aplicadas (DD
      * DEDAPL) que deja el modo lote de EJERCICIO4 en cada corrida:
      * una fila por empleado y concepto de DEDEMP efectivamente
      * descontado, con el importe retenido, la fecha de la corrida y
      * la referencia del beneficiario (sindicato o expediente) que
      * traia la fila de DEDEMP. Lo leen RECIBOS (desglose del recibo)
      * y REMESAS (remesa mensual a sindicatos y juzgados, que junta
      * todas las generaciones del mes).
      ******************************************************************
       01 FD-DEDAPL-REC.
           05 FD-DAP-ID            PIC X(08).
           05 FD-DAP-CONCEPTO      PIC X(03).
           05 FD-DAP-IMPORTE       PIC 9(07).
           05 FD-DAP-FECHA         PIC X(08).
           05 FD-DAP-REFERENCIA    PIC X(20).
