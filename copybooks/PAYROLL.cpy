      * trajo al empleado (la cadena acepta varios bloques H/D/T en
      * una corrida, uno por planta); la conciliacion y los
      * subtotales por origen cortan por este campo.
      * Las contribuciones patronales (jubilacion, obra social y ART,
      * tabla CONTRIB) se calculan sobre el mismo bruto de la fila y
      * NO forman parte del neto: son costo del empleador, que la
      * interfaz contable imputa como gasto contra su pasivo y la
      * declaracion mensual informa por CUIL.
      * El ajuste anual de impuesto es el saldo de la reliquidacion
      * de fin de anio (programa AJUANUAL) que aplica la liquidacion
      * de diciembre: positivo = retencion adicional, negativo =
      * devolucion al empleado. Es con signo y el neto lo incluye:
      * neto = bruto - impuesto - jubilacion - deducciones varias -
      * ajuste anual. En cualquier otra fila viaja en cero.
      * El tipo R es la anulacion de una fila ya cerrada (programa
      * ANULA): copia la fila original con sus mismos importes, que
      * se leen como a restar, y sale en su propia generacion. La
      * fecha de corrida es la de la anulacion; la fecha y el tipo
      * de la fila anulada viajan en los campos de referencia, que
      * en cualquier otra fila van en blanco.
      * El tipo E es un pago fuera de ciclo (programa OFFCYCLE): un
      * pago unico aprobado por RRHH (premio, reintegro de gastos,
      * retroactivo judicial) que sale en su propia generacion, una
      * fila por concepto. El concepto viaja en el origen. El
      * indicador de gravado en N marca un concepto no remunerativo
      * (reintegro): no pasa por los tramos de DEDUCC ni de CONTRIB,
      * no suma al acumulado anual ni se declara. En blanco (toda
      * fila que no es E) la fila es remunerativa.
      * La entidad es la razon social empleadora del maestro de
      * empleados al momento de liquidar (01 si el maestro la tiene
      * en blanco): el archivo al banco, el lote contable y la
      * conciliacion cortan por ella. Una anulacion copia la de la
      * fila anulada.
       01 FD-PAYROLL-REC.
           05 FD-PAY-ID            PIC X(8).
           05 FD-PAY-NOMBRE        PIC X(5).
               88 FDS-PAY-NORMAL       VALUE "N" " ".
               88 FDS-PAY-FINIQUITO    VALUE "F".
               88 FDS-PAY-AGUINALDO    VALUE "A".
               88 FDS-PAY-ANULACION    VALUE "R".
               88 FDS-PAY-ESPECIAL     VALUE "E".
           05 FD-PAY-DED-VARIAS    PIC 9(07).
           05 FD-PAY-HEX-HORAS     PIC 9(03).
           05 FD-PAY-HEX-FERIADO   PIC 9(03).
           05 FD-PAY-HEXTRA        PIC 9(07).
           05 FD-PAY-ORIGEN        PIC X(10).
           05 FD-PAY-CON-JUBILA    PIC 9(07).
           05 FD-PAY-CON-OSOCIAL   PIC 9(07).
           05 FD-PAY-CON-ART       PIC 9(07).
           05 FD-PAY-AJU-IMPUESTO  PIC S9(07)
               SIGN LEADING SEPARATE.
           05 FD-PAY-REF-FECHA     PIC X(08).
           05 FD-PAY-REF-TIPO      PIC X(01).
           05 FD-PAY-GRAVADO       PIC X(01).
               88 FDS-PAY-NO-GRAVADO   VALUE "N".
           05 FD-PAY-ENTIDAD       PIC X(02).
