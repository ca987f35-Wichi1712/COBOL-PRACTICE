      * clave ID + anio. Cada corrida nocturna le suma (paso ACUMULA)
      * el bruto, las deducciones por impuesto y jubilacion y el neto
      * de la fila de PAYROLL-OUT del empleado, de modo que el total
      * del anio sobrevive a la retencion LIMIT(31) de las
      * generaciones. La fecha de la ultima corrida acumulada evita
      * sumar dos veces la misma noche si el paso se relanza; la
      * fecha va por tipo de corrida (la mensual/finiquito y la del
      * Los mejores sueldos mensuales de cada semestre son la
      * evidencia acumulada con que la corrida de aguinaldo
      * (AGUINALDO) calcula el SAC: medio mejor sueldo del semestre.
      * La reliquidacion anual de impuesto (programa AJUANUAL) deja
      * el impuesto determinado sobre el bruto del anio y la fecha en
      * que lo calculo; el ajuste que la liquidacion de diciembre
      * aplica (con signo: positivo = retencion adicional, negativo =
      * devolucion) lo suma ACUMULA aparte, ademas de sumarlo a la
      * retencion del anio, para que CERTANUAL certifique las cifras
      * reliquidadas.
      * Una anulacion (filas R del programa ANULA) resta la fila
      * anulada del anio de su fecha original; la ultima anulacion
      * aplicada (fecha de la anulacion + fecha y tipo de la fila
      * anulada) evita restarla dos veces si el paso se relanza.
      * Los pagos fuera de ciclo (filas E del programa OFFCYCLE)
      * pueden traer varias filas del mismo empleado en la misma
      * corrida (una por concepto): su guarda es la fecha mas la
      * secuencia de la ultima fila E acumulada. Las filas E no
      * gravadas no se acumulan.
      * La entidad es la razon social empleadora que liquido lo
      * acumulado (la de las filas de PAYROLL-OUT; en blanco en los
      * registros grabados antes de existir el campo, que ACUMULA
      * completa con la primera fila). Un pase de entidad en el
      * curso del anio (movimiento E de MANTEMPL) cierra lo
      * acumulado en el archivo de tramos YTDCIERR y deja este
      * registro en cero a nombre de la entidad nueva; los mejores
      * sueldos del semestre se conservan para el SAC.
      ******************************************************************
       01 FD-YTDMAST-REC.
           05 FD-YTD-CLAVE.
           05 FD-YTD-MEJOR-SUELDO-1 PIC 9(06).
           05 FD-YTD-MEJOR-SUELDO-2 PIC 9(06).
           05 FD-YTD-ULT-FECHA-SAC PIC X(08).
           05 FD-YTD-AJU-IMPUESTO  PIC S9(09)
               SIGN LEADING SEPARATE.
           05 FD-YTD-IMP-DETERMINADO PIC 9(09).
           05 FD-YTD-FECHA-REAJUSTE PIC X(08).
           05 FD-YTD-ULT-ANULACION PIC X(17).
           05 FD-YTD-ULT-ESPECIAL  PIC X(12).
           05 FD-YTD-ENTIDAD       PIC X(02).
