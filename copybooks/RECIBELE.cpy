      ******************************************************************
      * Copybook: RECIBELE
      * Layout fijo del archivo de recibos electronicos (DD RECIBELE)
      * que RECIBOS deja en cada corrida para el portal del empleado,
      * ademas del spool de impresion. Registros de 100 posiciones;
      * el tipo de registro define la vista del resto:
      *   H  cabecera del archivo (ID en blanco, fecha de emision).
      *   C  cabecera de un documento: uno por ID y fecha de corrida,
      *      con el tipo de liquidacion, el nombre completo, nivel,
      *      entidad empleadora, centro de costo, origen y la fecha
      *      de emision del archivo.
      *   L  una linea del recibo de bruto a neto, en el orden en que
      *      se imprime. La clase dice como leer el importe: H haber,
      *      D descuento, I informativo (sueldo mensual, ausencias,
      *      bruto), N neto a cobrar.
      *   D  un concepto del detalle DEDAPL (embargo, sindicato,
      *      prestamo) con la referencia del beneficiario; siguen a
      *      la linea VAR de otras deducciones.
      *   F  cierre del documento: cantidad de lineas L y D y el neto
      *      del documento (suma de los netos si el documento junta
      *      varias filas, como los conceptos de un pago fuera de
      *      ciclo).
      *   T  cola del archivo: documentos y registros grabados
      *      (incluidas H y T).
      * Lo lee FIRMAREC para registrar cada documento emitido en el
      * archivo de estado de firmas.
      ******************************************************************
       01 FD-RECIBELE-REC.
           05 FD-REL-TIPO-REG      PIC X(01).
               88 FDS-REL-CABECERA-ARCH VALUE "H".
               88 FDS-REL-DOCUMENTO     VALUE "C".
               88 FDS-REL-LINEA         VALUE "L".
               88 FDS-REL-DEDUCCION     VALUE "D".
               88 FDS-REL-FIN-DOCUMENTO VALUE "F".
               88 FDS-REL-COLA-ARCH     VALUE "T".
           05 FD-REL-ID            PIC X(08).
           05 FD-REL-FECHA         PIC X(08).
           05 FD-REL-DATOS         PIC X(83).
           05 FD-REL-CABECERA REDEFINES FD-REL-DATOS.
               10 FD-REL-CAB-TIPO-LIQ  PIC X(01).
               10 FD-REL-CAB-NOMBRE    PIC X(30).
               10 FD-REL-CAB-NIVEL     PIC X(06).
               10 FD-REL-CAB-ENTIDAD   PIC X(02).
               10 FD-REL-CAB-CCOSTO    PIC X(04).
               10 FD-REL-CAB-ORIGEN    PIC X(10).
               10 FD-REL-CAB-EMISION   PIC X(08).
               10 FILLER               PIC X(22).
           05 FD-REL-LINEA REDEFINES FD-REL-DATOS.
               10 FD-REL-LIN-CODIGO    PIC X(03).
               10 FD-REL-LIN-TEXTO     PIC X(40).
               10 FD-REL-LIN-CLASE     PIC X(01).
                   88 FDS-REL-HABER        VALUE "H".
                   88 FDS-REL-DESCUENTO    VALUE "D".
                   88 FDS-REL-INFORMATIVO  VALUE "I".
                   88 FDS-REL-NETO         VALUE "N".
               10 FD-REL-LIN-IMPORTE   PIC 9(10).
               10 FILLER               PIC X(29).
           05 FD-REL-DEDUCCION REDEFINES FD-REL-DATOS.
               10 FD-REL-DED-CONCEPTO  PIC X(03).
               10 FD-REL-DED-IMPORTE   PIC 9(07).
               10 FD-REL-DED-REFERENCIA PIC X(20).
               10 FILLER               PIC X(53).
           05 FD-REL-FIN REDEFINES FD-REL-DATOS.
               10 FD-REL-FIN-LINEAS    PIC 9(03).
               10 FD-REL-FIN-NETO      PIC 9(10).
               10 FILLER               PIC X(70).
           05 FD-REL-CONTROL REDEFINES FD-REL-DATOS.
               10 FD-REL-CTL-DOCUMENTOS PIC 9(06).
               10 FD-REL-CTL-REGISTROS PIC 9(08).
               10 FILLER               PIC X(69).
