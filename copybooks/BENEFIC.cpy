      ******************************************************************
      * Copybook: BENEFIC
      * Layout del maestro de beneficiarios de las remesas (DD
      * BENEFIC), mantenido por Tesoreria. Una fila por sindicato
      * (tipo SIN, clave = codigo del sindicato) y una por causa
      * judicial con embargo vigente (tipo EMB, clave = expediente),
      * con el nombre a imprimir en la remesa y la cuenta a la que se
      * transfiere lo retenido (la del sindicato, o la cuenta judicial
      * abierta para la causa). La clave es la misma referencia que
      * lleva la fila de DEDEMP.
      ******************************************************************
       01 FD-BENEFIC-REC.
           05 FD-BEN-REFERENCIA    PIC X(20).
           05 FD-BEN-TIPO          PIC X(03).
               88 FDS-BEN-SINDICATO    VALUE "SIN".
               88 FDS-BEN-EMBARGO      VALUE "EMB".
           05 FD-BEN-NOMBRE        PIC X(30).
           05 FD-BEN-CUENTA        PIC X(22).
