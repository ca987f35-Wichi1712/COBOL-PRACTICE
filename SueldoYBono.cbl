      *              AUDCHNP, compartidos por todos los programas
      *              que escriben AUDITLOG); el verificador VERIFAUD
      *              detecta lineas borradas o alteradas.
      * 15-10-2026 - PAYROLL-OUT incorpora las contribuciones
      *              patronales; las filas de postulantes salen en
      *              cero.
      * 15-10-2026 - PAYROLL-OUT incorpora el ajuste anual de
      *              impuesto; las filas de postulantes salen en cero.
      * 15-10-2026 - PAYROLL-OUT incorpora la referencia de la fila
      *              anulada; las filas de postulantes la llevan en
      *              blanco.
      * 15-10-2026 - PAYROLL-OUT incorpora el indicador de concepto
      *              gravado de los pagos fuera de ciclo; las filas de
      *              postulantes lo llevan en blanco.
      * 15-10-2026 - PAYROLL-OUT incorpora la entidad empleadora; las
      *              filas de postulantes van a la entidad 01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERCICIO3.
           MOVE 0                              TO FD-PAY-HEX-FERIADO.
           MOVE 0                              TO FD-PAY-HEXTRA.
           MOVE "EJERCICIO3"                    TO FD-PAY-ORIGEN.
      * LOS POSTULANTES NO SON PLANTA: SIN CONTRIBUCIONES PATRONALES.
           MOVE 0                              TO FD-PAY-CON-JUBILA.
           MOVE 0                              TO FD-PAY-CON-OSOCIAL.
           MOVE 0                              TO FD-PAY-CON-ART.
           MOVE 0                              TO FD-PAY-AJU-IMPUESTO.
           MOVE SPACES                         TO FD-PAY-REF-FECHA.
           MOVE SPACES                         TO FD-PAY-REF-TIPO.
           MOVE SPACES                         TO FD-PAY-GRAVADO.
           MOVE "01"                           TO FD-PAY-ENTIDAD.
           WRITE FD-PAYROLL-REC.

           PERFORM 28-REGISTRAR-AUDITORIA.
