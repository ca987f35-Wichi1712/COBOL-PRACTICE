      *              ambos lados de la comparacion: el SAC no es una
      *              corrida mensual y no debe aparecer como cambio
      *              ni como desaparicion.
      * 15-10-2026 - Las filas de pagos fuera de ciclo (tipo E) se
      *              saltean igual que las de aguinaldo.
      * 15-10-2026 - El layout de la corrida anterior incorpora las
      *              contribuciones patronales, el ajuste anual de
      *              impuesto, la referencia de anulacion, el
      *              indicador de gravado y la entidad de
      *              PAYROLL-OUT; la comparacion sigue siendo por los
      *              campos de negocio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIANZA.
               05 FD-ANT-HEX-FERIADO   PIC 9(03).
               05 FD-ANT-HEXTRA        PIC 9(07).
               05 FD-ANT-ORIGEN        PIC X(10).
               05 FD-ANT-CON-JUBILA    PIC 9(07).
               05 FD-ANT-CON-OSOCIAL   PIC 9(07).
               05 FD-ANT-CON-ART       PIC 9(07).
               05 FD-ANT-AJU-IMPUESTO  PIC S9(07)
                   SIGN LEADING SEPARATE.
               05 FD-ANT-REF-FECHA     PIC X(08).
               05 FD-ANT-REF-TIPO      PIC X(01).
               05 FD-ANT-GRAVADO       PIC X(01).
               05 FD-ANT-ENTIDAD       PIC X(02).

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).
       EXIT.

       12-ACUMULAR-ANTERIOR.
      * LAS FILAS DE AGUINALDO (TIPO A) Y DE PAGOS FUERA DE CICLO
      * (TIPO E) NO SON UNA CORRIDA MENSUAL Y NO ENTRAN A LA
      * COMPARACION ENTRE CORRIDAS.
           IF FD-ANT-TIPO-LIQ EQUAL "A" OR FD-ANT-TIPO-LIQ EQUAL "E"
               CONTINUE
           ELSE
           IF WSV-TOTAL-ANTERIORES < 1000
       EXIT.

       22-CRUZAR-FILA.
      * LAS FILAS DE AGUINALDO (TIPO A) Y DE PAGOS FUERA DE CICLO
      * (TIPO E) NO ENTRAN A LA COMPARACION.
           IF FDS-PAY-AGUINALDO OR FDS-PAY-ESPECIAL
               CONTINUE
           ELSE
               PERFORM 23-CRUZAR-FILA-MENSUAL
