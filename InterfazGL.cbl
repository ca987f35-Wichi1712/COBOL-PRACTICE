      * 2. HABER: RETENCIONES DE IMPUESTO A PAGAR, APORTES
      *    JUBILATORIOS A PAGAR, DEDUCCIONES INDIVIDUALES A PAGAR Y
      *    SUELDOS NETOS A PAGAR.
      * 3. CONTRIBUCIONES PATRONALES (JUBILACION, OBRA SOCIAL, ART):
      *    DEBE AL GASTO DE CARGAS SOCIALES POR CENTRO DE COSTO Y
      *    HABER A CADA PASIVO CON EL ORGANISMO, POR LOS IMPORTES
      *    QUE LA LIQUIDACION GRABO EN CADA FILA.
      * 4. AJUSTE ANUAL DE IMPUESTO DE DICIEMBRE: LA RETENCION
      *    ADICIONAL ES UN HABER MAS A IMPUESTO A PAGAR Y LA
      *    DEVOLUCION UN DEBE A ESA MISMA CUENTA, AMBOS SIN CENTRO
      *    DE COSTO.
      * EL LOTE LLEVA CABECERA CON LA FECHA DE LA CORRIDA Y COLA CON
      * LA CANTIDAD DE ASIENTOS, EL DEBE, EL HABER Y LA PRUEBA DE
      * SALDO CERO. UN LOTE QUE NO BALANCEA NO SE GRABA: EL PASO
      * TERMINA CON CODIGO 8 SIN ESCRIBIR UN SOLO ASIENTO. CORRE
      * DESPUES DE LA CONCILIACION CON LA MISMA CONVENCION DE COND
      * DE LA CADENA, ASI SOLO CONTABILIZA CORRIDAS QUE CUADRAN.
      * SOBRE LA GENERACION DE UNA ANULACION (FILAS TIPO R) EL LOTE
      * ES EL CONTRASIENTO: MISMAS CUENTAS E IMPORTES CON EL DEBE Y
      * EL HABER INVERTIDOS, BAJO LA GLOSA "ANULACION DE PLANILLA".
      * LA GENERACION DE PAGOS FUERA DE CICLO (FILAS TIPO E) VA A LAS
      * MISMAS CUENTAS BAJO LA GLOSA "PAGOS FUERA DE CICLO" Y LA DEL
      * AGUINALDO (FILAS TIPO A) BAJO LA GLOSA "AGUINALDO SEMESTRAL".
      * CADA ENTIDAD EMPLEADORA LLEVA SU PROPIA CONTABILIDAD: EL
      * ARCHIVO TRAE UN LOTE H/D/T POR ENTIDAD PRESENTE EN LA
      * GENERACION, CON EL CODIGO Y EL CUIT DE LA ENTIDAD EN LA
      * CABECERA, Y CADA LOTE BALANCEA POR SI MISMO. SI UNO SOLO NO
      * BALANCEA, O UNA FILA TRAE UNA ENTIDAD QUE NO ESTA EN LA TABLA
      * ENTIDAD, NO SE GRABA NINGUNO.
      *
      * Mods:
      * 02-09-2026 - Version inicial.
      * 15-10-2026 - Se contabilizan las contribuciones patronales de
      *              cada fila: gasto de cargas sociales por centro de
      *              costo contra jubilacion, obra social y ART a
      *              pagar. El balance del lote las incluye en ambos
      *              lados.
      * 15-10-2026 - Se contabiliza el ajuste anual de impuesto de la
      *              liquidacion de diciembre: retencion adicional al
      *              haber y devolucion al debe de impuesto a pagar.
      * 15-10-2026 - Generacion de anulaciones (filas R del programa
      *              ANULA): el lote sale con los mismos asientos y
      *              los lados debe/haber invertidos. Una generacion
      *              que mezcla anulaciones con filas normales no se
      *              contabiliza.
      * 15-10-2026 - Una generacion de pagos fuera de ciclo (filas E
      *              del programa OFFCYCLE) se contabiliza en las
      *              mismas cuentas bajo la glosa de lote "PAGOS
      *              FUERA DE CICLO".
      * 15-10-2026 - Una generacion de aguinaldo (filas A del programa
      *              AGUINALDO) se contabiliza en las mismas cuentas
      *              bajo la glosa de lote "AGUINALDO SEMESTRAL"; la
      *              provision mensual de PROVISIO se libera contra
      *              este gasto.
      * 15-10-2026 - Un lote por entidad empleadora (FD-PAY-ENTIDAD,
      *              en blanco = 01), con la entidad y su CUIT en la
      *              cabecera; la generacion se recorre una vez por
      *              entidad. Todos los lotes deben balancear para
      *              grabar el archivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTERF.
           SELECT ASIENTOS-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENTIDAD-FILE ASSIGN TO "ENTIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ENTIDAD-STATUS.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

      ******************************************************************
      * ARCHIVO DE ASIENTOS PARA EL MAYOR: LAYOUT FIJO ACORDADO CON
      * CONTABILIDAD. UN LOTE POR ENTIDAD EMPLEADORA: CABECERA "H"
      * CON LA FECHA DE LA CORRIDA, LA ENTIDAD Y SU CUIT, UN
      * ASIENTO "D" POR CUENTA (CON CENTRO DE COSTO EN LOS DEBITOS
      * DE GASTO), Y COLA "T" CON CANTIDAD, DEBE, HABER Y LA PRUEBA
      * DE SALDO CERO.
               05 FD-GL-CABECERA REDEFINES FD-GL-DATOS.
                   10 FD-GL-CAB-FECHA      PIC X(08).
                   10 FD-GL-CAB-GLOSA      PIC X(30).
                   10 FD-GL-CAB-ENTIDAD    PIC X(02).
                   10 FD-GL-CAB-CUIT       PIC X(11).
                   10 FILLER               PIC X(08).
               05 FD-GL-DETALLE REDEFINES FD-GL-DATOS.
                   10 FD-GL-CUENTA         PIC X(08).
                   10 FD-GL-CCOSTO         PIC X(04).
                       SIGN LEADING SEPARATE.
                   10 FILLER               PIC X(13).

       FD  ENTIDAD-FILE.
           COPY ENTIDAD.

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

               05 WSV-RUN-FECHA-INI    PIC X(08).
               05 WSV-RUN-HORA-INI     PIC X(06).

       COPY ENTIDADW.

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
      * 12 SEVERO. SOLO SE ELEVA, NUNCA SE BAJA.                   *
               05 WSC-CTA-JUBILA        PIC X(08) VALUE "21200000".
               05 WSC-CTA-VARIAS        PIC X(08) VALUE "21300000".
               05 WSC-CTA-NETOS         PIC X(08) VALUE "21000000".
               05 WSC-CTA-CARGAS        PIC X(08) VALUE "61100000".
               05 WSC-CTA-CON-JUBILA    PIC X(08) VALUE "21400000".
               05 WSC-CTA-CON-OSOCIAL   PIC X(08) VALUE "21500000".
               05 WSC-CTA-CON-ART       PIC X(08) VALUE "21600000".

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                       INDEXED BY WSV-CC-IDX WSV-CC-IDX2.
                   10 WSV-CC-CODIGO-TAB     PIC X(04).
                   10 WSV-CC-BRUTO-TAB      PIC 9(12).
                   10 WSV-CC-CARGAS-TAB     PIC 9(12).
               05 WSV-TOTAL-CENTROS     PIC 9(02) VALUE 0.
               05 WSV-CCOSTO-AUX        PIC X(04).

                   10 WSV-TOT-JUBILA        PIC 9(12) VALUE 0.
                   10 WSV-TOT-VARIAS        PIC 9(12) VALUE 0.
                   10 WSV-TOT-NETO          PIC 9(12) VALUE 0.
                   10 WSV-TOT-CON-JUBILA    PIC 9(12) VALUE 0.
                   10 WSV-TOT-CON-OSOCIAL   PIC 9(12) VALUE 0.
                   10 WSV-TOT-CON-ART       PIC 9(12) VALUE 0.
                   10 WSV-TOT-AJU-RETENCION PIC 9(12) VALUE 0.
               05 WSV-TOT-AJU-DEVOLUCION PIC 9(12) VALUE 0.
               05 WSV-CARGAS-FILA       PIC 9(08) VALUE 0.
               05 WSV-TOT-DEBE          PIC 9(13) VALUE 0.
               05 WSV-TOT-HABER         PIC 9(13) VALUE 0.
               05 WSV-SALDO             PIC S9(13) VALUE 0.

               05 WSV-CNT-FILAS         PIC 9(06) VALUE 0.
               05 WSV-CNT-ASIENTOS      PIC 9(06) VALUE 0.
               05 WSV-CNT-ASIENTOS-TOT  PIC 9(06) VALUE 0.

      *------------------------------------------------------------*
      * UN LOTE POR ENTIDAD EMPLEADORA PRESENTE EN LA GENERACION.  *
      *------------------------------------------------------------*
               05 WS-LOTES OCCURS 20 TIMES
                       INDEXED BY WSV-LOT-IDX WSV-LOT-IDX2.
                   10 WSV-LOT-ENTIDAD-TAB   PIC X(02).
                   10 WSV-LOT-FILAS-TAB     PIC 9(06).
               05 WSV-TOTAL-LOTES       PIC 9(02) VALUE 0.
               05 WSV-LOT-HALLADO       PIC X VALUE "N".
                   88 WSS-LOT-HALLADO       VALUE "S".
               05 WSV-ENTIDAD-FILA      PIC X(02).
               05 WSV-ENTIDAD-LOTE      PIC X(02).
               05 WSV-LOTE-DESBALANCE   PIC X VALUE "N".
                   88 WSS-LOTE-DESBALANCE   VALUE "S".
               05 WSV-ENTIDAD-ERRONEA   PIC X VALUE "N".
                   88 WSS-ENTIDAD-ERRONEA   VALUE "S".
               05 WSV-FECHA-CORRIDA     PIC X(08).
               05 WSV-FECHA-TOMADA      PIC X VALUE "N".
                   88 WSS-FECHA-TOMADA      VALUE "S".

      *------------------------------------------------------------*
      * SENTIDO DEL LOTE: NORMAL (GASTO AL DEBE) O CONTRASIENTO DE *
      * UNA ANULACION (GASTO AL HABER).                            *
      *------------------------------------------------------------*
               05 WSV-CNT-ANULACIONES   PIC 9(06) VALUE 0.
               05 WSV-CNT-ESPECIALES    PIC 9(06) VALUE 0.
               05 WSV-CNT-AGUINALDOS    PIC 9(06) VALUE 0.
               05 WSV-LOTE-MIXTO        PIC X VALUE "N".
                   88 WSS-LOTE-MIXTO        VALUE "S".
               05 WSV-LADO-DEBE         PIC X(01) VALUE "D".
               05 WSV-LADO-HABER        PIC X(01) VALUE "H".
               05 WSV-GLOSA-LOTE        PIC X(30)
                   VALUE "PLANILLA NOCTURNA".

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.

           PERFORM 85-CARGAR-ENTIDADES.
           IF WSV-RETORNO < 12
               PERFORM 10-RELEVAR-PAYROLL
           END-IF.
           PERFORM 25-DEFINIR-SENTIDO.
           PERFORM VARYING WSV-LOT-IDX FROM 1 BY 1
                   UNTIL WSV-LOT-IDX > WSV-TOTAL-LOTES
               PERFORM 15-ACUMULAR-ENTIDAD
               PERFORM 30-PROBAR-BALANCE
           END-PERFORM.
           IF NOT WSS-LOTE-DESBALANCE AND WSV-CNT-FILAS > 0 AND
              NOT WSS-LOTE-MIXTO AND NOT WSS-ENTIDAD-ERRONEA AND
              WSV-RETORNO < 12
               OPEN OUTPUT ASIENTOS-FILE
               PERFORM VARYING WSV-LOT-IDX FROM 1 BY 1
                       UNTIL WSV-LOT-IDX > WSV-TOTAL-LOTES
                   PERFORM 15-ACUMULAR-ENTIDAD
                   PERFORM 30-PROBAR-BALANCE
                   PERFORM 40-GRABAR-LOTE
               END-PERFORM
               CLOSE ASIENTOS-FILE
           ELSE
               DISPLAY "EL LOTE NO SE GRABA"
           END-IF.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 10-RELEVAR-PAYROLL: PRIMERA PASADA. CUENTA LAS FILAS POR TIPO
      * (PARA EL SENTIDO Y LA GLOSA DEL LOTE), TOMA LA FECHA DE LA
      * CORRIDA Y ANOTA CADA ENTIDAD EMPLEADORA PRESENTE.
      ******************************************************************
       10-RELEVAR-PAYROLL.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT PAYROLL-OUT-FILE.
           IF WSV-PAYOUT-STATUS NOT EQUAL "00"
           ELSE
               PERFORM 11-LEER-PAYROLL
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   ADD 1 TO WSV-CNT-FILAS
                   PERFORM 12-RELEVAR-FILA
                   PERFORM 11-LEER-PAYROLL
               END-PERFORM
               CLOSE PAYROLL-OUT-FILE
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       10-RELEVAR-PAYROLL-END.
       EXIT.

       11-LEER-PAYROLL.
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   IF FD-PAY-ENTIDAD EQUAL SPACES
                       MOVE "01" TO WSV-ENTIDAD-FILA
                   ELSE
                       MOVE FD-PAY-ENTIDAD TO WSV-ENTIDAD-FILA
                   END-IF
           END-READ.
       11-LEER-PAYROLL-END.
       EXIT.

       12-RELEVAR-FILA.
           IF FDS-PAY-ANULACION
               ADD 1 TO WSV-CNT-ANULACIONES
           END-IF.
           IF FDS-PAY-ESPECIAL
               ADD 1 TO WSV-CNT-ESPECIALES
           END-IF.
           IF FDS-PAY-AGUINALDO
               ADD 1 TO WSV-CNT-AGUINALDOS
           END-IF.
           IF NOT WSS-FECHA-TOMADA AND
              FD-PAY-FECHA-CORRIDA IS NUMERIC
               MOVE FD-PAY-FECHA-CORRIDA TO WSV-FECHA-CORRIDA
               MOVE "S" TO WSV-FECHA-TOMADA
           END-IF.
           PERFORM 13-ANOTAR-ENTIDAD.
       12-RELEVAR-FILA-END.
       EXIT.

      ******************************************************************
      * 13-ANOTAR-ENTIDAD: UNA ENTIDAD QUE NO ESTA EN LA TABLA NO TIENE
      * CONTABILIDAD A LA QUE IMPUTAR: NO SE GRABA NINGUN LOTE.
      ******************************************************************
       13-ANOTAR-ENTIDAD.
           MOVE "N" TO WSV-LOT-HALLADO.
           PERFORM VARYING WSV-LOT-IDX2 FROM 1 BY 1
                   UNTIL WSV-LOT-IDX2 > WSV-TOTAL-LOTES
                      OR WSS-LOT-HALLADO
               IF WSV-LOT-ENTIDAD-TAB (WSV-LOT-IDX2) =
                  WSV-ENTIDAD-FILA
                   SET WSS-LOT-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF WSS-LOT-HALLADO
               SET WSV-LOT-IDX2 DOWN BY 1
               ADD 1 TO WSV-LOT-FILAS-TAB (WSV-LOT-IDX2)
           ELSE
               MOVE WSV-ENTIDAD-FILA TO WSV-ENT-BUSCADA
               PERFORM 87-BUSCAR-ENTIDAD
               EVALUATE TRUE
                   WHEN NOT WSS-ENT-HALLADA
                       DISPLAY "FILA DE " FD-PAY-ID " DE LA ENTIDAD "
                           WSV-ENTIDAD-FILA " QUE NO ESTA EN LA TABLA"
                       MOVE "S" TO WSV-ENTIDAD-ERRONEA
                       MOVE 8 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   WHEN WSV-TOTAL-LOTES >= 20
                       DISPLAY "TABLA DE LOTES LLENA (20), NO SE "
                           "CONTABILIZA LA ENTIDAD " WSV-ENTIDAD-FILA
                       MOVE "S" TO WSV-ENTIDAD-ERRONEA
                       MOVE 8 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   WHEN OTHER
                       ADD 1 TO WSV-TOTAL-LOTES
                       SET WSV-LOT-IDX2 TO WSV-TOTAL-LOTES
                       MOVE WSV-ENTIDAD-FILA
                           TO WSV-LOT-ENTIDAD-TAB (WSV-LOT-IDX2)
                       MOVE 1 TO WSV-LOT-FILAS-TAB (WSV-LOT-IDX2)
               END-EVALUATE
           END-IF.
       13-ANOTAR-ENTIDAD-END.
       EXIT.

      ******************************************************************
      * 15-ACUMULAR-ENTIDAD: RECORRE LA GENERACION Y ACUMULA SOLO LAS
      * FILAS DE LA ENTIDAD DEL LOTE, CON LOS ACUMULADORES EN CERO.
      ******************************************************************
       15-ACUMULAR-ENTIDAD.
           MOVE WSV-LOT-ENTIDAD-TAB (WSV-LOT-IDX) TO WSV-ENTIDAD-LOTE.
           MOVE 0 TO WSV-TOTAL-CENTROS.
           MOVE ZEROS TO WSV-ACREEDORES.
           MOVE 0 TO WSV-TOT-AJU-DEVOLUCION.
           MOVE 0 TO WSV-TOT-DEBE.
           MOVE 0 TO WSV-TOT-HABER.
           MOVE 0 TO WSV-SALDO.
           MOVE 0 TO WSV-CNT-ASIENTOS.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT PAYROLL-OUT-FILE.
           PERFORM 11-LEER-PAYROLL.
           PERFORM UNTIL WSS-FIN-ARCHIVO
               IF WSV-ENTIDAD-FILA EQUAL WSV-ENTIDAD-LOTE
                   PERFORM 20-ACUMULAR-FILA
               END-IF
               PERFORM 11-LEER-PAYROLL
           END-PERFORM.
           CLOSE PAYROLL-OUT-FILE.
       15-ACUMULAR-ENTIDAD-END.
       EXIT.

      ******************************************************************
      * 20-ACUMULAR-FILA: EL DEBE ES EL BRUTO DE LA FILA, IMPUTADO AL
      * CENTRO DE COSTO QUE ESTAMPO LA LIQUIDACION; EL HABER SE ABRE
      * EN IMPUESTO, JUBILACION, DEDUCCIONES INDIVIDUALES Y NETO.
      * COMO NETO = BRUTO - DEDUCCIONES EN CADA FILA, EL LOTE SOLO
      * PUEDE BALANCEAR SI LA PLANILLA ES CONSISTENTE. LAS CARGAS
      * PATRONALES SUMAN AL DEBE (GASTO DEL CENTRO) LO MISMO QUE A
      * SUS TRES PASIVOS.
      ******************************************************************
       20-ACUMULAR-FILA.
           MOVE FD-PAY-CCOSTO TO WSV-CCOSTO-AUX.
           IF WSV-CCOSTO-AUX EQUAL SPACES
               MOVE "GRAL" TO WSV-CCOSTO-AUX
               ADD FD-PAY-DED-JUBILA   TO WSV-TOT-JUBILA
               ADD FD-PAY-DED-VARIAS   TO WSV-TOT-VARIAS
               ADD FD-PAY-NETO-ANUAL   TO WSV-TOT-NETO
               COMPUTE WSV-CARGAS-FILA = FD-PAY-CON-JUBILA +
                   FD-PAY-CON-OSOCIAL + FD-PAY-CON-ART
               ADD WSV-CARGAS-FILA
                   TO WSV-CC-CARGAS-TAB (WSV-CC-IDX2)
               ADD WSV-CARGAS-FILA     TO WSV-TOT-DEBE
               ADD FD-PAY-CON-JUBILA   TO WSV-TOT-CON-JUBILA
               ADD FD-PAY-CON-OSOCIAL  TO WSV-TOT-CON-OSOCIAL
               ADD FD-PAY-CON-ART      TO WSV-TOT-CON-ART
               PERFORM 22-ACUMULAR-AJUSTE-IMP
           END-IF.
       20-ACUMULAR-FILA-END.
       EXIT.

      * EL AJUSTE ANUAL SOLO VIENE EN LA LIQUIDACION DE DICIEMBRE:
      * POSITIVO ES RETENCION ADICIONAL (HABER), NEGATIVO ES
      * DEVOLUCION (DEBE). EL NETO DE LA FILA YA LO REFLEJA.
       22-ACUMULAR-AJUSTE-IMP.
           IF FD-PAY-AJU-IMPUESTO IS NUMERIC
               IF FD-PAY-AJU-IMPUESTO > 0
                   ADD FD-PAY-AJU-IMPUESTO TO WSV-TOT-AJU-RETENCION
               END-IF
               IF FD-PAY-AJU-IMPUESTO < 0
                   SUBTRACT FD-PAY-AJU-IMPUESTO
                       FROM WSV-TOT-AJU-DEVOLUCION
                   SUBTRACT FD-PAY-AJU-IMPUESTO FROM WSV-TOT-DEBE
               END-IF
           END-IF.
       22-ACUMULAR-AJUSTE-IMP-END.
       EXIT.

      ******************************************************************
      * 25-DEFINIR-SENTIDO: UNA GENERACION DE ANULACIONES SE
      * CONTABILIZA INVERTIDA. SI MEZCLA FILAS R CON FILAS NORMALES
      * NO HAY UN SENTIDO UNICO PARA EL LOTE: NO SE GRABA (CODIGO 8).
      * UNA GENERACION DE PAGOS FUERA DE CICLO O DE AGUINALDO VA EN
      * SENTIDO NORMAL, CON SU PROPIA GLOSA DE LOTE.
      ******************************************************************
       25-DEFINIR-SENTIDO.
           IF WSV-CNT-ANULACIONES > 0
               IF WSV-CNT-ANULACIONES < WSV-CNT-FILAS
                   DISPLAY "GENERACION CON ANULACIONES Y FILAS "
                       "NORMALES MEZCLADAS"
                   MOVE "S" TO WSV-LOTE-MIXTO
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               ELSE
                   DISPLAY "GENERACION DE ANULACIONES: CONTRASIENTO"
                   MOVE "H" TO WSV-LADO-DEBE
                   MOVE "D" TO WSV-LADO-HABER
                   MOVE "ANULACION DE PLANILLA" TO WSV-GLOSA-LOTE
               END-IF
           END-IF.
           IF WSV-CNT-ESPECIALES > 0 AND
              WSV-CNT-ESPECIALES EQUAL WSV-CNT-FILAS
               MOVE "PAGOS FUERA DE CICLO" TO WSV-GLOSA-LOTE
           END-IF.
           IF WSV-CNT-AGUINALDOS > 0 AND
              WSV-CNT-AGUINALDOS EQUAL WSV-CNT-FILAS
               MOVE "AGUINALDO SEMESTRAL" TO WSV-GLOSA-LOTE
           END-IF.
       25-DEFINIR-SENTIDO-END.
       EXIT.

       21-BUSCAR-CENTRO.
           MOVE "N" TO WSV-CC-HALLADO.
           PERFORM VARYING WSV-CC-IDX2 FROM 1 BY 1
                   MOVE WSV-CCOSTO-AUX
                       TO WSV-CC-CODIGO-TAB (WSV-CC-IDX2)
                   MOVE 0 TO WSV-CC-BRUTO-TAB (WSV-CC-IDX2)
                   MOVE 0 TO WSV-CC-CARGAS-TAB (WSV-CC-IDX2)
                   MOVE "S" TO WSV-CC-HALLADO
               ELSE
                   DISPLAY "TABLA DE CENTROS LLENA (50), NO SE "
       EXIT.

      ******************************************************************
      * 30-PROBAR-BALANCE: EL DEBE (GASTO POR EL BRUTO Y POR LAS
      * CARGAS PATRONALES) DEBE IGUALAR AL HABER (RETENCIONES, NETOS
      * Y CARGAS A PAGAR). UN LOTE DESBALANCEADO NO
      * SE GRABA: CODIGO 8 SIN ESCRIBIR UN SOLO ASIENTO.
      ******************************************************************
       30-PROBAR-BALANCE.
           COMPUTE WSV-TOT-HABER = WSV-TOT-IMPUESTO +
               WSV-TOT-JUBILA + WSV-TOT-VARIAS + WSV-TOT-NETO +
               WSV-TOT-CON-JUBILA + WSV-TOT-CON-OSOCIAL +
               WSV-TOT-CON-ART + WSV-TOT-AJU-RETENCION.
           COMPUTE WSV-SALDO = WSV-TOT-DEBE - WSV-TOT-HABER.
           IF WSV-SALDO NOT EQUAL 0
               DISPLAY "LOTE DESBALANCEADO, ENTIDAD " WSV-ENTIDAD-LOTE
                   ": DEBE " WSV-TOT-DEBE
                   " HABER " WSV-TOT-HABER " SALDO " WSV-SALDO
               MOVE "S" TO WSV-LOTE-DESBALANCE
               MOVE 8 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       EXIT.

       40-GRABAR-LOTE.
           MOVE WSV-ENTIDAD-LOTE TO WSV-ENT-BUSCADA.
           PERFORM 87-BUSCAR-ENTIDAD.
           MOVE SPACES TO FD-ASIENTO-REC.
           MOVE "H"               TO FD-GL-TIPO.
           MOVE WSV-FECHA-CORRIDA TO FD-GL-CAB-FECHA.
           MOVE WSV-GLOSA-LOTE    TO FD-GL-CAB-GLOSA.
           MOVE WSV-ENTIDAD-LOTE  TO FD-GL-CAB-ENTIDAD.
           MOVE WSV-ENT-CUIT-TAB (WSV-ENT-IDX) TO FD-GL-CAB-CUIT.
           WRITE FD-ASIENTO-REC.

      * DEBITOS DE GASTO, UNO POR CENTRO DE COSTO.
               MOVE "D"            TO FD-GL-TIPO
               MOVE WSC-CTA-GASTO  TO FD-GL-CUENTA
               MOVE WSV-CC-CODIGO-TAB (WSV-CC-IDX) TO FD-GL-CCOSTO
               MOVE WSV-LADO-DEBE  TO FD-GL-DEBE-HABER
               MOVE WSV-CC-BRUTO-TAB (WSV-CC-IDX) TO FD-GL-IMPORTE
               MOVE "GASTO SUELDOS" TO FD-GL-GLOSA
               WRITE FD-ASIENTO-REC
               ADD 1 TO WSV-CNT-ASIENTOS
           END-PERFORM.

      * DEBITOS DE CARGAS SOCIALES PATRONALES, UNO POR CENTRO DE
      * COSTO QUE LAS TENGA.
           PERFORM VARYING WSV-CC-IDX FROM 1 BY 1
                   UNTIL WSV-CC-IDX > WSV-TOTAL-CENTROS
               IF WSV-CC-CARGAS-TAB (WSV-CC-IDX) > 0
                   MOVE SPACES TO FD-ASIENTO-REC
                   MOVE "D"            TO FD-GL-TIPO
                   MOVE WSC-CTA-CARGAS TO FD-GL-CUENTA
                   MOVE WSV-CC-CODIGO-TAB (WSV-CC-IDX)
                       TO FD-GL-CCOSTO
                   MOVE WSV-LADO-DEBE  TO FD-GL-DEBE-HABER
                   MOVE WSV-CC-CARGAS-TAB (WSV-CC-IDX)
                       TO FD-GL-IMPORTE
                   MOVE "CARGAS SOCIALES" TO FD-GL-GLOSA
                   WRITE FD-ASIENTO-REC
                   ADD 1 TO WSV-CNT-ASIENTOS
               END-IF
           END-PERFORM.

      * DEBITO POR LAS DEVOLUCIONES DEL AJUSTE ANUAL, SI LAS HUBO.
           IF WSV-TOT-AJU-DEVOLUCION > 0
               MOVE SPACES TO FD-ASIENTO-REC
               MOVE "D"              TO FD-GL-TIPO
               MOVE WSC-CTA-IMPUESTO TO FD-GL-CUENTA
               MOVE WSV-LADO-DEBE    TO FD-GL-DEBE-HABER
               MOVE WSV-TOT-AJU-DEVOLUCION TO FD-GL-IMPORTE
               MOVE "DEVOLUCION IMPUESTO" TO FD-GL-GLOSA
               WRITE FD-ASIENTO-REC
               ADD 1 TO WSV-CNT-ASIENTOS
           END-IF.

      * CREDITOS POR CONCEPTO.
           MOVE WSC-CTA-IMPUESTO TO FD-GL-CUENTA.
           MOVE WSV-TOT-IMPUESTO TO FD-GL-IMPORTE.
           MOVE WSV-TOT-NETO TO FD-GL-IMPORTE.
           MOVE "NETOS A PAGAR" TO FD-GL-GLOSA.
           PERFORM 41-GRABAR-CREDITO.
           MOVE WSC-CTA-CON-JUBILA TO FD-GL-CUENTA.
           MOVE WSV-TOT-CON-JUBILA TO FD-GL-IMPORTE.
           MOVE "CONTRIB JUB A PAGAR" TO FD-GL-GLOSA.
           PERFORM 41-GRABAR-CREDITO.
           MOVE WSC-CTA-CON-OSOCIAL TO FD-GL-CUENTA.
           MOVE WSV-TOT-CON-OSOCIAL TO FD-GL-IMPORTE.
           MOVE "OBRA SOCIAL A PAGAR" TO FD-GL-GLOSA.
           PERFORM 41-GRABAR-CREDITO.
           MOVE WSC-CTA-CON-ART TO FD-GL-CUENTA.
           MOVE WSV-TOT-CON-ART TO FD-GL-IMPORTE.
           MOVE "ART A PAGAR" TO FD-GL-GLOSA.
           PERFORM 41-GRABAR-CREDITO.
           IF WSV-TOT-AJU-RETENCION > 0
               MOVE WSC-CTA-IMPUESTO TO FD-GL-CUENTA
               MOVE WSV-TOT-AJU-RETENCION TO FD-GL-IMPORTE
               MOVE "AJUSTE ANUAL IMP" TO FD-GL-GLOSA
               PERFORM 41-GRABAR-CREDITO
           END-IF.

           MOVE SPACES TO FD-ASIENTO-REC.
           MOVE "T"               TO FD-GL-TIPO.
           MOVE WSV-CNT-ASIENTOS  TO FD-GL-CANTIDAD.
      * EN EL CONTRASIENTO LOS TOTALES DE LA COLA SE INVIERTEN IGUAL
      * QUE LOS LADOS DE CADA ASIENTO.
           IF WSV-LADO-DEBE EQUAL "H"
               MOVE WSV-TOT-HABER TO FD-GL-TOT-DEBE
               MOVE WSV-TOT-DEBE  TO FD-GL-TOT-HABER
           ELSE
               MOVE WSV-TOT-DEBE  TO FD-GL-TOT-DEBE
               MOVE WSV-TOT-HABER TO FD-GL-TOT-HABER
           END-IF.
           MOVE WSV-SALDO         TO FD-GL-SALDO.
           WRITE FD-ASIENTO-REC.
           ADD WSV-CNT-ASIENTOS TO WSV-CNT-ASIENTOS-TOT.

           DISPLAY "LOTE CONTABLE ENTIDAD " WSV-ENTIDAD-LOTE ": "
               WSV-CNT-ASIENTOS
               " ASIENTOS, DEBE " WSV-TOT-DEBE
               " HABER " WSV-TOT-HABER " SALDO " WSV-SALDO.
       40-GRABAR-LOTE-END.
       41-GRABAR-CREDITO.
           MOVE "D"   TO FD-GL-TIPO.
           MOVE SPACES TO FD-GL-CCOSTO.
           MOVE WSV-LADO-HABER TO FD-GL-DEBE-HABER.
           WRITE FD-ASIENTO-REC.
           ADD 1 TO WSV-CNT-ASIENTOS.
       41-GRABAR-CREDITO-END.
               ACCEPT FD-RUN-FECHA-FIN FROM DATE YYYYMMDD
               ACCEPT FD-RUN-HORA-FIN FROM TIME
               MOVE WSV-CNT-FILAS       TO FD-RUN-LEIDOS
               MOVE WSV-CNT-ASIENTOS-TOT TO FD-RUN-ESCRITOS
               MOVE 0                   TO FD-RUN-OMITIDOS
               MOVE 0                   TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
       95-GRABAR-RUNSTATS-END.
       EXIT.

       COPY ENTIDADP.

       END PROGRAM GLINTERF.
