      *
      * ACUMULA:
      * ACUMULADOR ANUAL POR EMPLEADO, PASO DE LA CADENA NOCTURNA.
      * LAS GENERACIONES DE PAYROLL-OUT SE RETIENEN SOLO LIMIT(31)
      * NOCHES, ASI QUE A FIN DE ANIO NO QUEDABA EVIDENCIA PARA EL
      * CERTIFICADO DE INGRESOS Y RETENCIONES QUE PIDEN LOS
      * EMPLEADOS. ESTE PASO SUMA CADA FILA DE LA CORRIDA DE ESTA
      *              una liquidacion nocturna y con una sola fecha
      *              el segundo ACUMULA del dia salteaba en silencio
      *              todas las filas del primero.
      * 15-10-2026 - El ajuste anual de impuesto de la liquidacion de
      *              diciembre (FD-PAY-AJU-IMPUESTO) se suma al
      *              impuesto retenido del anio y queda ademas por
      *              separado en FD-YTD-AJU-IMPUESTO para el
      *              certificado.
      * 15-10-2026 - Las filas de anulacion (tipo R, programa ANULA)
      *              restan la fila anulada del acumulado del anio de
      *              su fecha original, con guarda propia contra el
      *              relanzamiento.
      * 15-10-2026 - Las filas de pago fuera de ciclo (tipo E,
      *              programa OFFCYCLE) se acumulan con guarda propia
      *              por fecha + secuencia de la ultima fila E (puede
      *              haber varias corridas en el dia); las de un
      *              concepto no remunerativo no se acumulan.
      * 15-10-2026 - El acumulado lleva la entidad empleadora de las
      *              filas. Una fila de otra entidad que la del
      *              acumulado (anterior a un pase de entidad, cuyo
      *              tramo ya quedo cerrado en YTDCIERR) no se suma
      *              ni se resta: se lista para ajustar a mano y el
      *              paso termina con advertencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUMULA.
                   88 WSS-YTD-HALLADO       VALUE "S".
               05 WSV-FILA-REPETIDA     PIC X VALUE "N".
                   88 WSS-FILA-REPETIDA     VALUE "S".
               05 WSV-CLAVE-ANULACION   PIC X(17).
               05 WSV-CLAVE-ESPECIAL    PIC X(12).
               05 WSV-AJU-ANULADO       PIC S9(07).
               05 WSV-ENTIDAD-FILA      PIC X(02).

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDAS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-ACUMULADAS    PIC 9(06) VALUE 0.
                   10 WSV-CNT-OMITIDAS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-ALTAS         PIC 9(06) VALUE 0.
                   10 WSV-CNT-ANULADAS      PIC 9(06) VALUE 0.
                   10 WSV-CNT-NO-GRAVADAS   PIC 9(06) VALUE 0.
                   10 WSV-CNT-OTRA-ENTIDAD  PIC 9(06) VALUE 0.

               05 WSV-MES-CORRIDA       PIC 9(02).

               " ACUMULADAS: " WSV-CNT-ACUMULADAS
               " OMITIDAS (YA SUMADAS): " WSV-CNT-OMITIDAS
               " ALTAS NUEVAS: " WSV-CNT-ALTAS.
           DISPLAY "ANULACIONES RESTADAS: " WSV-CNT-ANULADAS.
           DISPLAY "PAGOS ESPECIALES NO REMUNERATIVOS (NO SE "
               "ACUMULAN): " WSV-CNT-NO-GRAVADAS.
           DISPLAY "FILAS DE OTRA ENTIDAD (AJUSTE MANUAL): "
               WSV-CNT-OTRA-ENTIDAD.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
      * (RELANZAMIENTO DEL PASO) LA FILA SE OMITE PARA NO SUMAR DOS
      * VECES. LA GUARDA VA POR TIPO: EL SAC (FILAS A) CORRE
      * LEGITIMAMENTE EL MISMO DIA CALENDARIO QUE UNA LIQUIDACION
      * NOCTURNA (FILAS N/F) Y NINGUNO DEBE ANULAR AL OTRO. LOS
      * PAGOS FUERA DE CICLO (FILAS E) PUEDEN CORRER VARIAS VECES EN
      * EL DIA: SU GUARDA ES FECHA + SECUENCIA DE LA ULTIMA FILA E
      * ACUMULADA. UN CONCEPTO NO REMUNERATIVO (REINTEGRO) NO ES
      * INGRESO DEL EMPLEADO Y NO ENTRA AL ACUMULADO.
      ******************************************************************
       20-ACUMULAR-FILA.
      * LAS GENERACIONES GRABADAS ANTES DE EXISTIR LA ENTIDAD LA
      * TRAEN EN BLANCO: SON DE LA ENTIDAD 01.
           IF FD-PAY-ENTIDAD EQUAL SPACES
               MOVE "01" TO WSV-ENTIDAD-FILA
           ELSE
               MOVE FD-PAY-ENTIDAD TO WSV-ENTIDAD-FILA
           END-IF.
           EVALUATE TRUE
               WHEN FDS-PAY-ANULACION
                   PERFORM 25-RESTAR-ANULACION
               WHEN FDS-PAY-ESPECIAL AND FDS-PAY-NO-GRAVADO
                   ADD 1 TO WSV-CNT-NO-GRAVADAS
               WHEN OTHER
                   PERFORM 20-SUMAR-FILA
           END-EVALUATE.
       20-ACUMULAR-FILA-END.
       EXIT.

       20-SUMAR-FILA.
           MOVE "N" TO WSV-YTD-HALLADO.
           MOVE FD-PAY-ID TO FD-YTD-ID.
           MOVE FD-PAY-FECHA-CORRIDA (1:4) TO FD-YTD-ANIO.
           END-READ.

           MOVE "N" TO WSV-FILA-REPETIDA.
           MOVE SPACES TO WSV-CLAVE-ESPECIAL.
           STRING FD-PAY-FECHA-CORRIDA DELIMITED BY SIZE
               FD-PAY-SECUENCIA DELIMITED BY SIZE
               INTO WSV-CLAVE-ESPECIAL
           END-STRING.
           IF WSS-YTD-HALLADO
               EVALUATE TRUE
                   WHEN FDS-PAY-AGUINALDO
                       IF FD-YTD-ULT-FECHA-SAC EQUAL
                          FD-PAY-FECHA-CORRIDA
                           MOVE "S" TO WSV-FILA-REPETIDA
                       END-IF
                   WHEN FDS-PAY-ESPECIAL
      * UN REGISTRO GRABADO ANTES DE EXISTIR EL CAMPO LO TRAE EN
      * BLANCO: NO HAY FILA E ACUMULADA.
                       IF FD-YTD-ULT-ESPECIAL IS NUMERIC AND
                          FD-YTD-ULT-ESPECIAL >= WSV-CLAVE-ESPECIAL
                           MOVE "S" TO WSV-FILA-REPETIDA
                       END-IF
                   WHEN OTHER
                       IF FD-YTD-ULT-FECHA EQUAL FD-PAY-FECHA-CORRIDA
                           MOVE "S" TO WSV-FILA-REPETIDA
                       END-IF
               END-EVALUATE
           END-IF.

           IF WSS-FILA-REPETIDA
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               IF WSS-YTD-HALLADO
                   IF FD-YTD-ENTIDAD NOT EQUAL SPACES AND
                      FD-YTD-ENTIDAD NOT EQUAL WSV-ENTIDAD-FILA
                       PERFORM 26-INFORMAR-OTRA-ENTIDAD
                   ELSE
                       PERFORM 21-SUMAR-EXISTENTE
                   END-IF
               ELSE
                   PERFORM 22-CREAR-ACUMULADO
               END-IF
           END-IF.
       20-SUMAR-FILA-END.
       EXIT.

       21-SUMAR-EXISTENTE.
           ADD FD-PAY-NETO-ANUAL   TO FD-YTD-NETO.
           ADD 1 TO FD-YTD-CORRIDAS.
           MOVE FD-PAY-NOMBRE TO FD-YTD-NOMBRE.
           MOVE WSV-ENTIDAD-FILA TO FD-YTD-ENTIDAD.
           PERFORM 24-ACUMULAR-AJUSTE-IMP.
           EVALUATE TRUE
               WHEN FDS-PAY-AGUINALDO
                   MOVE FD-PAY-FECHA-CORRIDA TO FD-YTD-ULT-FECHA-SAC
               WHEN FDS-PAY-ESPECIAL
                   MOVE WSV-CLAVE-ESPECIAL TO FD-YTD-ULT-ESPECIAL
               WHEN OTHER
                   MOVE FD-PAY-FECHA-CORRIDA TO FD-YTD-ULT-FECHA
           END-EVALUATE.
           PERFORM 23-ACTUALIZAR-MEJOR-SUELDO.
           REWRITE FD-YTDMAST-REC
               INVALID KEY
           MOVE 1                          TO FD-YTD-CORRIDAS.
           MOVE SPACES                     TO FD-YTD-ULT-FECHA.
           MOVE SPACES                     TO FD-YTD-ULT-FECHA-SAC.
           MOVE SPACES                     TO FD-YTD-ULT-ESPECIAL.
           EVALUATE TRUE
               WHEN FDS-PAY-AGUINALDO
                   MOVE FD-PAY-FECHA-CORRIDA TO FD-YTD-ULT-FECHA-SAC
               WHEN FDS-PAY-ESPECIAL
                   MOVE WSV-CLAVE-ESPECIAL TO FD-YTD-ULT-ESPECIAL
               WHEN OTHER
                   MOVE FD-PAY-FECHA-CORRIDA TO FD-YTD-ULT-FECHA
           END-EVALUATE.
           MOVE 0                          TO FD-YTD-MEJOR-SUELDO-1.
           MOVE 0                          TO FD-YTD-MEJOR-SUELDO-2.
           MOVE 0                          TO FD-YTD-AJU-IMPUESTO.
           MOVE 0                          TO FD-YTD-IMP-DETERMINADO.
           MOVE SPACES                     TO FD-YTD-FECHA-REAJUSTE.
           MOVE SPACES                     TO FD-YTD-ULT-ANULACION.
           MOVE WSV-ENTIDAD-FILA           TO FD-YTD-ENTIDAD.
           PERFORM 24-ACUMULAR-AJUSTE-IMP.
           PERFORM 23-ACTUALIZAR-MEJOR-SUELDO.
           WRITE FD-YTDMAST-REC
               INVALID KEY
       23-ACTUALIZAR-MEJOR-SUELDO-END.
       EXIT.

      ******************************************************************
      * 24-ACUMULAR-AJUSTE-IMP: LA DEVOLUCION O RETENCION ADICIONAL
      * DE LA RELIQUIDACION ANUAL ES IMPUESTO: CORRIGE EL RETENIDO
      * DEL ANIO Y SE GUARDA APARTE LO APLICADO. LAS FILAS SIN AJUSTE
      * LO TRAEN EN CERO.
      ******************************************************************
       24-ACUMULAR-AJUSTE-IMP.
           IF FD-YTD-AJU-IMPUESTO IS NOT NUMERIC
               MOVE 0 TO FD-YTD-AJU-IMPUESTO
           END-IF.
           IF FD-PAY-AJU-IMPUESTO IS NUMERIC
               IF FD-PAY-AJU-IMPUESTO NOT EQUAL 0
                   ADD FD-PAY-AJU-IMPUESTO TO FD-YTD-IMPUESTO
                   ADD FD-PAY-AJU-IMPUESTO TO FD-YTD-AJU-IMPUESTO
               END-IF
           END-IF.
       24-ACUMULAR-AJUSTE-IMP-END.
       EXIT.

      ******************************************************************
      * 25-RESTAR-ANULACION: LA FILA R RESTA LA FILA ANULADA DEL
      * ACUMULADO DEL ANIO DE SU FECHA ORIGINAL (LA DE REFERENCIA),
      * NO DEL ANIO DE LA ANULACION. LA GUARDA ES LA ULTIMA ANULACION
      * APLICADA: FECHA DE LA ANULACION + FECHA Y TIPO ANULADOS. SIN
      * ACUMULADO, O CON UN BRUTO ACUMULADO MENOR QUE EL DE LA FILA,
      * NO HAY QUE RESTAR: ERROR PARA REVISAR A MANO. LOS MEJORES
      * SUELDOS DEL SEMESTRE NO SE RECALCULAN.
      ******************************************************************
       25-RESTAR-ANULACION.
           MOVE "N" TO WSV-YTD-HALLADO.
           MOVE FD-PAY-ID              TO FD-YTD-ID.
           MOVE FD-PAY-REF-FECHA (1:4) TO FD-YTD-ANIO.
           READ YTDMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WSV-YTD-HALLADO
           END-READ.
           MOVE SPACES TO WSV-CLAVE-ANULACION.
           STRING FD-PAY-FECHA-CORRIDA DELIMITED BY SIZE
               FD-PAY-REF-FECHA DELIMITED BY SIZE
               FD-PAY-REF-TIPO DELIMITED BY SIZE
               INTO WSV-CLAVE-ANULACION
           END-STRING.
           MOVE 0 TO WSV-AJU-ANULADO.
           IF FD-PAY-AJU-IMPUESTO IS NUMERIC
               MOVE FD-PAY-AJU-IMPUESTO TO WSV-AJU-ANULADO
           END-IF.

           EVALUATE TRUE
               WHEN NOT WSS-YTD-HALLADO
                   DISPLAY "ANULACION SIN ACUMULADO PARA " FD-PAY-ID
                       " ANIO " FD-YTD-ANIO ": NO SE RESTA"
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               WHEN FD-YTD-ENTIDAD NOT EQUAL SPACES AND
                    FD-YTD-ENTIDAD NOT EQUAL WSV-ENTIDAD-FILA
                   PERFORM 26-INFORMAR-OTRA-ENTIDAD
               WHEN FD-YTD-ULT-ANULACION EQUAL WSV-CLAVE-ANULACION
                   ADD 1 TO WSV-CNT-OMITIDAS
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               WHEN FD-YTD-BRUTO < FD-PAY-BRUTO-ANUAL OR
                    FD-YTD-NETO < FD-PAY-NETO-ANUAL
                   DISPLAY "ANULACION MAYOR QUE EL ACUMULADO DE "
                       FD-PAY-ID ": NO SE RESTA"
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               WHEN OTHER
                   SUBTRACT FD-PAY-BRUTO-ANUAL  FROM FD-YTD-BRUTO
                   SUBTRACT FD-PAY-DED-JUBILA   FROM FD-YTD-JUBILA
                   SUBTRACT FD-PAY-NETO-ANUAL   FROM FD-YTD-NETO
                   COMPUTE FD-YTD-IMPUESTO = FD-YTD-IMPUESTO
                       - FD-PAY-DED-IMPUESTO - WSV-AJU-ANULADO
                   IF FD-YTD-AJU-IMPUESTO IS NOT NUMERIC
                       MOVE 0 TO FD-YTD-AJU-IMPUESTO
                   END-IF
                   SUBTRACT WSV-AJU-ANULADO FROM FD-YTD-AJU-IMPUESTO
                   IF FD-YTD-CORRIDAS > 0
                       SUBTRACT 1 FROM FD-YTD-CORRIDAS
                   END-IF
                   MOVE WSV-CLAVE-ANULACION TO FD-YTD-ULT-ANULACION
                   REWRITE FD-YTDMAST-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL ACUMULADO "
                               "DE " FD-YTD-ID " STATUS: "
                               WSV-YTDMAST-STATUS
                           MOVE 12 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                   END-REWRITE
                   ADD 1 TO WSV-CNT-ANULADAS
           END-EVALUATE.
       25-RESTAR-ANULACION-END.
       EXIT.

      ******************************************************************
      * 26-INFORMAR-OTRA-ENTIDAD: EL ACUMULADO DEL ANIO ES DE OTRA
      * ENTIDAD QUE LA FILA: EL EMPLEADO PASO DE ENTIDAD Y LO DE LA
      * ANTERIOR YA QUEDO CERRADO EN YTDCIERR. LA FILA NO SE MEZCLA
      * CON EL TRAMO NUEVO; SE LISTA PARA AJUSTAR A MANO.
      ******************************************************************
       26-INFORMAR-OTRA-ENTIDAD.
           DISPLAY "FILA DE " FD-PAY-ID " TIPO " FD-PAY-TIPO-LIQ
               " DEL " FD-PAY-FECHA-CORRIDA " ES DE LA ENTIDAD "
               WSV-ENTIDAD-FILA " Y EL ACUMULADO " FD-YTD-ANIO
               " DE LA " FD-YTD-ENTIDAD ": NO SE ACUMULA, AJUSTAR A "
               "MANO EL TRAMO CERRADO".
           ADD 1 TO WSV-CNT-OTRA-ENTIDAD.
           MOVE 4 TO WSV-RETORNO-NUEVO.
           PERFORM 90-ELEVAR-RETORNO.
       26-INFORMAR-OTRA-ENTIDAD-END.
       EXIT.

       90-ELEVAR-RETORNO.
           IF WSV-RETORNO-NUEVO > WSV-RETORNO
               MOVE WSV-RETORNO-NUEVO TO WSV-RETORNO
               ACCEPT FD-RUN-FECHA-FIN FROM DATE YYYYMMDD
               ACCEPT FD-RUN-HORA-FIN FROM TIME
               MOVE WSV-CNT-LEIDAS      TO FD-RUN-LEIDOS
               ADD WSV-CNT-ACUMULADAS WSV-CNT-ANULADAS
                   GIVING FD-RUN-ESCRITOS
               MOVE WSV-CNT-OMITIDAS    TO FD-RUN-OMITIDOS
               MOVE 0                   TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
