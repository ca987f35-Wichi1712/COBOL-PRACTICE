      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * PAGOSENT:
      * ARCHIVO AL BANCO DE UNA ENTIDAD EMPLEADORA. LA LIQUIDACION
      * (EJERCICIO4, AGUINALDO, OFFCYCLE) GRABA UN SOLO ARCHIVO DE
      * PAGOS CON TODOS LOS DEPOSITOS DE LA CORRIDA; DESDE QUE LA
      * PLANILLA LIQUIDA A MAS DE UNA RAZON SOCIAL, CADA ENTIDAD
      * DEBITA LOS SUELDOS DE SU PROPIA CUENTA Y EL BANCO RECIBE UN
      * ARCHIVO POR ENTIDAD. ESTE PROGRAMA, UN PASO POR ENTIDAD:
      * 1. LEE DE SYSIN EL CODIGO DE ENTIDAD (BLANCO = 01) Y LO BUSCA
      *    EN LA TABLA ENTIDAD (RAZON SOCIAL, CUIT, CUENTA DE DEBITO).
      * 2. RECORRE EL ARCHIVO COMBINADO Y CUADRA SUS DEPOSITOS CONTRA
      *    LA COLA (CANTIDAD Y TOTAL); UN ARCHIVO QUE NO CUADRA NO SE
      *    REPARTE.
      * 3. VUELVE A RECORRERLO Y GRABA EN PAGENT LA CABECERA H DE LA
      *    ENTIDAD, CADA DEPOSITO D DE UN EMPLEADO QUE EL MAESTRO
      *    ASIGNA A ESA ENTIDAD (EN BLANCO = 01) TAL CUAL VINO, Y LA
      *    COLA T CON CANTIDAD, TOTAL, FECHA DE VALOR Y CUENTA DE
      *    DEBITO. LOS SUBTOTALES S POR ORIGEN NO VIAJAN AL BANCO.
      * UN DEPOSITO DE UN ID QUE NO ESTA EN EL MAESTRO, O DE UNA
      * ENTIDAD QUE NO ESTA EN LA TABLA, NO LO TOMA NINGUN PASO:
      * TERMINA CON ERROR PARA QUE NO SALGA UN ARCHIVO INCOMPLETO.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOSENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS-FILE ASSIGN TO "PAGOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAGOS-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMP-ID
               FILE STATUS IS WSV-EMPMAST-STATUS.

           SELECT ENTIDAD-FILE ASSIGN TO "ENTIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ENTIDAD-STATUS.

           SELECT PAGENT-FILE ASSIGN TO "PAGENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-PAGENT-STATUS.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MISMO LAYOUT DE PAGOS QUE EL MODO LOTE DE EJERCICIO4.
       FD  PAGOS-FILE.
           01 FD-PAGO-REC.
               05 FD-PAGO-TIPO         PIC X(01).
                   88 FDS-PAGO-DETALLE     VALUE "D".
                   88 FDS-PAGO-COLA        VALUE "T".
               05 FD-PAGO-DATOS        PIC X(78).
               05 FD-PAGO-DETALLE REDEFINES FD-PAGO-DATOS.
                   10 FD-PAGO-ID           PIC X(08).
                   10 FD-PAGO-NOMBRE       PIC X(30).
                   10 FD-PAGO-CUENTA       PIC X(22).
                   10 FD-PAGO-IMPORTE      PIC 9(10).
                   10 FD-PAGO-FECHA-VALOR  PIC X(08).
               05 FD-PAGO-COLA REDEFINES FD-PAGO-DATOS.
                   10 FD-PAGO-CANTIDAD     PIC 9(06).
                   10 FD-PAGO-TOTAL        PIC 9(12).
                   10 FD-PAGO-COLA-FVALOR  PIC X(08).
                   10 FILLER               PIC X(52).

       FD  EMPMAST-FILE.
           COPY EMPMAST.

       FD  ENTIDAD-FILE.
           COPY ENTIDAD.

      ******************************************************************
      * ARCHIVO AL BANCO DE LA ENTIDAD: CABECERA H CON LA ENTIDAD QUE
      * DEBITA, LOS DEPOSITOS D CON EL LAYOUT DEL ARCHIVO COMBINADO Y
      * LA COLA T CON LOS TOTALES Y LA CUENTA DE DEBITO.
      ******************************************************************
       FD  PAGENT-FILE.
           01 FD-PGE-REC.
               05 FD-PGE-TIPO          PIC X(01).
               05 FD-PGE-DATOS         PIC X(78).
               05 FD-PGE-CABECERA REDEFINES FD-PGE-DATOS.
                   10 FD-PGE-CAB-ENTIDAD   PIC X(02).
                   10 FD-PGE-CAB-CUIT      PIC X(11).
                   10 FD-PGE-CAB-CTA-DEBITO PIC X(22).
                   10 FD-PGE-CAB-RAZON     PIC X(30).
                   10 FD-PGE-CAB-FVALOR    PIC X(08).
                   10 FILLER               PIC X(05).
               05 FD-PGE-COLA REDEFINES FD-PGE-DATOS.
                   10 FD-PGE-CANTIDAD      PIC 9(06).
                   10 FD-PGE-TOTAL         PIC 9(12).
                   10 FD-PGE-COLA-FVALOR   PIC X(08).
                   10 FD-PGE-COLA-CTA-DEBITO PIC X(22).
                   10 FD-PGE-COLA-ENTIDAD  PIC X(02).
                   10 FILLER               PIC X(28).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-PAGOS-STATUS      PIC X(02) VALUE "00".
           01 WSV-EMPMAST-STATUS    PIC X(02) VALUE "00".
           01 WSV-PAGENT-STATUS     PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "PAGOSENT".

           01 WSV-RUNSTATS-STATUS     PIC X(02) VALUE "00".
           01 WSV-RUN-INICIO.
               05 WSV-RUN-FECHA-INI    PIC X(08).
               05 WSV-RUN-HORA-INI     PIC X(06).

       COPY ENTIDADW.

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
      * 12 SEVERO. SOLO SE ELEVA, NUNCA SE BAJA.                   *
      *------------------------------------------------------------*
           01 WSV-RETORNO           PIC 9(02) VALUE 0.
           01 WSV-RETORNO-NUEVO     PIC 9(02) VALUE 0.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-COLA-LEIDA        PIC X VALUE "N".
                   88 WSS-COLA-LEIDA        VALUE "S".

               05 WSV-ENTIDAD-PEDIDA    PIC X(02).
               05 WSV-ENT-RAZON         PIC X(30).
               05 WSV-ENT-CUIT          PIC X(11).
               05 WSV-ENT-CTA-DEBITO    PIC X(22).
               05 WSV-ENTIDAD-EMPLEADO  PIC X(02).
               05 WSV-FECHA-VALOR       PIC X(08).

               05 WSV-CONTADORES.
                   10 WSV-CNT-LEIDOS        PIC 9(06) VALUE 0.
                   10 WSV-CNT-DEPOSITOS     PIC 9(06) VALUE 0.
                   10 WSV-TOT-DEPOSITOS     PIC 9(12) VALUE 0.
                   10 WSV-CNT-COLA          PIC 9(06) VALUE 0.
                   10 WSV-TOT-COLA          PIC 9(12) VALUE 0.
                   10 WSV-CNT-ENTIDAD       PIC 9(06) VALUE 0.
                   10 WSV-TOT-ENTIDAD       PIC 9(12) VALUE 0.
                   10 WSV-CNT-OTRAS         PIC 9(06) VALUE 0.
                   10 WSV-CNT-SIN-MAESTRO   PIC 9(06) VALUE 0.
                   10 WSV-CNT-SIN-ENTIDAD   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "PAGOSENT - ARCHIVO AL BANCO POR ENTIDAD".
           DISPLAY "------------------------".

           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.

           DISPLAY "INGRESE CODIGO DE ENTIDAD (BLANCO = 01)".
           MOVE SPACES TO WSV-ENTIDAD-PEDIDA.
           ACCEPT WSV-ENTIDAD-PEDIDA.
           IF WSV-ENTIDAD-PEDIDA EQUAL SPACES
               MOVE "01" TO WSV-ENTIDAD-PEDIDA
           END-IF.

           PERFORM 85-CARGAR-ENTIDADES.
           PERFORM 05-TOMAR-ENTIDAD.
           IF WSV-RETORNO < 12
               PERFORM 10-CUADRAR-COMBINADO
           END-IF.
           IF WSV-RETORNO < 8
               PERFORM 20-REPARTIR-PAGOS
           END-IF.

           DISPLAY "DEPOSITOS DEL ARCHIVO COMBINADO: " WSV-CNT-DEPOSITOS
               " POR $" WSV-TOT-DEPOSITOS.
           DISPLAY "DEPOSITOS DE LA ENTIDAD " WSV-ENTIDAD-PEDIDA ": "
               WSV-CNT-ENTIDAD " POR $" WSV-TOT-ENTIDAD.
           DISPLAY "DEPOSITOS DE OTRAS ENTIDADES: " WSV-CNT-OTRAS.
           IF WSV-CNT-SIN-MAESTRO > 0 OR WSV-CNT-SIN-ENTIDAD > 0
               DISPLAY "DEPOSITOS SIN MAESTRO: " WSV-CNT-SIN-MAESTRO
                   " DE ENTIDAD DESCONOCIDA: " WSV-CNT-SIN-ENTIDAD
           END-IF.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      ******************************************************************
      * 05-TOMAR-ENTIDAD: LA ENTIDAD DEL PASO DEBE ESTAR EN LA TABLA Y
      * TENER CUENTA DE DEBITO; SIN ELLA EL BANCO NO TIENE DE DONDE
      * DEBITAR Y NO SE GRABA NADA.
      ******************************************************************
       05-TOMAR-ENTIDAD.
           MOVE WSV-ENTIDAD-PEDIDA TO WSV-ENT-BUSCADA.
           PERFORM 87-BUSCAR-ENTIDAD.
           IF NOT WSS-ENT-HALLADA
               DISPLAY "LA ENTIDAD " WSV-ENTIDAD-PEDIDA
                   " NO ESTA EN LA TABLA DE ENTIDADES"
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE WSV-ENT-RAZON-TAB (WSV-ENT-IDX) TO WSV-ENT-RAZON
               MOVE WSV-ENT-CUIT-TAB (WSV-ENT-IDX)  TO WSV-ENT-CUIT
               MOVE WSV-ENT-CTA-TAB (WSV-ENT-IDX)
                   TO WSV-ENT-CTA-DEBITO
               DISPLAY "ENTIDAD " WSV-ENTIDAD-PEDIDA " "
                   WSV-ENT-RAZON " CUIT " WSV-ENT-CUIT
               IF WSV-ENT-CTA-DEBITO EQUAL SPACES
                   DISPLAY "LA ENTIDAD " WSV-ENTIDAD-PEDIDA
                       " NO TIENE CUENTA DE DEBITO"
                   MOVE 12 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       05-TOMAR-ENTIDAD-END.
       EXIT.

      ******************************************************************
      * 10-CUADRAR-COMBINADO: PRIMERA PASADA. LA SUMA DE LOS DEPOSITOS
      * DEBE COINCIDIR CON LA COLA DEL ARCHIVO COMBINADO; LA FECHA DE
      * VALOR DE LA CABECERA ES LA DE LA COLA (O LA DEL PRIMER
      * DEPOSITO SI LA COLA LA TRAE EN BLANCO).
      ******************************************************************
       10-CUADRAR-COMBINADO.
           MOVE SPACES TO WSV-FECHA-VALOR.
           MOVE "N" TO WSV-FIN-ARCHIVO.
           OPEN INPUT PAGOS-FILE.
           IF WSV-PAGOS-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE PAGOS, STATUS: "
                   WSV-PAGOS-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               PERFORM 11-LEER-PAGO
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   EVALUATE TRUE
                       WHEN FDS-PAGO-DETALLE
                           ADD 1 TO WSV-CNT-DEPOSITOS
                           ADD FD-PAGO-IMPORTE TO WSV-TOT-DEPOSITOS
                           IF WSV-FECHA-VALOR EQUAL SPACES
                               MOVE FD-PAGO-FECHA-VALOR
                                   TO WSV-FECHA-VALOR
                           END-IF
                       WHEN FDS-PAGO-COLA
                           MOVE "S" TO WSV-COLA-LEIDA
                           ADD FD-PAGO-CANTIDAD TO WSV-CNT-COLA
                           ADD FD-PAGO-TOTAL TO WSV-TOT-COLA
                           IF FD-PAGO-COLA-FVALOR NOT EQUAL SPACES
                               MOVE FD-PAGO-COLA-FVALOR
                                   TO WSV-FECHA-VALOR
                           END-IF
                   END-EVALUATE
                   PERFORM 11-LEER-PAGO
               END-PERFORM
               CLOSE PAGOS-FILE
               EVALUATE TRUE
                   WHEN NOT WSS-COLA-LEIDA
                       DISPLAY "EL ARCHIVO DE PAGOS NO TIENE COLA, NO "
                           "SE REPARTE"
                       MOVE 8 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
                   WHEN WSV-CNT-COLA NOT EQUAL WSV-CNT-DEPOSITOS OR
                        WSV-TOT-COLA NOT EQUAL WSV-TOT-DEPOSITOS
                       DISPLAY "EL ARCHIVO DE PAGOS NO CUADRA CON SU "
                           "COLA: " WSV-CNT-COLA " POR $" WSV-TOT-COLA
                       MOVE 8 TO WSV-RETORNO-NUEVO
                       PERFORM 90-ELEVAR-RETORNO
               END-EVALUATE
           END-IF.
       10-CUADRAR-COMBINADO-END.
       EXIT.

       11-LEER-PAGO.
           READ PAGOS-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDOS
           END-READ.
       11-LEER-PAGO-END.
       EXIT.

      ******************************************************************
      * 20-REPARTIR-PAGOS: SEGUNDA PASADA. CABECERA, DEPOSITOS DE LA
      * ENTIDAD Y COLA. EL MAESTRO ES EL QUE DICE A QUE ENTIDAD
      * PERTENECE CADA EMPLEADO.
      ******************************************************************
       20-REPARTIR-PAGOS.
           OPEN INPUT EMPMAST-FILE.
           IF WSV-EMPMAST-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS, "
                   "STATUS: " WSV-EMPMAST-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               OPEN OUTPUT PAGENT-FILE
               MOVE SPACES TO FD-PGE-REC
               MOVE "H"                TO FD-PGE-TIPO
               MOVE WSV-ENTIDAD-PEDIDA TO FD-PGE-CAB-ENTIDAD
               MOVE WSV-ENT-CUIT       TO FD-PGE-CAB-CUIT
               MOVE WSV-ENT-CTA-DEBITO TO FD-PGE-CAB-CTA-DEBITO
               MOVE WSV-ENT-RAZON      TO FD-PGE-CAB-RAZON
               MOVE WSV-FECHA-VALOR    TO FD-PGE-CAB-FVALOR
               WRITE FD-PGE-REC

               MOVE "N" TO WSV-FIN-ARCHIVO
               OPEN INPUT PAGOS-FILE
               PERFORM 11-LEER-PAGO
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FDS-PAGO-DETALLE
                       PERFORM 21-UBICAR-DEPOSITO
                   END-IF
                   PERFORM 11-LEER-PAGO
               END-PERFORM
               CLOSE PAGOS-FILE

               MOVE SPACES TO FD-PGE-REC
               MOVE "T"                TO FD-PGE-TIPO
               MOVE WSV-CNT-ENTIDAD    TO FD-PGE-CANTIDAD
               MOVE WSV-TOT-ENTIDAD    TO FD-PGE-TOTAL
               MOVE WSV-FECHA-VALOR    TO FD-PGE-COLA-FVALOR
               MOVE WSV-ENT-CTA-DEBITO TO FD-PGE-COLA-CTA-DEBITO
               MOVE WSV-ENTIDAD-PEDIDA TO FD-PGE-COLA-ENTIDAD
               WRITE FD-PGE-REC
               CLOSE PAGENT-FILE
               CLOSE EMPMAST-FILE
           END-IF.
       20-REPARTIR-PAGOS-END.
       EXIT.

      ******************************************************************
      * 21-UBICAR-DEPOSITO: UN DEPOSITO SIN EMPLEADO EN EL MAESTRO O
      * DE UNA ENTIDAD FUERA DE LA TABLA NO LO TOMA NINGUN PASO: SE
      * INFORMA EN CADA UNO Y EL PASO TERMINA CON ERROR.
      ******************************************************************
       21-UBICAR-DEPOSITO.
           MOVE FD-PAGO-ID TO FD-EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE SPACES TO WSV-ENTIDAD-EMPLEADO
                   DISPLAY "DEPOSITO DE " FD-PAGO-ID " POR $"
                       FD-PAGO-IMPORTE " SIN EMPLEADO EN EL MAESTRO"
                   ADD 1 TO WSV-CNT-SIN-MAESTRO
                   MOVE 8 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               NOT INVALID KEY
                   MOVE FD-EMP-ENTIDAD TO WSV-ENTIDAD-EMPLEADO
                   IF WSV-ENTIDAD-EMPLEADO EQUAL SPACES
                       MOVE "01" TO WSV-ENTIDAD-EMPLEADO
                   END-IF
           END-READ.
           IF WSV-ENTIDAD-EMPLEADO NOT EQUAL SPACES
               EVALUATE TRUE
                   WHEN WSV-ENTIDAD-EMPLEADO EQUAL WSV-ENTIDAD-PEDIDA
                       WRITE FD-PGE-REC FROM FD-PAGO-REC
                       ADD 1 TO WSV-CNT-ENTIDAD
                       ADD FD-PAGO-IMPORTE TO WSV-TOT-ENTIDAD
                   WHEN OTHER
                       ADD 1 TO WSV-CNT-OTRAS
                       MOVE WSV-ENTIDAD-EMPLEADO TO WSV-ENT-BUSCADA
                       PERFORM 87-BUSCAR-ENTIDAD
                       IF NOT WSS-ENT-HALLADA
                           DISPLAY "DEPOSITO DE " FD-PAGO-ID
                               " DE LA ENTIDAD " WSV-ENTIDAD-EMPLEADO
                               " QUE NO ESTA EN LA TABLA"
                           ADD 1 TO WSV-CNT-SIN-ENTIDAD
                           MOVE 8 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       END-IF
               END-EVALUATE
           END-IF.
       21-UBICAR-DEPOSITO-END.
       EXIT.

       90-ELEVAR-RETORNO.
           IF WSV-RETORNO-NUEVO > WSV-RETORNO
               MOVE WSV-RETORNO-NUEVO TO WSV-RETORNO
           END-IF.
       90-ELEVAR-RETORNO-END.
       EXIT.

       95-GRABAR-RUNSTATS.
           OPEN EXTEND RUNSTATS-FILE.
           IF WSV-RUNSTATS-STATUS EQUAL "35"
               OPEN OUTPUT RUNSTATS-FILE
           END-IF.
           IF WSV-RUNSTATS-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO GRABAR RUNSTATS, STATUS: "
                   WSV-RUNSTATS-STATUS
           ELSE
               MOVE SPACES TO FD-RUNSTATS-REC
               MOVE WSC-AUDIT-PROGRAMA  TO FD-RUN-PROGRAMA
               MOVE WSV-RUN-FECHA-INI   TO FD-RUN-FECHA-INICIO
               MOVE WSV-RUN-HORA-INI    TO FD-RUN-HORA-INICIO
               ACCEPT FD-RUN-FECHA-FIN FROM DATE YYYYMMDD
               ACCEPT FD-RUN-HORA-FIN FROM TIME
               MOVE WSV-CNT-LEIDOS      TO FD-RUN-LEIDOS
               MOVE WSV-CNT-ENTIDAD     TO FD-RUN-ESCRITOS
               MOVE WSV-CNT-OTRAS       TO FD-RUN-OMITIDOS
               ADD WSV-CNT-SIN-MAESTRO WSV-CNT-SIN-ENTIDAD
                   GIVING FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       COPY ENTIDADP.

       END PROGRAM PAGOSENT.
