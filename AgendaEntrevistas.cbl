      ******************************************************************
      * Author: WILFREDO CHIPANA GONZALES
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * ENTREVIS:
      * AGENDA DE ENTREVISTAS DE LA COHORTE, ENTRE LA EVALUACION
      * (EJERCICIO-1) Y LAS CARTAS. HASTA AHORA RRHH COORDINABA LAS
      * ENTREVISTAS POR TELEFONO Y LAS CARTAS SALIAN SIN FECHA.
      * 1. LEE LA GENERACION DE RESULTADOS DE LA CORRIDA Y SE QUEDA
      *    CON LOS POSTULANTES CUMPLE Y CONDICIONAL, ORDENADOS POR EL
      *    PUESTO DEL RANKING (FD-RES-RANKING); LOS CONDICIONALES SIN
      *    PUESTO VAN DETRAS, EN EL ORDEN DEL ARCHIVO.
      * 2. ARMA LOS TURNOS CON EL ARCHIVO DE DISPONIBILIDAD DE LOS
      *    ENTREVISTADORES (ENTREVISTADOR, FECHA, HORA DESDE, HORA
      *    HASTA Y DURACION DEL TURNO), SALTEANDO SABADOS, DOMINGOS,
      *    LOS FERIADOS DEL CALENDARIO Y LAS FECHAS YA PASADAS.
      * 3. ASIGNA LOS TURNOS EN ORDEN DE FECHA Y HORA AL POSTULANTE
      *    MEJOR UBICADO QUE SIGUE SIN TURNO.
      * 4. GRABA EL CRONOGRAMA (COPYBOOK ENTREV) QUE CITA CARTAS Y EL
      *    LISTADO ENTAGE CON LA AGENDA DE CADA ENTREVISTADOR Y LOS
      *    POSTULANTES QUE QUEDARON SIN TURNO, PARA QUE RRHH ABRA MAS
      *    TURNOS.
      *
      * Mods:
      * 15-10-2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREVIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTADOS-FILE ASSIGN TO "RESULTAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RESULTAD-STATUS.

           SELECT DISPONIB-FILE ASSIGN TO "DISPON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-DISPON-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FERIADOS-STATUS.

           SELECT ENTREV-FILE ASSIGN TO "ENTREV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME-FILE ASSIGN TO "ENTAGE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS-FILE.
           01 FD-RESULTADO-REC.
               05 FD-RES-ID            PIC X(8).
               05 FD-RES-NOMBRE        PIC X(5).
               05 FD-RES-VEREDICTO     PIC X(11).
               05 FD-RES-DETALLE       PIC X(64).
               05 FD-RES-FECHA-CORRIDA PIC X(08).
               05 FD-RES-SECUENCIA     PIC 9(04).
               05 FD-RES-REPITE        PIC X(01).
               05 FD-RES-FECHA-PREVIA  PIC X(08).
               05 FD-RES-VER-PREVIO    PIC X(11).
               05 FD-RES-PUNTAJE       PIC 9(04).
               05 FD-RES-RANKING       PIC 9(04).

      ******************************************************************
      * DISPONIBILIDAD DE LOS ENTREVISTADORES: UN REGISTRO POR
      * ENTREVISTADOR Y DIA, CON LA FRANJA HHMM DESDE / HHMM HASTA Y
      * LA DURACION DE CADA TURNO EN MINUTOS (EN BLANCO = 60). UN
      * ENTREVISTADOR CON DOS FRANJAS EL MISMO DIA LLEVA DOS
      * REGISTROS.
      ******************************************************************
       FD  DISPONIB-FILE.
           01 FD-DISPONIB-REC.
               05 FD-DIS-ENTREVISTADOR PIC X(08).
               05 FD-DIS-FECHA         PIC X(08).
               05 FD-DIS-DESDE         PIC X(04).
               05 FD-DIS-HASTA         PIC X(04).
               05 FD-DIS-DURACION      PIC X(03).

      ******************************************************************
      * CALENDARIO DE FERIADOS DEL TALLER (EL MISMO DE EJERCICIO4).
      ******************************************************************
       FD  FERIADOS-FILE.
           01 FD-FERIADO-REC.
               05 FD-FER-FECHA         PIC X(08).
               05 FD-FER-DESCRIPCION   PIC X(30).

       FD  ENTREV-FILE.
           COPY ENTREV.

       FD  INFORME-FILE.
           01 FD-INFORME-LINEA         PIC X(100).

       FD  RUNSTATS-FILE.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           01 WSV-RESULTAD-STATUS   PIC X(02) VALUE "00".
           01 WSV-DISPON-STATUS     PIC X(02) VALUE "00".
           01 WSV-FERIADOS-STATUS   PIC X(02) VALUE "00".
           01 WSC-AUDIT-PROGRAMA    PIC X(10) VALUE "ENTREVIS".

           01 WSV-RUNSTATS-STATUS     PIC X(02) VALUE "00".
           01 WSV-RUN-INICIO.
               05 WSV-RUN-FECHA-INI    PIC X(08).
               05 WSV-RUN-HORA-INI     PIC X(06).

      *------------------------------------------------------------*
      * CODIGO DE RETORNO DEL PASO: 0 OK, 4 ADVERTENCIA, 8 ERROR,  *
      * 12 SEVERO. SOLO SE ELEVA, NUNCA SE BAJA.                   *
      *------------------------------------------------------------*
           01 WSV-RETORNO           PIC 9(02) VALUE 0.
           01 WSV-RETORNO-NUEVO     PIC 9(02) VALUE 0.

           01 WSC-DURACION-DEFECTO  PIC 9(03) VALUE 60.
           01 WSC-MAX-TURNOS        PIC 9(03) VALUE 500.
           01 WSC-MAX-POSTULANTES   PIC 9(03) VALUE 500.

           01 WSV-VARIABLES.
               05 WSV-FIN-ARCHIVO       PIC X VALUE "N".
                   88 WSS-FIN-ARCHIVO       VALUE "S".
               05 WSV-FRANJA-VALIDA     PIC X VALUE "N".
                   88 WSS-FRANJA-VALIDA     VALUE "S".
               05 WSV-TURNO-REPETIDO    PIC X VALUE "N".
                   88 WSS-TURNO-REPETIDO    VALUE "S".
               05 WSV-FECHA-HOY         PIC X(08).
               05 WSV-FECHA-CORRIDA     PIC X(08) VALUE SPACES.
               05 WSV-MOTIVO            PIC X(40).
               05 WSV-ENTREV-ANT        PIC X(08).

      * FRANJA EN MINUTOS DESDE LA MEDIANOCHE.
               05 WSV-HORA-NUM          PIC 9(04).
               05 WSV-HORA-HH           PIC 9(02).
               05 WSV-HORA-MM           PIC 9(02).
               05 WSV-MIN-ACTUAL        PIC 9(04).
               05 WSV-MIN-FIN           PIC 9(04).
               05 WSV-DURACION          PIC 9(03).
               05 WSV-HORA-TURNO        PIC 9(04).

      *------------------------------------------------------------*
      * CALENDARIO: FECHA DE TRABAJO, DIA DE LA SEMANA POR ZELLER  *
      * (0 = SABADO, 1 = DOMINGO) Y FERIADOS DEL CALENDARIO.       *
      *------------------------------------------------------------*
               05 WSV-CAL-FECHA.
                   10 WSV-CAL-ANIO          PIC 9(04).
                   10 WSV-CAL-MES           PIC 9(02).
                   10 WSV-CAL-DIA           PIC 9(02).
               05 WSV-CAL-COCIENTE      PIC 9(04).
               05 WSV-ZEL-ANIO          PIC 9(04).
               05 WSV-ZEL-MES           PIC 9(02).
               05 WSV-ZEL-TERMINO       PIC 9(04).
               05 WSV-ZEL-CUARTOS       PIC 9(04).
               05 WSV-ZEL-SIGLOS        PIC 9(04).
               05 WSV-ZEL-CUATROCIENTOS PIC 9(04).
               05 WSV-ZEL-SUMA          PIC 9(06).
               05 WSV-ZEL-DIA-SEMANA    PIC 9(01).
               05 WSV-ES-HABIL          PIC X VALUE "N".
                   88 WSS-ES-HABIL          VALUE "S".
               05 WS-FERIADOS OCCURS 100 TIMES
                       INDEXED BY WSV-FER-IDX WSV-FER-IDX2.
                   10 WSV-FER-FECHA-TAB     PIC X(08).
               05 WSV-TOTAL-FERIADOS    PIC 9(03) VALUE 0.

      *------------------------------------------------------------*
      * POSTULANTES A ENTREVISTAR, CON LA CLAVE DE ORDEN (PUESTO   *
      * DEL RANKING, 9999 SI NO TIENE, Y SECUENCIA DEL RESULTADO)  *
      * Y EL TURNO ASIGNADO (0 = SIN TURNO).                       *
      *------------------------------------------------------------*
               05 WS-POSTULANTES OCCURS 500 TIMES
                       INDEXED BY WSV-POS-IDX WSV-POS-IDX2.
                   10 WSV-POS-CLAVE-TAB.
                       15 WSV-POS-ORDEN-TAB     PIC 9(04).
                       15 WSV-POS-SEC-TAB       PIC 9(04).
                   10 WSV-POS-ID-TAB        PIC X(08).
                   10 WSV-POS-NOMBRE-TAB    PIC X(05).
                   10 WSV-POS-VEREDICTO-TAB PIC X(11).
                   10 WSV-POS-RANKING-TAB   PIC 9(04).
                   10 WSV-POS-TURNO-TAB     PIC 9(04).
               05 WSV-TOTAL-POSTULANTES PIC 9(03) VALUE 0.
               05 WSV-POS-AUX           PIC X(40).

      *------------------------------------------------------------*
      * TURNOS DISPONIBLES: CLAVE DE ASIGNACION (FECHA, HORA,      *
      * ENTREVISTADOR), CLAVE DE AGENDA (ENTREVISTADOR, FECHA,     *
      * HORA) Y EL POSTULANTE ASIGNADO (0 = LIBRE).                *
      *------------------------------------------------------------*
               05 WS-TURNOS OCCURS 500 TIMES
                       INDEXED BY WSV-TUR-IDX WSV-TUR-IDX2.
                   10 WSV-TUR-CLAVE-TAB.
                       15 WSV-TUR-FECHA-TAB     PIC X(08).
                       15 WSV-TUR-HORA-TAB      PIC X(04).
                       15 WSV-TUR-ENTREV-TAB    PIC X(08).
                   10 WSV-TUR-AGENDA-TAB.
                       15 WSV-TUR-AGE-ENTREV    PIC X(08).
                       15 WSV-TUR-AGE-FECHA     PIC X(08).
                       15 WSV-TUR-AGE-HORA      PIC X(04).
                   10 WSV-TUR-POS-TAB       PIC 9(04).
               05 WSV-TOTAL-TURNOS      PIC 9(03) VALUE 0.
               05 WSV-TUR-AUX           PIC X(44).

               05 WSV-CONTADORES.
                   10 WSV-CNT-RESULTADOS    PIC 9(06) VALUE 0.
                   10 WSV-CNT-FRANJAS       PIC 9(06) VALUE 0.
                   10 WSV-CNT-FRANJAS-MALAS PIC 9(06) VALUE 0.
                   10 WSV-CNT-NO-HABILES    PIC 9(06) VALUE 0.
                   10 WSV-CNT-ASIGNADOS     PIC 9(06) VALUE 0.
                   10 WSV-CNT-SIN-TURNO     PIC 9(06) VALUE 0.
                   10 WSV-CNT-LIBRES        PIC 9(06) VALUE 0.
                   10 WSV-CNT-ENTREV-TURNOS PIC 9(04) VALUE 0.
                   10 WSV-CNT-ENTREV-LIBRES PIC 9(04) VALUE 0.

               05 WSV-CANTIDAD-ED       PIC ZZZZZ9.
               05 WSV-CANTIDAD-ED2      PIC ZZZZZ9.
               05 WSV-LINEA-AUX         PIC X(100).

       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "------------------------".
           DISPLAY "ENTREVIS - AGENDA DE ENTREVISTAS DE LA COHORTE".
           DISPLAY "------------------------".

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WSV-RUN-HORA-INI FROM TIME.

           OPEN OUTPUT INFORME-FILE.
           OPEN OUTPUT ENTREV-FILE.
           PERFORM 08-INFORMAR-CABECERA.
           PERFORM 10-CARGAR-FERIADOS.
           PERFORM 20-CARGAR-POSTULANTES.
           IF WSV-RETORNO < 8
               PERFORM 30-CARGAR-DISPONIBILIDAD
               PERFORM 35-ORDENAR-TURNOS
               PERFORM 36-ORDENAR-POSTULANTES
               PERFORM 40-ASIGNAR-TURNOS
               PERFORM 45-GRABAR-CRONOGRAMA
               PERFORM 50-ORDENAR-AGENDA
               PERFORM 55-INFORMAR-AGENDA
               PERFORM 60-INFORMAR-SIN-TURNO
           END-IF.
           PERFORM 80-INFORMAR-RESUMEN.
           CLOSE ENTREV-FILE.
           CLOSE INFORME-FILE.

           IF WSV-CNT-SIN-TURNO > 0 OR WSV-CNT-FRANJAS-MALAS > 0
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
           PERFORM 95-GRABAR-RUNSTATS.
           MOVE WSV-RETORNO TO RETURN-CODE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

       08-INFORMAR-CABECERA.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "AGENDA DE ENTREVISTAS DE LA COHORTE - EMITIDA EL "
               DELIMITED BY SIZE
               WSV-FECHA-HOY DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       08-INFORMAR-CABECERA-END.
       EXIT.

      ******************************************************************
      * 10-CARGAR-FERIADOS: LOS FERIADOS DE HOY EN ADELANTE. SIN
      * CALENDARIO SOLO SE SALTEAN SABADOS Y DOMINGOS, CON
      * ADVERTENCIA.
      ******************************************************************
       10-CARGAR-FERIADOS.
           OPEN INPUT FERIADOS-FILE.
           IF WSV-FERIADOS-STATUS NOT EQUAL "00"
               DISPLAY "SIN CALENDARIO DE FERIADOS, SOLO SE SALTEAN "
                   "SABADOS Y DOMINGOS"
               MOVE 4 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 11-LEER-FERIADO
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-FER-FECHA NOT < WSV-FECHA-HOY
                       IF WSV-TOTAL-FERIADOS < 100
                           ADD 1 TO WSV-TOTAL-FERIADOS
                           SET WSV-FER-IDX TO WSV-TOTAL-FERIADOS
                           MOVE FD-FER-FECHA
                               TO WSV-FER-FECHA-TAB (WSV-FER-IDX)
                       ELSE
                           DISPLAY "TABLA DE FERIADOS LLENA (100): "
                               FD-FER-FECHA
                           MOVE 4 TO WSV-RETORNO-NUEVO
                           PERFORM 90-ELEVAR-RETORNO
                       END-IF
                   END-IF
                   PERFORM 11-LEER-FERIADO
               END-PERFORM
               CLOSE FERIADOS-FILE
           END-IF.
       10-CARGAR-FERIADOS-END.
       EXIT.

       11-LEER-FERIADO.
           READ FERIADOS-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
           END-READ.
       11-LEER-FERIADO-END.
       EXIT.

      ******************************************************************
      * 17-EVALUAR-DIA-HABIL: DIA DE LA SEMANA POR LA CONGRUENCIA DE
      * ZELLER (0 = SABADO, 1 = DOMINGO) SOBRE LA FECHA DE TRABAJO,
      * MAS LA BUSQUEDA EN LA TABLA DE FERIADOS.
      ******************************************************************
       17-EVALUAR-DIA-HABIL.
           MOVE WSV-CAL-ANIO TO WSV-ZEL-ANIO.
           MOVE WSV-CAL-MES  TO WSV-ZEL-MES.
           IF WSV-ZEL-MES < 3
               ADD 12 TO WSV-ZEL-MES
               SUBTRACT 1 FROM WSV-ZEL-ANIO
           END-IF.
      * LAS DIVISIONES DE ZELLER SON ENTERAS: CADA UNA VA A UN CAMPO
      * ENTERO PROPIO PARA QUE TRUNQUE, EN VEZ DE DEJAR DECIMALES
      * INTERMEDIOS EN UN COMPUTE.
           COMPUTE WSV-ZEL-SUMA = 13 * (WSV-ZEL-MES + 1).
           DIVIDE WSV-ZEL-SUMA BY 5 GIVING WSV-ZEL-TERMINO.
           DIVIDE WSV-ZEL-ANIO BY 4 GIVING WSV-ZEL-CUARTOS.
           DIVIDE WSV-ZEL-ANIO BY 100 GIVING WSV-ZEL-SIGLOS.
           DIVIDE WSV-ZEL-ANIO BY 400 GIVING WSV-ZEL-CUATROCIENTOS.
           COMPUTE WSV-ZEL-SUMA = WSV-CAL-DIA + WSV-ZEL-TERMINO +
               WSV-ZEL-ANIO + WSV-ZEL-CUARTOS - WSV-ZEL-SIGLOS +
               WSV-ZEL-CUATROCIENTOS.
           DIVIDE WSV-ZEL-SUMA BY 7
               GIVING WSV-CAL-COCIENTE REMAINDER WSV-ZEL-DIA-SEMANA.

           IF WSV-ZEL-DIA-SEMANA EQUAL 0 OR
              WSV-ZEL-DIA-SEMANA EQUAL 1
               MOVE "N" TO WSV-ES-HABIL
           ELSE
               MOVE "S" TO WSV-ES-HABIL
               PERFORM VARYING WSV-FER-IDX2 FROM 1 BY 1
                       UNTIL WSV-FER-IDX2 > WSV-TOTAL-FERIADOS
                   IF WSV-FER-FECHA-TAB (WSV-FER-IDX2) =
                      WSV-CAL-FECHA
                       MOVE "N" TO WSV-ES-HABIL
                   END-IF
               END-PERFORM
           END-IF.
       17-EVALUAR-DIA-HABIL-END.
       EXIT.

      ******************************************************************
      * 20-CARGAR-POSTULANTES: SOLO SE ENTREVISTA A LOS CUMPLE Y A LOS
      * CONDICIONALES. SIN RESULTADOS NO HAY NADA QUE AGENDAR.
      ******************************************************************
       20-CARGAR-POSTULANTES.
           OPEN INPUT RESULTADOS-FILE.
           IF WSV-RESULTAD-STATUS NOT EQUAL "00"
               DISPLAY "NO SE PUDO ABRIR RESULTAD, STATUS: "
                   WSV-RESULTAD-STATUS
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 21-LEER-RESULTADO
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   IF FD-RES-VEREDICTO EQUAL "CUMPLE" OR
                      FD-RES-VEREDICTO EQUAL "CONDICIONAL"
                       PERFORM 22-AGREGAR-POSTULANTE
                   END-IF
                   PERFORM 21-LEER-RESULTADO
               END-PERFORM
               CLOSE RESULTADOS-FILE
           END-IF.
       20-CARGAR-POSTULANTES-END.
       EXIT.

       21-LEER-RESULTADO.
           READ RESULTADOS-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-RESULTADOS
           END-READ.
       21-LEER-RESULTADO-END.
       EXIT.

       22-AGREGAR-POSTULANTE.
           IF WSV-TOTAL-POSTULANTES < WSC-MAX-POSTULANTES
               ADD 1 TO WSV-TOTAL-POSTULANTES
               SET WSV-POS-IDX TO WSV-TOTAL-POSTULANTES
               IF FD-RES-RANKING IS NUMERIC AND FD-RES-RANKING > 0
                   MOVE FD-RES-RANKING
                       TO WSV-POS-ORDEN-TAB (WSV-POS-IDX)
               ELSE
                   MOVE 9999 TO WSV-POS-ORDEN-TAB (WSV-POS-IDX)
               END-IF
               MOVE WSV-TOTAL-POSTULANTES
                   TO WSV-POS-SEC-TAB (WSV-POS-IDX)
               MOVE FD-RES-ID        TO WSV-POS-ID-TAB (WSV-POS-IDX)
               MOVE FD-RES-NOMBRE    TO WSV-POS-NOMBRE-TAB (WSV-POS-IDX)
               MOVE FD-RES-VEREDICTO
                   TO WSV-POS-VEREDICTO-TAB (WSV-POS-IDX)
               IF FD-RES-RANKING IS NUMERIC
                   MOVE FD-RES-RANKING
                       TO WSV-POS-RANKING-TAB (WSV-POS-IDX)
               ELSE
                   MOVE 0 TO WSV-POS-RANKING-TAB (WSV-POS-IDX)
               END-IF
               MOVE 0 TO WSV-POS-TURNO-TAB (WSV-POS-IDX)
               MOVE FD-RES-FECHA-CORRIDA TO WSV-FECHA-CORRIDA
           ELSE
               DISPLAY "TABLA DE POSTULANTES LLENA (500): " FD-RES-ID
               MOVE 12 TO WSV-RETORNO-NUEVO
               PERFORM 90-ELEVAR-RETORNO
           END-IF.
       22-AGREGAR-POSTULANTE-END.
       EXIT.

      ******************************************************************
      * 30-CARGAR-DISPONIBILIDAD: CADA FRANJA VALIDA EN UN DIA HABIL
      * DE HOY EN ADELANTE SE PARTE EN TURNOS DE SU DURACION. SIN
      * ARCHIVO NO HAY TURNOS Y TODOS QUEDAN SIN ENTREVISTA.
      ******************************************************************
       30-CARGAR-DISPONIBILIDAD.
           OPEN INPUT DISPONIB-FILE.
           IF WSV-DISPON-STATUS NOT EQUAL "00"
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "SIN DISPONIBILIDAD DE ENTREVISTADORES, "
                   DELIMITED BY SIZE
                   "NO SE ASIGNAN TURNOS" DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           ELSE
               MOVE "N" TO WSV-FIN-ARCHIVO
               PERFORM 31-LEER-DISPONIBILIDAD
               PERFORM UNTIL WSS-FIN-ARCHIVO
                   PERFORM 32-VALIDAR-FRANJA
                   IF WSS-FRANJA-VALIDA
                       PERFORM 33-ARMAR-TURNOS
                   END-IF
                   PERFORM 31-LEER-DISPONIBILIDAD
               END-PERFORM
               CLOSE DISPONIB-FILE
           END-IF.
       30-CARGAR-DISPONIBILIDAD-END.
       EXIT.

       31-LEER-DISPONIBILIDAD.
           READ DISPONIB-FILE
               AT END
                   MOVE "S" TO WSV-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WSV-CNT-FRANJAS
           END-READ.
       31-LEER-DISPONIBILIDAD-END.
       EXIT.

      ******************************************************************
      * 32-VALIDAR-FRANJA: UNA FRANJA MAL CARGADA SE LISTA Y SE
      * DESCARTA (ADVERTENCIA); UNA FECHA PASADA O NO HABIL SE
      * SALTEA SIN ADVERTENCIA.
      ******************************************************************
       32-VALIDAR-FRANJA.
           MOVE "S" TO WSV-FRANJA-VALIDA.
           MOVE SPACES TO WSV-MOTIVO.
           IF FD-DIS-ENTREVISTADOR EQUAL SPACES
               MOVE "FALTA EL ENTREVISTADOR" TO WSV-MOTIVO
           ELSE
           IF FD-DIS-FECHA IS NOT NUMERIC OR
              FD-DIS-FECHA (5:2) < "01" OR FD-DIS-FECHA (5:2) > "12"
              OR FD-DIS-FECHA (7:2) < "01" OR
              FD-DIS-FECHA (7:2) > "31"
               MOVE "FECHA INVALIDA" TO WSV-MOTIVO
           ELSE
           IF FD-DIS-DESDE IS NOT NUMERIC OR
              FD-DIS-HASTA IS NOT NUMERIC OR
              FD-DIS-DESDE (1:2) > "23" OR FD-DIS-DESDE (3:2) > "59" OR
              FD-DIS-HASTA (1:2) > "24" OR FD-DIS-HASTA (3:2) > "59" OR
              FD-DIS-DESDE NOT < FD-DIS-HASTA
               MOVE "FRANJA HORARIA INVALIDA" TO WSV-MOTIVO
           ELSE
           IF FD-DIS-DURACION NOT EQUAL SPACES AND
              (FD-DIS-DURACION IS NOT NUMERIC OR
               FD-DIS-DURACION EQUAL "000")
               MOVE "DURACION DEL TURNO INVALIDA" TO WSV-MOTIVO
           END-IF
           END-IF
           END-IF
           END-IF.

           IF WSV-MOTIVO NOT EQUAL SPACES
               MOVE "N" TO WSV-FRANJA-VALIDA
               ADD 1 TO WSV-CNT-FRANJAS-MALAS
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "FRANJA DESCARTADA " DELIMITED BY SIZE
                   FD-DISPONIB-REC DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WSV-MOTIVO DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           ELSE
               MOVE FD-DIS-FECHA TO WSV-CAL-FECHA
               PERFORM 17-EVALUAR-DIA-HABIL
               IF FD-DIS-FECHA < WSV-FECHA-HOY OR NOT WSS-ES-HABIL
                   MOVE "N" TO WSV-FRANJA-VALIDA
                   ADD 1 TO WSV-CNT-NO-HABILES
                   MOVE SPACES TO WSV-LINEA-AUX
                   STRING "FRANJA SALTEADA " DELIMITED BY SIZE
                       FD-DIS-ENTREVISTADOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FD-DIS-FECHA DELIMITED BY SIZE
                       ": FECHA PASADA, FIN DE SEMANA O FERIADO"
                       DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
                   PERFORM 75-INFORMAR-LINEA
               END-IF
           END-IF.
       32-VALIDAR-FRANJA-END.
       EXIT.

      ******************************************************************
      * 33-ARMAR-TURNOS: PARTE LA FRANJA EN TURNOS COMPLETOS; UN
      * TURNO QUE YA ESTABA (FRANJAS SUPERPUESTAS DEL MISMO
      * ENTREVISTADOR) NO SE DUPLICA.
      ******************************************************************
       33-ARMAR-TURNOS.
           IF FD-DIS-DURACION EQUAL SPACES
               MOVE WSC-DURACION-DEFECTO TO WSV-DURACION
           ELSE
               MOVE FD-DIS-DURACION TO WSV-DURACION
           END-IF.
           MOVE FD-DIS-DESDE TO WSV-HORA-NUM.
           DIVIDE WSV-HORA-NUM BY 100
               GIVING WSV-HORA-HH REMAINDER WSV-HORA-MM.
           COMPUTE WSV-MIN-ACTUAL = WSV-HORA-HH * 60 + WSV-HORA-MM.
           MOVE FD-DIS-HASTA TO WSV-HORA-NUM.
           DIVIDE WSV-HORA-NUM BY 100
               GIVING WSV-HORA-HH REMAINDER WSV-HORA-MM.
           COMPUTE WSV-MIN-FIN = WSV-HORA-HH * 60 + WSV-HORA-MM.

           PERFORM UNTIL WSV-MIN-ACTUAL + WSV-DURACION > WSV-MIN-FIN
               DIVIDE WSV-MIN-ACTUAL BY 60
                   GIVING WSV-HORA-HH REMAINDER WSV-HORA-MM
               COMPUTE WSV-HORA-TURNO = WSV-HORA-HH * 100 + WSV-HORA-MM
               PERFORM 34-AGREGAR-TURNO
               ADD WSV-DURACION TO WSV-MIN-ACTUAL
           END-PERFORM.
       33-ARMAR-TURNOS-END.
       EXIT.

       34-AGREGAR-TURNO.
           MOVE "N" TO WSV-TURNO-REPETIDO.
           PERFORM VARYING WSV-TUR-IDX2 FROM 1 BY 1
                   UNTIL WSV-TUR-IDX2 > WSV-TOTAL-TURNOS
                      OR WSS-TURNO-REPETIDO
               IF WSV-TUR-FECHA-TAB (WSV-TUR-IDX2) = FD-DIS-FECHA AND
                  WSV-TUR-HORA-TAB (WSV-TUR-IDX2) = WSV-HORA-TURNO AND
                  WSV-TUR-ENTREV-TAB (WSV-TUR-IDX2) =
                  FD-DIS-ENTREVISTADOR
                   SET WSS-TURNO-REPETIDO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WSS-TURNO-REPETIDO
               IF WSV-TOTAL-TURNOS < WSC-MAX-TURNOS
                   ADD 1 TO WSV-TOTAL-TURNOS
                   SET WSV-TUR-IDX TO WSV-TOTAL-TURNOS
                   MOVE FD-DIS-FECHA TO WSV-TUR-FECHA-TAB (WSV-TUR-IDX)
                   MOVE WSV-HORA-TURNO
                       TO WSV-TUR-HORA-TAB (WSV-TUR-IDX)
                   MOVE FD-DIS-ENTREVISTADOR
                       TO WSV-TUR-ENTREV-TAB (WSV-TUR-IDX)
                   MOVE FD-DIS-ENTREVISTADOR
                       TO WSV-TUR-AGE-ENTREV (WSV-TUR-IDX)
                   MOVE FD-DIS-FECHA TO WSV-TUR-AGE-FECHA (WSV-TUR-IDX)
                   MOVE WSV-HORA-TURNO
                       TO WSV-TUR-AGE-HORA (WSV-TUR-IDX)
                   MOVE 0 TO WSV-TUR-POS-TAB (WSV-TUR-IDX)
               ELSE
                   DISPLAY "TABLA DE TURNOS LLENA (500): "
                       FD-DIS-ENTREVISTADOR " " FD-DIS-FECHA
                   MOVE 4 TO WSV-RETORNO-NUEVO
                   PERFORM 90-ELEVAR-RETORNO
               END-IF
           END-IF.
       34-AGREGAR-TURNO-END.
       EXIT.

      ******************************************************************
      * 35-ORDENAR-TURNOS: POR FECHA, HORA Y ENTREVISTADOR
      * (INTERCAMBIO SIMPLE, LAS TABLAS SON CHICAS).
      ******************************************************************
       35-ORDENAR-TURNOS.
           PERFORM VARYING WSV-TUR-IDX FROM 1 BY 1
                   UNTIL WSV-TUR-IDX >= WSV-TOTAL-TURNOS
               PERFORM VARYING WSV-TUR-IDX2 FROM WSV-TUR-IDX BY 1
                       UNTIL WSV-TUR-IDX2 > WSV-TOTAL-TURNOS
                   IF WSV-TUR-CLAVE-TAB (WSV-TUR-IDX2) <
                      WSV-TUR-CLAVE-TAB (WSV-TUR-IDX)
                       MOVE WS-TURNOS (WSV-TUR-IDX) TO WSV-TUR-AUX
                       MOVE WS-TURNOS (WSV-TUR-IDX2)
                           TO WS-TURNOS (WSV-TUR-IDX)
                       MOVE WSV-TUR-AUX TO WS-TURNOS (WSV-TUR-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       35-ORDENAR-TURNOS-END.
       EXIT.

      ******************************************************************
      * 36-ORDENAR-POSTULANTES: POR PUESTO DEL RANKING Y, A IGUAL
      * PUESTO (LOS CONDICIONALES SIN PUESTO), POR ORDEN DEL ARCHIVO.
      ******************************************************************
       36-ORDENAR-POSTULANTES.
           PERFORM VARYING WSV-POS-IDX FROM 1 BY 1
                   UNTIL WSV-POS-IDX >= WSV-TOTAL-POSTULANTES
               PERFORM VARYING WSV-POS-IDX2 FROM WSV-POS-IDX BY 1
                       UNTIL WSV-POS-IDX2 > WSV-TOTAL-POSTULANTES
                   IF WSV-POS-CLAVE-TAB (WSV-POS-IDX2) <
                      WSV-POS-CLAVE-TAB (WSV-POS-IDX)
                       MOVE WS-POSTULANTES (WSV-POS-IDX)
                           TO WSV-POS-AUX
                       MOVE WS-POSTULANTES (WSV-POS-IDX2)
                           TO WS-POSTULANTES (WSV-POS-IDX)
                       MOVE WSV-POS-AUX
                           TO WS-POSTULANTES (WSV-POS-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       36-ORDENAR-POSTULANTES-END.
       EXIT.

      ******************************************************************
      * 40-ASIGNAR-TURNOS: EL N-ESIMO POSTULANTE DEL RANKING RECIBE EL
      * N-ESIMO TURNO EN ORDEN DE FECHA Y HORA; LOS QUE EXCEDEN LOS
      * TURNOS DISPONIBLES QUEDAN SIN TURNO.
      ******************************************************************
       40-ASIGNAR-TURNOS.
           PERFORM VARYING WSV-POS-IDX FROM 1 BY 1
                   UNTIL WSV-POS-IDX > WSV-TOTAL-POSTULANTES
               IF WSV-POS-IDX > WSV-TOTAL-TURNOS
                   ADD 1 TO WSV-CNT-SIN-TURNO
               ELSE
                   SET WSV-TUR-IDX TO WSV-POS-IDX
                   SET WSV-POS-TURNO-TAB (WSV-POS-IDX) TO WSV-TUR-IDX
                   SET WSV-TUR-POS-TAB (WSV-TUR-IDX) TO WSV-POS-IDX
                   ADD 1 TO WSV-CNT-ASIGNADOS
               END-IF
           END-PERFORM.
           COMPUTE WSV-CNT-LIBRES =
               WSV-TOTAL-TURNOS - WSV-CNT-ASIGNADOS.
       40-ASIGNAR-TURNOS-END.
       EXIT.

      ******************************************************************
      * 45-GRABAR-CRONOGRAMA: UN REGISTRO POR POSTULANTE CON TURNO, EN
      * ORDEN DEL RANKING. SE GRABA ANTES DE REORDENAR LOS TURNOS POR
      * ENTREVISTADOR.
      ******************************************************************
       45-GRABAR-CRONOGRAMA.
           PERFORM VARYING WSV-POS-IDX FROM 1 BY 1
                   UNTIL WSV-POS-IDX > WSV-TOTAL-POSTULANTES
               IF WSV-POS-TURNO-TAB (WSV-POS-IDX) > 0
                   SET WSV-TUR-IDX TO WSV-POS-TURNO-TAB (WSV-POS-IDX)
                   MOVE SPACES TO FD-ENTREV-REC
                   MOVE WSV-POS-ID-TAB (WSV-POS-IDX)     TO FD-ENT-ID
                   MOVE WSV-POS-NOMBRE-TAB (WSV-POS-IDX)
                       TO FD-ENT-NOMBRE
                   MOVE WSV-POS-VEREDICTO-TAB (WSV-POS-IDX)
                       TO FD-ENT-VEREDICTO
                   MOVE WSV-POS-RANKING-TAB (WSV-POS-IDX)
                       TO FD-ENT-RANKING
                   MOVE WSV-TUR-FECHA-TAB (WSV-TUR-IDX) TO FD-ENT-FECHA
                   MOVE WSV-TUR-HORA-TAB (WSV-TUR-IDX)  TO FD-ENT-HORA
                   MOVE WSV-TUR-ENTREV-TAB (WSV-TUR-IDX)
                       TO FD-ENT-ENTREVISTADOR
                   MOVE WSV-FECHA-CORRIDA TO FD-ENT-FECHA-CORRIDA
                   WRITE FD-ENTREV-REC
               END-IF
           END-PERFORM.
       45-GRABAR-CRONOGRAMA-END.
       EXIT.

       50-ORDENAR-AGENDA.
           PERFORM VARYING WSV-TUR-IDX FROM 1 BY 1
                   UNTIL WSV-TUR-IDX >= WSV-TOTAL-TURNOS
               PERFORM VARYING WSV-TUR-IDX2 FROM WSV-TUR-IDX BY 1
                       UNTIL WSV-TUR-IDX2 > WSV-TOTAL-TURNOS
                   IF WSV-TUR-AGENDA-TAB (WSV-TUR-IDX2) <
                      WSV-TUR-AGENDA-TAB (WSV-TUR-IDX)
                       MOVE WS-TURNOS (WSV-TUR-IDX) TO WSV-TUR-AUX
                       MOVE WS-TURNOS (WSV-TUR-IDX2)
                           TO WS-TURNOS (WSV-TUR-IDX)
                       MOVE WSV-TUR-AUX TO WS-TURNOS (WSV-TUR-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       50-ORDENAR-AGENDA-END.
       EXIT.

      ******************************************************************
      * 55-INFORMAR-AGENDA: UN BLOQUE POR ENTREVISTADOR CON SUS
      * ENTREVISTAS EN ORDEN DE FECHA Y HORA Y LOS TURNOS QUE LE
      * QUEDARON LIBRES.
      ******************************************************************
       55-INFORMAR-AGENDA.
           MOVE SPACES TO WSV-ENTREV-ANT.
           PERFORM VARYING WSV-TUR-IDX FROM 1 BY 1
                   UNTIL WSV-TUR-IDX > WSV-TOTAL-TURNOS
               IF WSV-TUR-AGE-ENTREV (WSV-TUR-IDX) NOT EQUAL
                  WSV-ENTREV-ANT
                   IF WSV-ENTREV-ANT NOT EQUAL SPACES
                       PERFORM 57-CERRAR-ENTREVISTADOR
                   END-IF
                   MOVE WSV-TUR-AGE-ENTREV (WSV-TUR-IDX)
                       TO WSV-ENTREV-ANT
                   MOVE 0 TO WSV-CNT-ENTREV-TURNOS
                   MOVE 0 TO WSV-CNT-ENTREV-LIBRES
                   MOVE SPACES TO WSV-LINEA-AUX
                   PERFORM 75-INFORMAR-LINEA
                   STRING "AGENDA DEL ENTREVISTADOR " DELIMITED BY SIZE
                       WSV-ENTREV-ANT DELIMITED BY SIZE
                       INTO WSV-LINEA-AUX
                   END-STRING
                   PERFORM 75-INFORMAR-LINEA
               END-IF
               PERFORM 56-INFORMAR-TURNO
           END-PERFORM.
           IF WSV-ENTREV-ANT NOT EQUAL SPACES
               PERFORM 57-CERRAR-ENTREVISTADOR
           END-IF.
       55-INFORMAR-AGENDA-END.
       EXIT.

       56-INFORMAR-TURNO.
           ADD 1 TO WSV-CNT-ENTREV-TURNOS.
           IF WSV-TUR-POS-TAB (WSV-TUR-IDX) EQUAL 0
               ADD 1 TO WSV-CNT-ENTREV-LIBRES
           ELSE
               SET WSV-POS-IDX TO WSV-TUR-POS-TAB (WSV-TUR-IDX)
               MOVE SPACES TO WSV-LINEA-AUX
               STRING "  " DELIMITED BY SIZE
                   WSV-TUR-AGE-FECHA (WSV-TUR-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-TUR-AGE-HORA (WSV-TUR-IDX) (1:2)
                   DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WSV-TUR-AGE-HORA (WSV-TUR-IDX) (3:2)
                   DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSV-POS-ID-TAB (WSV-POS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-POS-NOMBRE-TAB (WSV-POS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSV-POS-VEREDICTO-TAB (WSV-POS-IDX)
                   DELIMITED BY SIZE
                   " PUESTO " DELIMITED BY SIZE
                   WSV-POS-RANKING-TAB (WSV-POS-IDX) DELIMITED BY SIZE
                   INTO WSV-LINEA-AUX
               END-STRING
               PERFORM 75-INFORMAR-LINEA
           END-IF.
       56-INFORMAR-TURNO-END.
       EXIT.

       57-CERRAR-ENTREVISTADOR.
           MOVE WSV-CNT-ENTREV-TURNOS TO WSV-CANTIDAD-ED.
           MOVE WSV-CNT-ENTREV-LIBRES TO WSV-CANTIDAD-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "  TURNOS: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               "  LIBRES: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       57-CERRAR-ENTREVISTADOR-END.
       EXIT.

      ******************************************************************
      * 60-INFORMAR-SIN-TURNO: LOS QUE NO ENTRARON EN LOS TURNOS
      * DISPONIBLES, EN ORDEN DEL RANKING, PARA QUE RRHH ABRA MAS.
      ******************************************************************
       60-INFORMAR-SIN-TURNO.
           IF WSV-CNT-SIN-TURNO > 0
               MOVE SPACES TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               MOVE "POSTULANTES SIN TURNO (ABRIR MAS TURNOS)"
                   TO WSV-LINEA-AUX
               PERFORM 75-INFORMAR-LINEA
               PERFORM VARYING WSV-POS-IDX FROM 1 BY 1
                       UNTIL WSV-POS-IDX > WSV-TOTAL-POSTULANTES
                   IF WSV-POS-TURNO-TAB (WSV-POS-IDX) EQUAL 0
                       MOVE SPACES TO WSV-LINEA-AUX
                       STRING "  " DELIMITED BY SIZE
                           WSV-POS-ID-TAB (WSV-POS-IDX)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WSV-POS-NOMBRE-TAB (WSV-POS-IDX)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WSV-POS-VEREDICTO-TAB (WSV-POS-IDX)
                           DELIMITED BY SIZE
                           " PUESTO " DELIMITED BY SIZE
                           WSV-POS-RANKING-TAB (WSV-POS-IDX)
                           DELIMITED BY SIZE
                           INTO WSV-LINEA-AUX
                       END-STRING
                       PERFORM 75-INFORMAR-LINEA
                   END-IF
               END-PERFORM
           END-IF.
       60-INFORMAR-SIN-TURNO-END.
       EXIT.

       75-INFORMAR-LINEA.
           DISPLAY WSV-LINEA-AUX.
           WRITE FD-INFORME-LINEA FROM WSV-LINEA-AUX.
       75-INFORMAR-LINEA-END.
       EXIT.

       80-INFORMAR-RESUMEN.
           MOVE SPACES TO WSV-LINEA-AUX.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-TOTAL-POSTULANTES TO WSV-CANTIDAD-ED.
           MOVE WSV-TOTAL-TURNOS TO WSV-CANTIDAD-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "POSTULANTES A ENTREVISTAR: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               "  TURNOS DISPONIBLES: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-ASIGNADOS TO WSV-CANTIDAD-ED.
           MOVE WSV-CNT-SIN-TURNO TO WSV-CANTIDAD-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "CON TURNO: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               "  SIN TURNO: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
           MOVE WSV-CNT-FRANJAS-MALAS TO WSV-CANTIDAD-ED.
           MOVE WSV-CNT-NO-HABILES TO WSV-CANTIDAD-ED2.
           MOVE SPACES TO WSV-LINEA-AUX.
           STRING "FRANJAS DESCARTADAS: " DELIMITED BY SIZE
               WSV-CANTIDAD-ED DELIMITED BY SIZE
               "  SALTEADAS (NO HABILES O PASADAS): "
               DELIMITED BY SIZE
               WSV-CANTIDAD-ED2 DELIMITED BY SIZE
               INTO WSV-LINEA-AUX
           END-STRING.
           PERFORM 75-INFORMAR-LINEA.
       80-INFORMAR-RESUMEN-END.
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
               COMPUTE FD-RUN-LEIDOS =
                   WSV-CNT-RESULTADOS + WSV-CNT-FRANJAS
               MOVE WSV-CNT-ASIGNADOS   TO FD-RUN-ESCRITOS
               MOVE WSV-CNT-SIN-TURNO   TO FD-RUN-OMITIDOS
               MOVE WSV-CNT-FRANJAS-MALAS TO FD-RUN-RECHAZADOS
               MOVE WSV-RETORNO         TO FD-RUN-RETORNO
               WRITE FD-RUNSTATS-REC
               CLOSE RUNSTATS-FILE
           END-IF.
       95-GRABAR-RUNSTATS-END.
       EXIT.

       END PROGRAM ENTREVIS.
