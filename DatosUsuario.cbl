      *              de RESULTADOS lleva el puntaje y el puesto del
      *              ranking, para que la decision del comite quede
      *              defendible por escrito.
      * 15-10-2026 - El historial de postulaciones guarda la edad, el
      *              secundario y la carrera declarados, para el
      *              informe de embudo de admision a permanencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERCICIO-1.
                   10 WSV-CAL-REPITE-TAB       PIC X(01).
                   10 WSV-CAL-FPREVIA-TAB      PIC X(08).
                   10 WSV-CAL-VPREVIO-TAB      PIC X(11).
                   10 WSV-CAL-EDAD-TAB         PIC 99.
                   10 WSV-CAL-SECUNDARIO-TAB   PIC X.
                   10 WSV-CAL-CARRERA-TAB      PIC X.
               05 WSV-TOTAL-CALIFICADOS    PIC 9(04) VALUE 0.
               05 WSV-CAL-ORDEN-AUX.
                   10 WSV-ORD-ID               PIC X(08).
                   10 WSV-ORD-REPITE           PIC X(01).
                   10 WSV-ORD-FPREVIA          PIC X(08).
                   10 WSV-ORD-VPREVIO          PIC X(11).
                   10 WSV-ORD-EDAD             PIC 99.
                   10 WSV-ORD-SECUNDARIO       PIC X.
                   10 WSV-ORD-CARRERA          PIC X.
               05 WSV-PUNTAJE-ACTUAL       PIC 9(04) VALUE 0.
               05 WSV-RANKING-ACTUAL       PIC 9(04) VALUE 0.
               05 WSV-CNT-ADMITIDOS        PIC 9(04) VALUE 0.
                   TO WSV-CAL-FPREVIA-TAB (WSV-CAL-IDX)
               MOVE WSV-VER-PREVIO
                   TO WSV-CAL-VPREVIO-TAB (WSV-CAL-IDX)
               MOVE WSV-EDAD-AUX    TO WSV-CAL-EDAD-TAB (WSV-CAL-IDX)
               MOVE WSV-SECUNDARIO-AUX
                   TO WSV-CAL-SECUNDARIO-TAB (WSV-CAL-IDX)
               MOVE WSV-CARRERA-AUX
                   TO WSV-CAL-CARRERA-TAB (WSV-CAL-IDX)
           ELSE
               DISPLAY "COLA DE CALIFICADOS LLENA (500), NO ENTRA AL "
                   "RANKING: " WSV-ID-AUX
           MOVE WSV-CAL-REPITE-TAB (WSV-CAL-IDX)  TO WSV-REPITE.
           MOVE WSV-CAL-FPREVIA-TAB (WSV-CAL-IDX) TO WSV-FECHA-PREVIA.
           MOVE WSV-CAL-VPREVIO-TAB (WSV-CAL-IDX) TO WSV-VER-PREVIO.
           MOVE WSV-CAL-EDAD-TAB (WSV-CAL-IDX)    TO WSV-EDAD-AUX.
           MOVE WSV-CAL-SECUNDARIO-TAB (WSV-CAL-IDX)
               TO WSV-SECUNDARIO-AUX.
           MOVE WSV-CAL-CARRERA-TAB (WSV-CAL-IDX) TO WSV-CARRERA-AUX.
           MOVE WSV-CAL-PUNTAJE-TAB (WSV-CAL-IDX)
               TO WSV-PUNTAJE-ACTUAL.
           SET WSV-RANKING-ACTUAL TO WSV-CAL-IDX.
                   " VENCIO LA LISTA DE ESPERA, PASA A NO CUMPLE"
               MOVE FD-LSPANT-ID     TO WSV-ID-AUX
               MOVE FD-LSPANT-NOMBRE TO WSV-NOMBRE-AUX
               MOVE 0                TO WSV-EDAD-AUX
               MOVE SPACES           TO WSV-SECUNDARIO-AUX
               MOVE SPACES           TO WSV-CARRERA-AUX
               PERFORM 18-CONSULTAR-HISTORIAL
               MOVE FD-LSPANT-ID     TO WSV-RES-ID
               MOVE FD-LSPANT-NOMBRE TO WSV-RES-NOMBRE
                       MOVE WSV-ID-AUX         TO FD-HIS-ID
                       MOVE WSV-FECHA-CORRIDA  TO FD-HIS-FECHA
                       MOVE WSV-VEREDICTO-HIST TO FD-HIS-VEREDICTO
                       PERFORM 19-ESTAMPAR-CRITERIOS
                       WRITE FD-HISTADM-REC
                           INVALID KEY
                               DISPLAY "NO SE PUDO GRABAR EL "
                       ELSE
                           MOVE WSV-FECHA-CORRIDA  TO FD-HIS-FECHA
                           MOVE WSV-VEREDICTO-HIST TO FD-HIS-VEREDICTO
                           PERFORM 19-ESTAMPAR-CRITERIOS
                           REWRITE FD-HISTADM-REC
                               INVALID KEY
                                   DISPLAY "NO SE PUDO GRABAR EL "
       29-ACTUALIZAR-HISTORIAL-END.
       EXIT.

      ******************************************************************
      * 19-ESTAMPAR-CRITERIOS: EDAD, SECUNDARIO Y CARRERA DECLARADOS EN
      * ESTA POSTULACION, PARA CRUZAR LOS REQUISITOS CON LA PERMANENCIA
      * DE LOS CONTRATADOS. SIN DATOS DEL POSTULANTE SE CONSERVAN LOS
      * DE LA POSTULACION ANTERIOR.
      ******************************************************************
       19-ESTAMPAR-CRITERIOS.
           IF WSV-SECUNDARIO-AUX NOT EQUAL SPACES
               MOVE WSV-EDAD-AUX       TO FD-HIS-EDAD
               MOVE WSV-SECUNDARIO-AUX TO FD-HIS-SECUNDARIO
               MOVE WSV-CARRERA-AUX    TO FD-HIS-CARRERA
           END-IF.
       19-ESTAMPAR-CRITERIOS-END.
       EXIT.

       90-ELEVAR-RETORNO.
           IF WSV-RETORNO-NUEVO > WSV-RETORNO
               MOVE WSV-RETORNO-NUEVO TO WSV-RETORNO
