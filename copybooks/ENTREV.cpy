      ******************************************************************
      * Copybook: ENTREV
      * Layout del cronograma de entrevistas de la cohorte (DD ENTREV)
      * que arma ENTREVIS entre la evaluacion (EJERCICIO-1) y las
      * cartas: un registro por postulante CUMPLE o CONDICIONAL al que
      * se le asigno un turno, con su veredicto y puesto del ranking,
      * la fecha AAAAMMDD, la hora HHMM y el entrevistador del turno,
      * y la fecha de la corrida de admision. Lo lee CARTAS para citar
      * la entrevista en la carta de admision y en la condicional; un
      * postulante sin registro quedo sin turno y RRHH lo coordina.
      ******************************************************************
       01 FD-ENTREV-REC.
           05 FD-ENT-ID            PIC X(08).
           05 FD-ENT-NOMBRE        PIC X(05).
           05 FD-ENT-VEREDICTO     PIC X(11).
           05 FD-ENT-RANKING       PIC 9(04).
           05 FD-ENT-FECHA         PIC X(08).
           05 FD-ENT-HORA          PIC X(04).
           05 FD-ENT-ENTREVISTADOR PIC X(08).
           05 FD-ENT-FECHA-CORRIDA PIC X(08).
