      * postulacion. Antes, un rechazado podia volver a postularse a
      * la cohorte siguiente sin que nadie lo notara; ahora el comite
      * ve marcada la reincidencia con fecha y veredicto anterior.
      * Edad, estado del secundario y codigo de carrera son los que
      * declaro el postulante en esa ultima postulacion (los mismos
      * criterios que evalua el comite); el informe EMBUDO los usa
      * para cruzar los requisitos con la permanencia de los
      * contratados. Las entradas anteriores los tienen en blanco.
      ******************************************************************
       01 FD-HISTADM-REC.
           05 FD-HIS-ID            PIC X(08).
           05 FD-HIS-FECHA         PIC X(08).
           05 FD-HIS-VEREDICTO     PIC X(11).
           05 FD-HIS-EDAD          PIC 9(02).
           05 FD-HIS-SECUNDARIO    PIC X(01).
           05 FD-HIS-CARRERA       PIC X(01).
