      ******************************************************************
      * Copybook: RECHPEND
      * Layout del archivo de rechazos pendientes de reenvio (DD
      * RECHPEND), indexado por origen (POSTULAN / TRANSACC) + ID, que
      * mantiene RECHPEND despues de la depuracion de cada noche. El
      * archivo RECHAZOS de DEPURADOR se borra la noche siguiente;
      * aca cada ID rechazado queda abierto con la fecha del primer
      * rechazo hasta que un extracto limpio de una noche posterior
      * trae el mismo ID (se cierra con la fecha de cierre). Un ID
      * cerrado que vuelve a rechazarse se reabre con fecha nueva.
      * Guarda ademas la fecha del ultimo rechazo, cuantas noches se
      * rechazo, y el registro crudo y el motivo del ultimo rechazo.
      ******************************************************************
       01 FD-RECHPEND-REC.
           05 FD-RPE-CLAVE.
               10 FD-RPE-ORIGEN        PIC X(08).
               10 FD-RPE-ID            PIC X(08).
           05 FD-RPE-FECHA-PRIMERO PIC X(08).
           05 FD-RPE-FECHA-ULTIMO  PIC X(08).
           05 FD-RPE-VECES         PIC 9(03).
           05 FD-RPE-REGISTRO      PIC X(25).
           05 FD-RPE-MOTIVO        PIC X(60).
           05 FD-RPE-ESTADO        PIC X(01).
               88 FDS-RPE-ABIERTO      VALUE "A".
               88 FDS-RPE-CERRADO      VALUE "C".
           05 FD-RPE-FECHA-CIERRE  PIC X(08).
