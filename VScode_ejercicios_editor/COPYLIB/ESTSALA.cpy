      *>--------------------------------------------------------------
      *> COPYLIB ESTSALA - calendario de estado de salas; un renglon
      *> por cierre o reduccion de una sala con el rango de fechas,
      *> el estado (CERRADA por mantenimiento o montaje, REDUCIDA
      *> con el aforo que queda habilitado) y el motivo. Una sala
      *> sin renglon para la fecha esta ABIERTA con su aforo del
      *> maestro SALAS. Lo consultan la ocupacion por sala, el
      *> control de aforo del predio, el alta de reservas y el
      *> rendimiento por muestra (ver COPYLIB ESTSPR).
      *>--------------------------------------------------------------
       01  REG-ESTSALA.
           03 ESA-SALA    PIC 9(2).
           03 ESA-SEP1    PIC X.
           03 ESA-DESDE   PIC 9(8).
           03 ESA-SEP2    PIC X.
           03 ESA-HASTA   PIC 9(8).
           03 ESA-SEP3    PIC X.
           03 ESA-ESTADO  PIC X(8).
           03 ESA-SEP4    PIC X.
           03 ESA-AFORO   PIC 9(4).
           03 ESA-SEP5    PIC X.
           03 ESA-MOTIVO  PIC X(30).
