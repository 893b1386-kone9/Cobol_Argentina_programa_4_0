      *>--------------------------------------------------------------
      *> COPYLIB MUESTRAS - maestro de muestras temporarias; un
      *> renglon por muestra con su codigo, nombre, la sala donde se
      *> monta (codigo del maestro SALAS), las fechas de apertura y
      *> cierre y el costo de montaje. Es lo que le faltaba a
      *> SALASHORA para saber que muestra habia en que sala cada
      *> dia; contra esto mide el reporte de rendimiento por muestra.
      *>--------------------------------------------------------------
       01  REG-MUESTRA.
           03 MUE-CODIGO PIC X(6).
           03 MUE-SEP1   PIC X.
           03 MUE-NOMBRE PIC X(30).
           03 MUE-SEP2   PIC X.
           03 MUE-SALA   PIC 9(2).
           03 MUE-SEP3   PIC X.
           03 MUE-DESDE  PIC 9(8).
           03 MUE-SEP4   PIC X.
           03 MUE-HASTA  PIC 9(8).
           03 MUE-SEP5   PIC X.
           03 MUE-COSTO  PIC 9(9)V99.
