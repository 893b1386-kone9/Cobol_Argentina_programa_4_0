      *>--------------------------------------------------------------
      *> COPYLIB LIBROTOT - libro de totales de control de los
      *> maestros (MATERIAS, PADRON, MAESEMPL, PARTICIPANTES,
      *> PORCENTAJES, TASAS): un renglon cada vez que un job regraba
      *> un maestro o que el control nocturno EJ-12ENOPER lo vuelve
      *> a sumar, con la cantidad de registros y un total hash de un
      *> campo clave. El ultimo renglon de cada archivo es la foto
      *> "buena" contra la que se compara; una diferencia contra
      *> esa foto es una edicion por fuera de los jobs (un job que
      *> regraba el maestro deja antes su propio renglon POSTEO).
      *>   LT-ORIGEN: POSTEO   lo grabo el job que regraba el maestro
      *>              VERIFIC  el control nocturno lo encontro igual
      *>              BASE     primera foto de un archivo sin renglon
      *>              EXPLICA  (renglones viejos) cambio que se daba
      *>                       por explicado por una corrida OK
      *>              ACEPTADO cambio manual aceptado por tarjeta
      *>--------------------------------------------------------------
       01  REG-LIBROTOT.
           03 LT-FECHA    PIC 9(8).
           03 LT-SEP1     PIC X.
           03 LT-HORA     PIC 9(6).
           03 LT-SEP2     PIC X.
           03 LT-ARCHIVO  PIC X(13).
           03 LT-SEP3     PIC X.
           03 LT-JOB      PIC X(11).
           03 LT-SEP4     PIC X.
           03 LT-ORIGEN   PIC X(8).
           03 LT-SEP5     PIC X.
           03 LT-CANT     PIC 9(7).
           03 LT-SEP6     PIC X.
           03 LT-HASH     PIC 9(15)V9(4).
