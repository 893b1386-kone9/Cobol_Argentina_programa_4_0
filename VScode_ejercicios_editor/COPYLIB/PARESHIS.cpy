      *>--------------------------------------------------------------
      *> COPYLIB PARESHIS - historial de pares de alumnos marcados
      *> por el control de copia entre planillas (EJ-05ENCL21): un
      *> renglon por fecha de sesion y par (legajos en orden, el
      *> menor primero) con cuantos resultados incorrectos
      *> identicos entregaron. De aca sale la reincidencia de un par
      *> entre sesiones; volver a correr una sesion reemplaza sus
      *> renglones en vez de duplicarlos.
      *>--------------------------------------------------------------
       01  REG-PARESHIST.
           03 PAR-FECHA     PIC 9(8).
           03 PAR-SEP1      PIC X.
           03 PAR-LEGAJO-A  PIC X(10).
           03 PAR-SEP2      PIC X.
           03 PAR-LEGAJO-B  PIC X(10).
           03 PAR-SEP3      PIC X.
           03 PAR-COINCIDEN PIC 999.
