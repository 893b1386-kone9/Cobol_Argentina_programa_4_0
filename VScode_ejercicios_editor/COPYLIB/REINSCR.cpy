      *>--------------------------------------------------------------
      *> COPYLIB REINSCR - reinscripciones anuales; un renglon por
      *> alumno que confirmo que sigue cursando, con la fecha en que
      *> lo hizo (AAAAMMDD). Lo manda la ventanilla de alumnos durante
      *> la ventana de reinscripcion y lo consume el cierre de la
      *> ventana, que deja inactivo a quien no figura.
      *>--------------------------------------------------------------
       01  REG-REINSCRIPCION.
           03 RIN-LEGAJO PIC X(10).
           03 RIN-SEP1   PIC X.
           03 RIN-FECHA  PIC 9(8).
