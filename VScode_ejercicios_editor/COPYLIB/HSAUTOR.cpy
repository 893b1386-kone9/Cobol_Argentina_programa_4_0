      *>--------------------------------------------------------------
      *> COPYLIB HSAUTOR - horas extra autorizadas por el jefe de
      *> sector: un renglon por legajo y dia de la lista de
      *> pendientes (HSPENDIENTE) que el jefe firmo, con quien
      *> autorizo. La justificacion de horas extra (EJ-25ENCL23)
      *> deja pasar a la liquidacion las horas de esos dias aunque
      *> el plan del sector no las justifique.
      *>--------------------------------------------------------------
       01  REG-HSAUTOR.
           03 HSA-LEGAJO   PIC X(10).
           03 HSA-SEP1     PIC X.
           03 HSA-FECHA    PIC 9(8).
           03 HSA-SEP2     PIC X.
           03 HSA-AUTORIZO PIC X(10).
