      *>--------------------------------------------------------------
      *> COPYLIB DEBRECH - registro historico de debitos automaticos
      *> rechazados por el banco: la cuota (legajo, materia y
      *> vencimiento), el importe, la fecha del debito, el codigo de
      *> motivo del banco y cuantos rechazos seguidos lleva la
      *> adhesion con este. EJ-29ENCL18 lo va agregando.
      *>--------------------------------------------------------------
       01  REG-DEBRECH.
           03 DRE-LEGAJO        PIC X(10).
           03 DRE-MATERIA       PIC 9.
           03 DRE-VENCIMIENTO   PIC 9(8).
           03 DRE-IMPORTE       PIC 9(9)V99.
           03 DRE-FECHA-DEBITO  PIC 9(8).
           03 DRE-MOTIVO        PIC X(3).
           03 DRE-RECHAZOS      PIC 99.
