      *>--------------------------------------------------------------
      *> COPYLIB INCOBREG - registro de bajas por incobrable de
      *> cuotas: un renglon por transaccion de baja que proceso
      *> EJ-30ENCL18 (aplicada o rechazada, con el operador que
      *> corrio, el autorizante y el motivo) y un renglon RECUPERO
      *> por cada cuota INCOBRABL que despues cancelo un pago en
      *> EJ-05ENCL18. Es el rastro de auditoria del asiento de
      *> incobrables.
      *>--------------------------------------------------------------
       01  REG-INCOBREG.
           03 IRG-FECHA       PIC 9(8).
           03 IRG-SEP1        PIC X.
           03 IRG-OPERADOR    PIC X(10).
           03 IRG-SEP2        PIC X.
           03 IRG-AUTORIZANTE PIC X(10).
           03 IRG-SEP3        PIC X.
           03 IRG-LEGAJO      PIC X(10).
           03 IRG-SEP4        PIC X.
           03 IRG-MATERIA     PIC 9.
           03 IRG-SEP5        PIC X.
           03 IRG-VENCIMIENTO PIC 9(8).
           03 IRG-SEP6        PIC X.
           03 IRG-IMPORTE     PIC 9(7)V99.
           03 IRG-SEP7        PIC X.
           03 IRG-RESULTADO   PIC X(10).
           03 IRG-SEP8        PIC X.
           03 IRG-MOTIVO      PIC X(30).
