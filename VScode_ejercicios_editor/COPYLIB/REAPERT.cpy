      *>--------------------------------------------------------------
      *> COPYLIB REAPERT - renglon de auditoria de cada reapertura de
      *> un periodo contable cerrado: fecha, periodo y subsistema,
      *> el operador que la pidio, el segundo operador que la aprobo
      *> (doble control) y el motivo declarado.
      *>--------------------------------------------------------------
       01  REG-REAPERTURA.
           03 RAP-FECHA       PIC 9(8).
           03 RAP-SEP1        PIC X.
           03 RAP-PERIODO     PIC 9(6).
           03 RAP-SEP2        PIC X.
           03 RAP-SUBSISTEMA  PIC X(10).
           03 RAP-SEP3        PIC X.
           03 RAP-OPERADOR    PIC X(10).
           03 RAP-SEP4        PIC X.
           03 RAP-AUTORIZANTE PIC X(10).
           03 RAP-SEP5        PIC X.
           03 RAP-MOTIVO      PIC X(30).
