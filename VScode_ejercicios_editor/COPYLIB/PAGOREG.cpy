      *>--------------------------------------------------------------
      *> COPYLIB PAGOREG - registro persistente de pagos ya
      *> procesados; la normalizacion de cobranzas (EJ-01ENCL18)
      *> agrega un renglon por pago OK con el pagador, la fecha
      *> AAAA/MM/DD, el importe y el punitorio facturado, y la
      *> conciliacion bancaria (EJ-13ENCL18) le completa la
      *> referencia del credito del banco cuando lo matchea. Los
      *> renglones viejos (antes del punitorio y la referencia)
      *> llegan con esos campos en blanco. Es la base de los pagos
      *> del estado de cuenta corriente del alumno (EJ-25ENCL18).
      *>--------------------------------------------------------------
       01  REG-PAGOREG.
           03 PR-PAGADOR    PIC X(10).
           03 PR-FECHA      PIC X(10).
           03 PR-IMPORTE    PIC 9(7)V99.
           03 PR-INTERES    PIC 9(7)V99.
           03 PR-REFERENCIA PIC X(20).
