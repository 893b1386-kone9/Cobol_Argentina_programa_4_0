      *>--------------------------------------------------------------
      *> COPYLIB CREDITO - saldos a favor de alumnos (CREDITOS): un
      *> renglon por excedente de pago que dejo la cancelacion de
      *> cuotas (EJ-05ENCL18), sea porque el pago supero la cuota o
      *> porque pago una cuota ya cancelada. La generacion de cuotas
      *> lo consume en la cuota nueva del legajo (estado "C" cuando
      *> se agota) y el reintegro (EJ-31ENCL18) lo paga por
      *> transferencia y lo deja en "R". "A" es abierto. La fecha de
      *> alta mide la antiguedad del saldo en el listado mensual.
      *>--------------------------------------------------------------
       01  REG-CREDITO.
           03 CRE-LEGAJO     PIC X(10).
           03 CRE-SEP1       PIC X.
           03 CRE-FECHA      PIC 9(8).
           03 CRE-SEP2       PIC X.
           03 CRE-ORIGEN     PIC X(10).
           03 CRE-SEP3       PIC X.
           03 CRE-IMPORTE    PIC 9(7)V99.
           03 CRE-SEP4       PIC X.
           03 CRE-SALDO      PIC 9(7)V99.
           03 CRE-SEP5       PIC X.
           03 CRE-ESTADO     PIC X.
           03 CRE-SEP6       PIC X.
           03 CRE-FECHA-MOV  PIC 9(8).
