      *>--------------------------------------------------------------
      *> COPYLIB ARQUEO - declaracion de caja de boleteria; un
      *> renglon por cajero y turno (M maniana, T tarde) con el
      *> fondo fijo con que abrio, el efectivo contado al cerrar y
      *> el total de cupones de tarjeta. Lo carga el encargado de
      *> boleteria en ARQDECLARA y lo cruza el arqueo por cajero
      *> (EJ-40ENCL18) contra lo que ese cajero firmo en VENTAS.
      *>--------------------------------------------------------------
       01  REG-ARQUEO.
           03 ARQ-FECHA     PIC 9(8).
           03 ARQ-SEP1      PIC X.
           03 ARQ-OPERADOR  PIC X(10).
           03 ARQ-SEP2      PIC X.
           03 ARQ-TURNO     PIC X.
           03 ARQ-SEP3      PIC X.
           03 ARQ-FONDO     PIC 9(7)V99.
           03 ARQ-SEP4      PIC X.
           03 ARQ-EFECTIVO  PIC 9(7)V99.
           03 ARQ-SEP5      PIC X.
           03 ARQ-TARJETA   PIC 9(7)V99.
