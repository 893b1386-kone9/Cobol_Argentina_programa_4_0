      *>--------------------------------------------------------------
      *> COPYLIB RECIBREG - registro de recibos de sueldo emitidos;
      *> un renglon por legajo y periodo (AAAAMM) con la fecha en que
      *> se imprimio, el neto del recibo y el estado del duplicado
      *> (E = emitido, falta la copia firmada; F = el empleado
      *> devolvio la copia firmada) con la fecha de devolucion. Lo
      *> graba la impresion de recibos (EJ-17ENCL23) y lo actualiza
      *> la carga de copias firmadas (EJ-18ENCL23).
      *>--------------------------------------------------------------
       01  REG-RECIBREG.
           03 RRG-LEGAJO      PIC X(10).
           03 RRG-PERIODO     PIC 9(6).
           03 RRG-EMISION     PIC 9(8).
           03 RRG-NETO        PIC 9(9)V99.
           03 RRG-ESTADO      PIC X.
           03 RRG-FECHA-FIRMA PIC 9(8).
