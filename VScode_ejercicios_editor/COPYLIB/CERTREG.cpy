      *>--------------------------------------------------------------
      *> COPYLIB CERTREG - registro de certificados de trabajo del
      *> art. 80 emitidos; un renglon por baja (legajo y fecha de
      *> baja) con la fecha de emision y el estado de la entrega
      *> (E = emitido, falta entregarlo; N = entregado al ex
      *> empleado) con la fecha de entrega. Lo graba y actualiza la
      *> emision de certificados (EJ-24ENCL23).
      *>--------------------------------------------------------------
       01  REG-CERTREG.
           03 CRG-LEGAJO        PIC X(10).
           03 CRG-FECHA-BAJA    PIC 9(8).
           03 CRG-EMISION       PIC 9(8).
           03 CRG-ESTADO        PIC X.
           03 CRG-FECHA-ENTREGA PIC 9(8).
