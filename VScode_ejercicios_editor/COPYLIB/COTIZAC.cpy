      *>--------------------------------------------------------------
      *> COPYLIB COTIZAC - cotizaciones de moneda extranjera con
      *> vigencia: un renglon por moneda y fecha desde la que rige el
      *> tipo de cambio (pesos por unidad de moneda). Rige el renglon
      *> de la moneda con la mayor fecha desde que no pase la fecha
      *> de la distribucion.
      *>--------------------------------------------------------------
       01  REG-COTIZACION.
           03 COT-MONEDA    PIC X(3).
           03 COT-SEP1      PIC X.
           03 COT-VIG-DESDE PIC 9(8).
           03 COT-SEP2      PIC X.
           03 COT-TIPO      PIC 9(5)V9(4).
