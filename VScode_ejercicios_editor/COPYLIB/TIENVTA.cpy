      *>--------------------------------------------------------------
      *> COPYLIB TIENVTA - venta itemizada de la tienda tal como la
      *> baja la caja; un renglon por articulo vendido con la fecha,
      *> el codigo (ver COPYLIB PRODUCTO), la cantidad y el importe
      *> cobrado del renglon. Descuenta stock y de su suma por dia
      *> sale el parte TIENDA que consume el estado de ingresos.
      *>--------------------------------------------------------------
       01  REG-TIENDA-VENTA.
           03 TVT-FECHA    PIC 9(8).
           03 TVT-SEP1     PIC X.
           03 TVT-CODIGO   PIC X(8).
           03 TVT-SEP2     PIC X.
           03 TVT-CANTIDAD PIC 9(4).
           03 TVT-SEP3     PIC X.
           03 TVT-IMPORTE  PIC 9(7)V99.
