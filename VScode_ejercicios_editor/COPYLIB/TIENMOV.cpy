      *>--------------------------------------------------------------
      *> COPYLIB TIENMOV - movimientos de stock de la tienda que no
      *> son venta; un renglon por articulo con la fecha, el tipo
      *> (R = recepcion de mercaderia, suma al stock; C = conteo
      *> fisico, la cantidad es lo contado y reemplaza al stock de
      *> libros), el codigo, la cantidad y la referencia (remito
      *> del proveedor o planilla de conteo).
      *>--------------------------------------------------------------
       01  REG-TIENDA-MOV.
           03 TMV-FECHA      PIC 9(8).
           03 TMV-SEP1       PIC X.
           03 TMV-TIPO       PIC X.
           03 TMV-SEP2       PIC X.
           03 TMV-CODIGO     PIC X(8).
           03 TMV-SEP3       PIC X.
           03 TMV-CANTIDAD   PIC 9(6).
           03 TMV-SEP4       PIC X.
           03 TMV-REFERENCIA PIC X(15).
