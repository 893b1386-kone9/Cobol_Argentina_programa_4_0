      *>--------------------------------------------------------------
      *> COPYLIB PRODUCTO - maestro de articulos de la tienda del
      *> museo; un renglon por articulo con su descripcion, costo y
      *> precio de venta, el punto de pedido (con ese stock o menos
      *> hay que reponer), el proveedor y el stock segun libros.
      *> El stock lo mueven la venta itemizada, las recepciones de
      *> mercaderia y los conteos fisicos (EJ-37ENCL18); el resto de
      *> los datos se mantiene a mano como el maestro de SALAS.
      *>--------------------------------------------------------------
       01  REG-PRODUCTO.
           03 PRD-CODIGO       PIC X(8).
           03 PRD-SEP1         PIC X.
           03 PRD-DESCRIPCION  PIC X(30).
           03 PRD-SEP2         PIC X.
           03 PRD-COSTO        PIC 9(7)V99.
           03 PRD-SEP3         PIC X.
           03 PRD-PRECIO       PIC 9(7)V99.
           03 PRD-SEP4         PIC X.
           03 PRD-PUNTO-PEDIDO PIC 9(5).
           03 PRD-SEP5         PIC X.
           03 PRD-PROVEEDOR    PIC X(20).
           03 PRD-SEP6         PIC X.
           03 PRD-STOCK        PIC 9(6).
