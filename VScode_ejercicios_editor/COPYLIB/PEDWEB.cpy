      *>--------------------------------------------------------------
      *> COPYLIB PEDWEB - pedidos de la preventa online tal como los
      *> baja la pagina web; un renglon por pedido con su numero, la
      *> fecha y hora de la franja elegida, la cantidad de entradas
      *> y el comprador. La toma de pedidos (EJ-35ENCL18) los
      *> confirma o rechaza contra el cupo restante de la franja.
      *>--------------------------------------------------------------
       01  REG-PEDIDO-WEB.
           03 PED-NUMERO    PIC X(10).
           03 PED-SEP1      PIC X.
           03 PED-FECHA     PIC 9(8).
           03 PED-SEP2      PIC X.
           03 PED-HORA      PIC 99.
           03 PED-SEP3      PIC X.
           03 PED-CANTIDAD  PIC 9(3).
           03 PED-SEP4      PIC X.
           03 PED-COMPRADOR PIC X(30).
