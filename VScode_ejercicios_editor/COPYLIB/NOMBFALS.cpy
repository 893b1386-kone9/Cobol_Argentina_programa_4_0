      *>--------------------------------------------------------------
      *> COPYLIB NOMBFALS - lista de nombres ficticios para armar los
      *> juegos de prueba sin datos reales: un renglon por apellido y
      *> nombre inventados. La extraccion anonimizada EJ-11ENOPER
      *> combina los apellidos con los nombres de la lista, asi que
      *> con N renglones alcanza para N x N personas distintas.
      *>--------------------------------------------------------------
       01  REG-NOMBFALS.
           03 NF-APELLIDO PIC X(20).
           03 NF-SEP1     PIC X.
           03 NF-NOMBRE   PIC X(20).
