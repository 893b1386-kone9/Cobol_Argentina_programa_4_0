      *>--------------------------------------------------------------
      *> COPYLIB CATEGOR - escala salarial del convenio colectivo; un
      *> renglon por categoria y version de la escala con el basico
      *> de la categoria y el porcentaje de antiguedad que suma cada
      *> anio cumplido desde MAE-FECHA-INGRESO. Cada paritaria agrega
      *> una version nueva con su vigencia (AAAAMMDD desde/hasta;
      *> ceros = siempre vigente), igual que TASAS y PRECIOS: la
      *> liquidacion toma la version en vigor a la fecha en que
      *> corre, asi reliquidar un mes viejo usa la escala de aquel
      *> momento.
      *>--------------------------------------------------------------
       01  REG-CATEGORIA.
           03 CAT-CODIGO      PIC X(4).
           03 CAT-NOMBRE      PIC X(30).
           03 CAT-BASICO      PIC 9(9)V99.
      *>   porcentaje del basico por cada anio de antiguedad
           03 CAT-PORC-ANTIG  PIC 9V99.
           03 CAT-VIG-DESDE   PIC 9(8).
           03 CAT-VIG-HASTA   PIC 9(8).
