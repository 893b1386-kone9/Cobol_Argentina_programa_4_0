      *>--------------------------------------------------------------
      *> COPYLIB PREVPAR - tramos de antiguedad de la prevision para
      *> deudores incobrables (PARAMPREV): un renglon por tramo con
      *> los dias de atraso desde/hasta (hasta 9999 = sin tope) y el
      *> porcentaje del saldo que se previsiona. Lo lee el cierre de
      *> incobrables (EJ-30ENCL18); contabilidad lo ajusta cada
      *> ejercicio sin tocar el programa.
      *>--------------------------------------------------------------
       01  REG-PREVPAR.
           03 PPV-DIAS-DESDE PIC 9(4).
           03 PPV-SEP1       PIC X.
           03 PPV-DIAS-HASTA PIC 9(4).
           03 PPV-SEP2       PIC X.
           03 PPV-PORC       PIC 9(3)V99.
