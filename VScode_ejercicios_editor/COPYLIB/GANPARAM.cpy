      *>--------------------------------------------------------------
      *> COPYLIB GANPARAM - deducciones generales del impuesto a las
      *> ganancias por anio fiscal, en importes anuales: ganancia no
      *> imponible, deduccion especial del empleado en relacion de
      *> dependencia y lo que se deduce por conyuge y por cada hijo
      *> a cargo (las cargas salen de FAMILIARES). Un renglon por
      *> anio; sin renglon del anio la nomina retiene GANANCIAS con
      *> el porcentaje plano de DESCUENTOS, como antes.
      *>--------------------------------------------------------------
       01  REG-GANPARAM.
           03 GPA-ANIO      PIC 9(4).
           03 GPA-MNI       PIC 9(9)V99.
           03 GPA-ESPECIAL  PIC 9(9)V99.
           03 GPA-CONYUGE   PIC 9(9)V99.
           03 GPA-HIJO      PIC 9(9)V99.
