      *>--------------------------------------------------------------
      *> COPYLIB APORHIST - historia mensual de aportes y
      *> contribuciones por legajo; la liquidacion mensual
      *> (EJ-02ENCL23) agrega un renglon por legajo liquidado con el
      *> periodo AAAAMM, la categoria con la que se liquido, el bruto,
      *> los aportes de seguridad social retenidos al empleado (sin
      *> ganancias) y las contribuciones patronales depositadas. Si
      *> el mes se vuelve a liquidar, el renglon mas nuevo del mismo
      *> legajo y periodo reemplaza al anterior. Es la base del
      *> certificado de trabajo del art. 80 (EJ-24ENCL23).
      *>--------------------------------------------------------------
       01  REG-APORHIST.
           03 APH-PERIODO   PIC 9(6).
           03 APH-LEGAJO    PIC X(10).
           03 APH-CATEGORIA PIC X(4).
           03 APH-BRUTO     PIC 9(9)V99.
           03 APH-APORTES   PIC 9(9)V99.
           03 APH-CONTRIB   PIC 9(9)V99.
