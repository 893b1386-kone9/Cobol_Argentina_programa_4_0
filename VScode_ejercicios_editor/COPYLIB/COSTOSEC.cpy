      *>--------------------------------------------------------------
      *> COPYLIB COSTOSEC - historia del costo laboral real por
      *> periodo (AAAAMM) y sector, que deja cada liquidacion
      *> mensual (EJ-02ENCL23) junto al resumen F.931: headcount
      *> liquidado, bruto (horas extra incluidas), contribuciones
      *> patronales, la parte del bruto que fueron horas extra y la
      *> provision de aguinaldo del mes (un doceavo del bruto). Si
      *> un periodo se liquida de nuevo, el renglon mas nuevo de un
      *> mismo periodo y sector pisa al anterior. Lo lee el control
      *> de presupuesto laboral (EJ-23ENCL23).
      *>--------------------------------------------------------------
       01  REG-COSTOSEC.
           03 CSS-PERIODO   PIC 9(6).
           03 CSS-SECTOR    PIC 99.
           03 CSS-HEADCOUNT PIC 9(5).
           03 CSS-BRUTO     PIC 9(11)V99.
           03 CSS-CONTRIB   PIC 9(11)V99.
           03 CSS-HS-EXTRA  PIC 9(11)V99.
           03 CSS-PROV-SAC  PIC 9(11)V99.
