      *>--------------------------------------------------------------
      *> COPYLIB PPTOSEC - presupuesto anual de costo laboral que
      *> arma finanzas; un renglon por anio, mes y sector con la
      *> dotacion presupuestada y el importe del costo total del mes
      *> (bruto mas contribuciones patronales mas provision de
      *> aguinaldo, el mismo alcance que el costo real de COPYLIB
      *> COSTOSEC). Lo lee el control de presupuesto laboral
      *> (EJ-23ENCL23).
      *>--------------------------------------------------------------
       01  REG-PPTOSEC.
           03 PPT-ANIO      PIC 9(4).
           03 PPT-MES       PIC 99.
           03 PPT-SECTOR    PIC 99.
           03 PPT-HEADCOUNT PIC 9(5).
           03 PPT-IMPORTE   PIC 9(11)V99.
