      *>--------------------------------------------------------------
      *> COPYLIB GANHIST - historico de ganancias de la nomina; la
      *> liquidacion agrega un renglon por legajo y periodo AAAAMM
      *> con la remuneracion bruta, los aportes deducibles, lo
      *> retenido y lo devuelto de ganancias en el mes. Es la base
      *> del calculo acumulado del anio y del ajuste anual. Si el
      *> mes se vuelve a liquidar, el renglon mas nuevo del mismo
      *> legajo y periodo reemplaza al anterior. El periodo AAAA13
      *> marca el ajuste anual del anio AAAA ya aplicado en un
      *> recibo, para que no se cobre ni se devuelva dos veces.
      *>--------------------------------------------------------------
       01  REG-GANHIST.
           03 GHI-PERIODO   PIC 9(6).
           03 GHI-LEGAJO    PIC X(10).
           03 GHI-BRUTO     PIC 9(9)V99.
           03 GHI-APORTES   PIC 9(9)V99.
           03 GHI-RETENIDO  PIC 9(9)V99.
           03 GHI-DEVUELTO  PIC 9(9)V99.
