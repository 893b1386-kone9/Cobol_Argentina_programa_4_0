      *>--------------------------------------------------------------
      *> COPYLIB ESCGANAN - escala progresiva anual del impuesto a
      *> las ganancias de la nomina; un renglon por tramo y anio
      *> fiscal: desde que ganancia neta sujeta empieza el tramo, el
      *> impuesto fijo acumulado de los tramos anteriores y el
      *> porcentaje que paga el excedente sobre el "desde". La
      *> liquidacion mensual la prorratea por los meses corridos del
      *> anio (ver COPYLIB GANPR).
      *>--------------------------------------------------------------
       01  REG-ESCGANAN.
           03 EGA-ANIO   PIC 9(4).
           03 EGA-DESDE  PIC 9(9)V99.
           03 EGA-FIJO   PIC 9(9)V99.
           03 EGA-PORC   PIC 99V99.
