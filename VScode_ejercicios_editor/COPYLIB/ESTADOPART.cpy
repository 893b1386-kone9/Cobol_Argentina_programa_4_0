           03 EST-ADELANTO       PIC $ZZZ.ZZZ.ZZ9,99.
           03 EST-SEP9           PIC X(06).
           03 EST-PAGADO         PIC $ZZZ.ZZZ.ZZ9,99.
      *>   moneda en que cobra el socio, tipo de cambio en vigor a
      *>   la fecha de la distribucion y lo pagado convertido a esa
      *>   moneda (en pesos: ARS, tipo 1 y el mismo importe)
           03 EST-SEP10          PIC X(05).
           03 EST-MONEDA         PIC X(3).
           03 EST-SEP11          PIC X.
           03 EST-COTIZACION     PIC ZZ.ZZ9,9999.
           03 EST-SEP12          PIC X.
           03 EST-PAGADO-MONEDA  PIC ZZZ.ZZZ.ZZ9,99.
