      *>   de mayor porcentaje de participacion)
           03 AUD-RESIDUO       PIC S9(3)V99 SIGN LEADING SEPARATE.
           03 AUD-ABSORBE       PIC X.
      *>   por socio (mismo orden que los cinco montos): moneda en
      *>   que cobra, tipo de cambio aplicado y su monto convertido;
      *>   renglones anteriores sin este tramo se leen como pesos
           03 AUD-SEP7          PIC X.
           03 AUD-MONEDA-SOCIO  OCCURS 5 TIMES.
               05 AUD-MONEDA       PIC X(3).
               05 AUD-SEP-MON1     PIC X.
               05 AUD-COTIZACION   PIC 9(5)V9(4).
               05 AUD-SEP-MON2     PIC X.
               05 AUD-MONTO-MONEDA PIC 9(9)V99.
               05 AUD-SEP-MON3     PIC X.
