           RECORD CONTAINS 32 CHARACTERS.
           COPY TASAS.

       FD  ARCH-PAGOSREG
           RECORD CONTAINS 58 CHARACTERS.
           COPY PAGOREG.

       FD  ARCH-DUPLICADOS.
       01  REG-DUPLICADO.
           MOVE PAGO-PAGADOR TO PR-PAGADOR.
           MOVE WS-FECHA-NORM-ARMADA TO PR-FECHA.
           MOVE PAGO-IMPORTE TO PR-IMPORTE.
      *>   el punitorio facturado queda asentado para el estado de
      *>   cuenta; la referencia del banco la completa la
      *>   conciliacion
           MOVE WS-INTERES TO PR-INTERES.
           MOVE SPACES TO PR-REFERENCIA.
           WRITE REG-PAGOREG.

       CARGAR-PAGOSREG.
