           03 VEN-HORA     PIC 99.
           03 FILLER       PIC X VALUE ";".
           03 VEN-OPERADOR PIC X(10).
      *>   medio de pago: E efectivo, T tarjeta (espacio, lotes
      *>   viejos = efectivo); lo usa el arqueo por cajero
           03 FILLER       PIC X VALUE ";".
           03 VEN-MEDIO    PIC X.

      *>   PARAMANUL trae la hora de cierre de caja y el tope de
      *>   anulaciones por operador por dia (un registro); si no
