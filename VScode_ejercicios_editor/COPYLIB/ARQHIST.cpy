      *>--------------------------------------------------------------
      *> COPYLIB ARQHIST - historia de arqueos de boleteria; un
      *> renglon por cajero, fecha y turno con la diferencia de
      *> efectivo y la de tarjeta (declarado menos esperado, en
      *> negativo cuando falta plata). La regraba entera el arqueo
      *> por cajero (EJ-40ENCL18), que cuenta de aca las diferencias
      *> repetidas de cada cajero.
      *>--------------------------------------------------------------
       01  REG-ARQHIST.
           03 AQH-FECHA        PIC 9(8).
           03 AQH-SEP1         PIC X.
           03 AQH-OPERADOR     PIC X(10).
           03 AQH-SEP2         PIC X.
           03 AQH-TURNO        PIC X.
           03 AQH-SEP3         PIC X.
           03 AQH-DIF-EFECTIVO PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 AQH-SEP4         PIC X.
           03 AQH-DIF-TARJETA  PIC S9(7)V99 SIGN LEADING SEPARATE.
