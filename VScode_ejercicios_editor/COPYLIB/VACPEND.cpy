      *>--------------------------------------------------------------
      *> COPYLIB VACPEND - dias de vacaciones no gozadas que pasan al
      *> anio siguiente; un renglon por legajo con el anio al que se
      *> arrastran y los dias. Lo regraba entero el cierre de anio
      *> (EJ-16ENOPER) con el saldo de cada legajo (ganados del anio
      *> mas lo arrastrado menos lo tomado) y lo suman a los dias
      *> del anio la corrida anual de vacaciones (EJ-08ENCL23) y la
      *> liquidacion final (EJ-10ENCL23). Sin archivo nadie arrastra
      *> dias.
      *>--------------------------------------------------------------
       01  REG-VACPEND.
           03 VP-LEGAJO       PIC X(10).
           03 VP-SEP1         PIC X.
           03 VP-ANIO         PIC 9(4).
           03 VP-SEP2         PIC X.
           03 VP-DIAS         PIC 9(3).
