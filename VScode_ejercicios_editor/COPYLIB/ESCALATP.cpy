      *>--------------------------------------------------------------
      *> COPYLIB ESCALATP - escala para pasar el porcentaje de
      *> respuestas correctas de los impares a nota de trabajo
      *> practico (0 a 10): un renglon por escalon con el porcentaje
      *> minimo desde el que corre y la nota que le toca. Vale el
      *> escalon mas alto que el porcentaje alcanza; debajo del
      *> primero la nota es cero. La mantiene la catedra y la usa la
      *> corrida de fin de termino EJ-34ENCL22.
      *>--------------------------------------------------------------
       01  REG-ESCALATP.
           03 ETP-DESDE  PIC 999.
           03 ETP-SEP1   PIC X.
           03 ETP-NOTA   PIC 9(2)V99.
