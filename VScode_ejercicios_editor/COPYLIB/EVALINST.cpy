      *>--------------------------------------------------------------
      *> COPYLIB EVALINST - instancias de evaluacion de la cursada;
      *> un renglon por legajo + materia + comision + instancia con
      *> la nota y la fecha en que se tomo. Instancias: P1 y P2
      *> (parciales), TP (trabajo practico) y RE (recuperatorio).
      *> Hasta ahora cada catedra ponderaba en su planilla y a
      *> NOTASALUMNO llegaba un solo numero; con esto la ponderacion
      *> (ver COPYLIB PONDERAC) la hace la corrida de condicion de
      *> cursada. Si una instancia viene repetida vale la de fecha
      *> mas nueva.
      *>--------------------------------------------------------------
       01  REG-EVALINST.
           03 EVI-LEGAJO    PIC X(10).
           03 EVI-SEP1      PIC X.
           03 EVI-MATERIA   PIC 9.
           03 EVI-SEP2      PIC X.
           03 EVI-COMISION  PIC 9.
           03 EVI-SEP3      PIC X.
           03 EVI-INSTANCIA PIC X(2).
           03 EVI-SEP4      PIC X.
           03 EVI-NOTA      PIC 9(2)V99.
           03 EVI-SEP5      PIC X.
           03 EVI-FECHA     PIC 9(8).
