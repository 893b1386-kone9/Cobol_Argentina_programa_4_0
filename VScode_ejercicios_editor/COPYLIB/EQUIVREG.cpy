      *>--------------------------------------------------------------
      *> COPYLIB EQUIVREG - registro de equivalencias otorgadas; un
      *> renglon por legajo + materia reconocida de otra facultad con
      *> la institucion de origen, el numero de resolucion, la fecha
      *> de la resolucion y la calificacion (tipo N con nota, tipo A
      *> aprobada por equivalencia sin nota, que viaja en cero). Lo
      *> deja la corrida de equivalencias junto con el renglon EQUIV
      *> de TRANSCRIPT, y de aca saca el certificado analitico la
      *> resolucion que imprime al lado de cada equivalencia.
      *>--------------------------------------------------------------
       01  REG-EQUIVREG.
           03 EQR-LEGAJO      PIC X(10).
           03 EQR-SEP1        PIC X.
           03 EQR-MATERIA     PIC 9.
           03 EQR-SEP2        PIC X.
           03 EQR-INSTITUCION PIC X(30).
           03 EQR-SEP3        PIC X.
           03 EQR-RESOLUCION  PIC X(12).
           03 EQR-SEP4        PIC X.
           03 EQR-FECHA       PIC 9(8).
           03 EQR-SEP5        PIC X.
           03 EQR-TIPO        PIC X.
           03 EQR-SEP6        PIC X.
           03 EQR-NOTA        PIC 9(2)V99.
           03 EQR-SEP7        PIC X.
           03 EQR-FECHA-POSTEO PIC 9(8).
           03 EQR-SEP8        PIC X.
           03 EQR-OPERADOR    PIC X(10).
