           03 DOC-LEGAJO PIC X(10).
           03 DOC-NOMBRE PIC X(30).
           03 DOC-CARGO  PIC X(15).
      *>   legajo de la misma persona en el maestro de personal
      *>   (MAESEMPL), por donde cobra las horas catedra; en blanco
      *>   el docente no cobra por la nomina (ad honorem, externo)
           03 DOC-LEGAJO-EMPL PIC X(10).
