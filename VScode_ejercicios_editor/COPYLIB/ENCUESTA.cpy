      *>--------------------------------------------------------------
      *> COPYLIB ENCUESTA - hoja de la encuesta docente de fin de
      *> termino tipeada por secretaria academica; un renglon por
      *> alumno + materia + comision con las cinco respuestas (1 a
      *> 5). Es el parte de entrada que postea EJ-30ENCL22: solo se
      *> acepta de quien curso esa comision y una vez por comision.
      *>--------------------------------------------------------------
       01  REG-ENCUESTA.
           03 ENC-LEGAJO    PIC X(10).
           03 ENC-MATERIA   PIC 9.
           03 ENC-COMISION  PIC 9.
           03 ENC-RESPUESTA OCCURS 5 TIMES PIC 9.
