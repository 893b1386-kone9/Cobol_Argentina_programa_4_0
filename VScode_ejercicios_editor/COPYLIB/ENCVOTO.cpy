      *>--------------------------------------------------------------
      *> COPYLIB ENCVOTO - registro de quien ya contesto la encuesta
      *> docente; un renglon por legajo + materia + comision, sin las
      *> respuestas (que van anonimas en ENCRESP). Con esto el posteo
      *> rechaza una segunda hoja del mismo alumno para la misma
      *> comision.
      *>--------------------------------------------------------------
       01  REG-ENCVOTO.
           03 EVO-LEGAJO   PIC X(10).
           03 EVO-MATERIA  PIC 9.
           03 EVO-COMISION PIC 9.
