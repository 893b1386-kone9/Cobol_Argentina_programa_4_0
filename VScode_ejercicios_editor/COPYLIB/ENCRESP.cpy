      *>--------------------------------------------------------------
      *> COPYLIB ENCRESP - respuestas aceptadas de la encuesta
      *> docente, SIN legajo: un renglon por hoja con la materia, la
      *> comision y las cinco respuestas. Quien contesto queda aparte
      *> en ENCVOTO, y cada tanda se graba ordenada por comision y
      *> respuestas, asi no se puede cruzar una hoja con un alumno
      *> por la posicion. De aca sale el reporte de resultados.
      *>--------------------------------------------------------------
       01  REG-ENCRESP.
           03 ERS-MATERIA   PIC 9.
           03 ERS-COMISION  PIC 9.
           03 ERS-RESPUESTA OCCURS 5 TIMES PIC 9.
