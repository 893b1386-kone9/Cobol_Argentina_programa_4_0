      *> de ese cuatrimestre. Lo va acumulando la corrida que vuelca
      *> NOTASALUMNO al historial, y de aca sale el certificado
      *> analitico sin tener que grepear archivos de notas viejos.
      *> Una materia aprobada por equivalencia (otra facultad) entra
      *> con TR-TERMINO = "EQUIV" en lugar de un termino cursado; la
      *> nota en cero quiere decir "aprobada por equivalencia" sin
      *> calificacion (el detalle y la resolucion viven en EQUIVREG).
      *>--------------------------------------------------------------
       01  REG-TRANSCRIPT.
           03 TR-LEGAJO  PIC X(10).
