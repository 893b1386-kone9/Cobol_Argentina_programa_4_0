                     MOVE WS-MATERIA-CARGA TO NA-MATERIA
                     MOVE NOTAS(INDICE) TO NA-NOTA
                     MOVE WS-FECHA-CORRIDA TO NA-FECHA
                     MOVE SPACES TO NA-INSTANCIA
                     WRITE REG-NOTAS-ALUMNO
                 ELSE
      *>             el ausente queda asentado para el recuperatorio
                     MOVE WS-MATERIA-CARGA TO NA-MATERIA
                     MOVE NOTAS(INDICE) TO NA-NOTA
                     MOVE WS-FECHA-CORRIDA TO NA-FECHA
                     MOVE SPACES TO NA-INSTANCIA
                     WRITE REG-NOTAS-ALUMNO
                 ELSE
      *>             el ausente queda asentado para el recuperatorio
                     MOVE WS-MATERIA-CARGA TO NA-MATERIA
                     MOVE NOTAS(INDICE) TO NA-NOTA
                     MOVE WS-FECHA-CORRIDA TO NA-FECHA
                     MOVE SPACES TO NA-INSTANCIA
                     WRITE REG-NOTAS-ALUMNO
                 ELSE
      *>             el ausente queda asentado para el recuperatorio
