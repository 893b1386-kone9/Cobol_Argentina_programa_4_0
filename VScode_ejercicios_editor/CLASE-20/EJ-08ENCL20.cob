                   MOVE "N" TO TA-APROBO (IX-LEG-HALLADO, 3)
               END-IF
           END-IF.
      *>   UNA EQUIVALENCIA (TERMINO EQUIV) APRUEBA LA MATERIA AUNQUE
      *>   NO TRAIGA NOTA; SIN NOTA NO ENTRA AL PROMEDIO
           IF IX-LEG-HALLADO > ZERO
               IF TR-TERMINO NOT = "EQUIV" OR TR-NOTA > ZERO
                   ADD TR-NOTA TO TA-SUMA (IX-LEG-HALLADO)
                   ADD 1 TO TA-CANT (IX-LEG-HALLADO)
               END-IF
               IF TR-MATERIA >= 1 AND TR-MATERIA <= 3
                  AND (TR-NOTA NOT < NOTA-APROBACION
                       OR TR-TERMINO = "EQUIV")
                   MOVE "S" TO
                        TA-APROBO (IX-LEG-HALLADO, TR-MATERIA)
               END-IF
