                       MOVE "S" TO WS-FIN-TRANSCRIPT
                       CLOSE ARCH-TRANSCRIPT
                   NOT AT END
      *>               LA EQUIVALENCIA SIN NOTA (TERMINO EQUIV, NOTA
      *>               CERO) CUENTA COMO APROBADA PERO NO PROMEDIA
                       IF TR-LEGAJO = TP-LEGAJO (IX-POS)
                           IF TR-TERMINO NOT = "EQUIV"
                              OR TR-NOTA > ZERO
                               ADD TR-NOTA TO WS-SUMA-NOTAS
                               ADD 1 TO WS-CANT-NOTAS
                           END-IF
                           IF TR-MATERIA >= 1 AND TR-MATERIA <= 3
                              AND (TR-NOTA NOT < WS-NOTA-APROBACION
                                   OR TR-TERMINO = "EQUIV")
                               MOVE "S" TO
                                    WS-TIENE-APROBADA (TR-MATERIA)
                           END-IF
