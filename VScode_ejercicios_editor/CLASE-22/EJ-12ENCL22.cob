                       MOVE "S" TO FIN-TRANSCRIPT
                       CLOSE ARCH-TRANSCRIPT
                   NOT AT END
      *>               LA EQUIVALENCIA SIN NOTA (TERMINO EQUIV, NOTA
      *>               CERO) NO ES UNA CALIFICACION: NO PROMEDIA
                       IF TR-TERMINO = "EQUIV" AND TR-NOTA = ZERO
                           CONTINUE
                       ELSE
                           IF CANT-HISTORIAL >= 1000
                               DISPLAY "ADVERTENCIA: SE IGNORA RENGLON "
                                   "DE TRANSCRIPT, YA HAY 1000 CARGADOS"
                           ELSE
                               ADD 1 TO CANT-HISTORIAL
                               MOVE TR-LEGAJO TO
                                    TH-LEGAJO (CANT-HISTORIAL)
                               MOVE TR-NOTA TO
                                    TH-NOTA (CANT-HISTORIAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
