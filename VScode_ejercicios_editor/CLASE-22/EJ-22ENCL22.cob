                       MOVE "S" TO FIN-NOTAS
                       CLOSE ARCH-NOTAS-ALUMNO
                   NOT AT END
      *>               LOS RENGLONES "TP" LOS AGREGA EJ-34ENCL22 CON
      *>               LOS TRABAJOS PRACTICOS: NO SON EL ACTA CARGADA
                       IF NA-MATERIA >= 1 AND NA-MATERIA <= 3
                          AND NA-INSTANCIA NOT = "TP"
                           MOVE "S" TO
                                MATERIA-CON-NOTAS (NA-MATERIA)
                       END-IF
