                           MOVE "S" TO WS-FIN-NOTAS
                           CLOSE ARCH-NOTAS-ALUMNO
                       NOT AT END
      *>                   LA NOTA DE TRABAJO PRACTICO NO ES EXAMEN:
      *>                   NO SACA A NADIE DEL RECUPERATORIO
                           IF NA-INSTANCIA NOT = "TP"
                               PERFORM GUARDAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GUARDAR-NOTA.
           IF WS-CANT-NOTAS >= 500
               DISPLAY "ADVERTENCIA: SE IGNORA NOTA,"
                   " YA HAY 500 CARGADAS"
           ELSE
               ADD 1 TO WS-CANT-NOTAS
               MOVE NA-ID-ALUMNO TO TN-LEGAJO(WS-CANT-NOTAS)
               MOVE NA-MATERIA TO TN-MATERIA(WS-CANT-NOTAS)
               MOVE NA-FECHA TO TN-FECHA(WS-CANT-NOTAS)
           END-IF.

           COPY NOTIFPR.
