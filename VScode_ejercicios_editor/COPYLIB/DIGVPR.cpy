      *>--------------------------------------------------------------
      *> COPYLIB DIGVPR - parrafos de la rutina compartida de digito
      *> verificador del legajo, para PERFORMear desde cualquier
      *> programa que haya hecho COPY DIGVPROC en su WORKING-STORAGE.
      *> CALCULAR-DIGITO-LEGAJO toma las 9 primeras posiciones de
      *> WS-DV-LEGAJO y deja el digito en WS-DV-CALCULADO (10 = sin
      *> digito posible). VERIFICAR-DIGITO-LEGAJO deja WS-DV-VALIDO
      *> en "S" o "N"; un legajo viejo alfanumerico no se controla
      *> (WS-DV-APLICA "N") y se da por valido.
      *>--------------------------------------------------------------
       CALCULAR-DIGITO-LEGAJO.
           MOVE ZERO TO WS-DV-SUMA.
           MOVE 2 TO WS-DV-PESO.
           PERFORM VARYING WS-DV-IX FROM 9 BY -1
                   UNTIL WS-DV-IX < 1
               COMPUTE WS-DV-SUMA = WS-DV-SUMA +
                   WS-DV-DIGITO (WS-DV-IX) * WS-DV-PESO
               ADD 1 TO WS-DV-PESO
               IF WS-DV-PESO > 7
                   MOVE 2 TO WS-DV-PESO
               END-IF
           END-PERFORM.
           COMPUTE WS-DV-RESTO = FUNCTION MOD (WS-DV-SUMA, 11).
           COMPUTE WS-DV-CALCULADO = 11 - WS-DV-RESTO.
           IF WS-DV-CALCULADO = 11
               MOVE ZERO TO WS-DV-CALCULADO
           END-IF.

       VERIFICAR-DIGITO-LEGAJO.
           MOVE "S" TO WS-DV-VALIDO.
           MOVE "N" TO WS-DV-APLICA.
           IF WS-DV-LEGAJO IS NUMERIC
               MOVE "S" TO WS-DV-APLICA
               PERFORM CALCULAR-DIGITO-LEGAJO
               IF WS-DV-CALCULADO = 10
                  OR WS-DV-CALCULADO NOT = WS-DV-DIGITO (10)
                   MOVE "N" TO WS-DV-VALIDO
               END-IF
           END-IF.
