      *>--------------------------------------------------------------
      *> COPYLIB LETRPR - parrafo IMPORTE-EN-LETRAS, para PERFORMear
      *> desde cualquier programa que haya hecho COPY LETRPROC en su
      *> WORKING-STORAGE SECTION. Deja en WS-LET-TEXTO el importe de
      *> WS-LET-IMPORTE en letras, por grupos de millones, miles y
      *> unidades, con los centavos en cifras ("CON 05/100").
      *>--------------------------------------------------------------
       IMPORTE-EN-LETRAS.
           MOVE SPACES TO WS-LET-TEXTO.
           MOVE 1 TO WS-LET-PTR.
           MOVE WS-LET-IMPORTE TO WS-LET-ENTERO.
           COMPUTE WS-LET-CTVS =
               (WS-LET-IMPORTE - WS-LET-ENTERO) * 100.
           COMPUTE WS-LET-MILLONES = WS-LET-ENTERO / 1000000.
           COMPUTE WS-LET-MILES =
               (WS-LET-ENTERO - WS-LET-MILLONES * 1000000) / 1000.
           COMPUTE WS-LET-UNIDADES = WS-LET-ENTERO
               - WS-LET-MILLONES * 1000000 - WS-LET-MILES * 1000.
           IF WS-LET-ENTERO = ZERO
               MOVE "CERO" TO WS-LET-PALABRA
               PERFORM AGREGAR-PALABRA-LETRAS
           END-IF.
           IF WS-LET-MILLONES = 1
               MOVE "UN" TO WS-LET-PALABRA
               PERFORM AGREGAR-PALABRA-LETRAS
               MOVE "MILLON" TO WS-LET-PALABRA
               PERFORM AGREGAR-PALABRA-LETRAS
           END-IF.
           IF WS-LET-MILLONES > 1
               MOVE WS-LET-MILLONES TO WS-LET-GRUPO
               MOVE "S" TO WS-LET-APOCOPE
               PERFORM GRUPO-EN-LETRAS
               MOVE "MILLONES" TO WS-LET-PALABRA
               PERFORM AGREGAR-PALABRA-LETRAS
           END-IF.
      *>   MIL SOLO, NO "UN MIL"
           IF WS-LET-MILES = 1
               MOVE "MIL" TO WS-LET-PALABRA
               PERFORM AGREGAR-PALABRA-LETRAS
           END-IF.
           IF WS-LET-MILES > 1
               MOVE WS-LET-MILES TO WS-LET-GRUPO
               MOVE "S" TO WS-LET-APOCOPE
               PERFORM GRUPO-EN-LETRAS
               MOVE "MIL" TO WS-LET-PALABRA
               PERFORM AGREGAR-PALABRA-LETRAS
           END-IF.
           IF WS-LET-UNIDADES > ZERO
               MOVE WS-LET-UNIDADES TO WS-LET-GRUPO
               MOVE "N" TO WS-LET-APOCOPE
               PERFORM GRUPO-EN-LETRAS
           END-IF.
           STRING "CON " DELIMITED BY SIZE
                  WS-LET-CTVS DELIMITED BY SIZE
                  "/100" DELIMITED BY SIZE
               INTO WS-LET-TEXTO WITH POINTER WS-LET-PTR.

      *>   UN GRUPO DE 1 A 999: CENTENA, Y DECENA Y UNIDAD (HASTA
      *>   VEINTINUEVE VAN EN UNA SOLA PALABRA)
       GRUPO-EN-LETRAS.
           COMPUTE WS-LET-CENTENA = WS-LET-GRUPO / 100.
           COMPUTE WS-LET-RESTO = WS-LET-GRUPO - WS-LET-CENTENA * 100.
           IF WS-LET-CENTENA > ZERO
               IF WS-LET-GRUPO = 100
                   MOVE "CIEN" TO WS-LET-PALABRA
               ELSE
                   MOVE LET-CENTENA-PAL (WS-LET-CENTENA) TO
                        WS-LET-PALABRA
               END-IF
               PERFORM AGREGAR-PALABRA-LETRAS
           END-IF.
           IF WS-LET-RESTO > ZERO AND WS-LET-RESTO < 30
               MOVE LET-UNIDAD-PAL (WS-LET-RESTO) TO WS-LET-PALABRA
               IF WS-LET-APOCOPE = "S" AND WS-LET-RESTO = 1
                   MOVE "UN" TO WS-LET-PALABRA
               END-IF
               IF WS-LET-APOCOPE = "S" AND WS-LET-RESTO = 21
                   MOVE "VEINTIUN" TO WS-LET-PALABRA
               END-IF
               PERFORM AGREGAR-PALABRA-LETRAS
           END-IF.
           IF WS-LET-RESTO NOT < 30
               COMPUTE WS-LET-DECENA = WS-LET-RESTO / 10
               COMPUTE WS-LET-UNIDAD =
                   WS-LET-RESTO - WS-LET-DECENA * 10
               MOVE LET-DECENA-PAL (WS-LET-DECENA) TO WS-LET-PALABRA
               PERFORM AGREGAR-PALABRA-LETRAS
               IF WS-LET-UNIDAD > ZERO
                   MOVE "Y" TO WS-LET-PALABRA
                   PERFORM AGREGAR-PALABRA-LETRAS
                   MOVE LET-UNIDAD-PAL (WS-LET-UNIDAD) TO
                        WS-LET-PALABRA
                   IF WS-LET-APOCOPE = "S" AND WS-LET-UNIDAD = 1
                       MOVE "UN" TO WS-LET-PALABRA
                   END-IF
                   PERFORM AGREGAR-PALABRA-LETRAS
               END-IF
           END-IF.

       AGREGAR-PALABRA-LETRAS.
           STRING WS-LET-PALABRA DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
               INTO WS-LET-TEXTO WITH POINTER WS-LET-PTR.
