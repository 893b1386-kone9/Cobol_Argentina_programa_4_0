      *>--------------------------------------------------------------
      *> COPYLIB GANPR - parrafos del impuesto a las ganancias de la
      *> nomina, para PERFORMear desde cualquier programa que haya
      *> hecho COPY GANPROC en su WORKING-STORAGE. El calculo es
      *> acumulado: la base es la ganancia neta del anio hasta el
      *> mes WS-GAN-MESES y tanto las deducciones como los tramos de
      *> la escala anual se prorratean por WS-GAN-MESES / 12, asi
      *> el mes 12 da el impuesto del anio entero. Lo que ya se
      *> retuvo en los meses anteriores lo resta el que llama.
      *>--------------------------------------------------------------
       CARGAR-ESCALA-GANANCIAS.
           MOVE ZERO TO WS-GAN-CANT-TRAMOS.
           MOVE "N" TO WS-GAN-ESCALA-OK.
           MOVE "N" TO WS-FIN-ESCGANAN.
           OPEN INPUT ARCH-ESCGANAN.
           IF NOT FS-ESCGANAN-OK
               MOVE "S" TO WS-FIN-ESCGANAN
           END-IF.
           PERFORM UNTIL WS-FIN-ESCGANAN = "S"
               READ ARCH-ESCGANAN
                   AT END
                       MOVE "S" TO WS-FIN-ESCGANAN
                       CLOSE ARCH-ESCGANAN
                   NOT AT END
                       IF EGA-ANIO = WS-GAN-ANIO
                           IF WS-GAN-CANT-TRAMOS >= 20
                               DISPLAY "ADVERTENCIA: SE IGNORA TRAMO "
                                   "DE GANANCIAS, YA HAY 20"
                           ELSE
                               ADD 1 TO WS-GAN-CANT-TRAMOS
                               MOVE EGA-DESDE TO
                                    WS-GAN-T-DESDE(WS-GAN-CANT-TRAMOS)
                               MOVE EGA-FIJO TO
                                    WS-GAN-T-FIJO(WS-GAN-CANT-TRAMOS)
                               MOVE EGA-PORC TO
                                    WS-GAN-T-PORC(WS-GAN-CANT-TRAMOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-GANPARAM.
           OPEN INPUT ARCH-GANPARAM.
           IF NOT FS-GANPARAM-OK
               MOVE "S" TO WS-FIN-GANPARAM
           END-IF.
           PERFORM UNTIL WS-FIN-GANPARAM = "S"
               READ ARCH-GANPARAM
                   AT END
                       MOVE "S" TO WS-FIN-GANPARAM
                       CLOSE ARCH-GANPARAM
                   NOT AT END
                       IF GPA-ANIO = WS-GAN-ANIO
                           MOVE GPA-MNI TO WS-GAN-MNI
                           MOVE GPA-ESPECIAL TO WS-GAN-ESPECIAL
                           MOVE GPA-CONYUGE TO WS-GAN-CONYUGE
                           MOVE GPA-HIJO TO WS-GAN-HIJO
                           IF WS-GAN-CANT-TRAMOS > ZERO
                               MOVE "S" TO WS-GAN-ESCALA-OK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>   DEDUCCIONES DEL LEGAJO PRORRATEADAS A LOS MESES CORRIDOS
       CALCULAR-DEDUCCIONES-GANANCIAS.
           COMPUTE WS-GAN-DEDUCCIONES ROUNDED =
               (WS-GAN-MNI + WS-GAN-ESPECIAL
                + WS-GAN-CONYUGE * WS-GAN-CANT-CONYUGE
                + WS-GAN-HIJO * WS-GAN-CANT-HIJOS
                + WS-GAN-DECLARADAS) * WS-GAN-MESES / 12.

      *>   IMPUESTO SOBRE WS-GAN-BASE: EL TRAMO ES EL DE MAYOR "DESDE"
      *>   (PRORRATEADO) QUE NO SUPERA LA BASE; FIJO DEL TRAMO MAS EL
      *>   PORCENTAJE SOBRE EL EXCEDENTE
       CALCULAR-IMPUESTO-GANANCIAS.
           MOVE ZEROS TO WS-GAN-IMPUESTO.
           MOVE ZERO TO IX-GAN-ELEGIDO.
           MOVE ZEROS TO WS-GAN-DESDE-ELEGIDO.
           IF WS-GAN-BASE > ZERO
               PERFORM VARYING IX-GAN-TRAMO FROM 1 BY 1
                       UNTIL IX-GAN-TRAMO > WS-GAN-CANT-TRAMOS
                   COMPUTE WS-GAN-DESDE-PROP ROUNDED =
                       WS-GAN-T-DESDE(IX-GAN-TRAMO) * WS-GAN-MESES / 12
                   IF WS-GAN-DESDE-PROP NOT > WS-GAN-BASE
                      AND (IX-GAN-ELEGIDO = ZERO
                           OR WS-GAN-DESDE-PROP
                              NOT < WS-GAN-DESDE-ELEGIDO)
                       MOVE IX-GAN-TRAMO TO IX-GAN-ELEGIDO
                       MOVE WS-GAN-DESDE-PROP TO WS-GAN-DESDE-ELEGIDO
                   END-IF
               END-PERFORM
           END-IF.
           IF IX-GAN-ELEGIDO > ZERO
               COMPUTE WS-GAN-IMPUESTO ROUNDED =
                   WS-GAN-T-FIJO(IX-GAN-ELEGIDO) * WS-GAN-MESES / 12
                   + (WS-GAN-BASE - WS-GAN-DESDE-ELEGIDO)
                     * WS-GAN-T-PORC(IX-GAN-ELEGIDO) / 100
           END-IF.
