      *>--------------------------------------------------------------
      *> COPYLIB ESTSPR - parrafos CARGAR-ESTADO-SALAS, para
      *> PERFORMear una vez al arrancar, y CONSULTAR-ESTADO-SALA,
      *> que devuelve el estado de WS-ESA-SALA en WS-ESA-FECHA
      *> (COPY ESTSPROC en WORKING-STORAGE y FD ARCH-ESTSALA). Sin
      *> archivo SALAESTADO todas las salas estan abiertas. Si dos
      *> renglones tocan la misma fecha manda el cierre, y entre
      *> reducciones el aforo menor.
      *>--------------------------------------------------------------
       CARGAR-ESTADO-SALAS.
           MOVE ZERO TO WS-CANT-ESTSALA.
           MOVE "N" TO WS-FIN-ESTSALA.
           OPEN INPUT ARCH-ESTSALA.
           IF NOT FS-ESTSALA-OK
               MOVE "S" TO WS-FIN-ESTSALA
           END-IF.
           PERFORM UNTIL WS-FIN-ESTSALA = "S"
               READ ARCH-ESTSALA
                   AT END
                       MOVE "S" TO WS-FIN-ESTSALA
                       CLOSE ARCH-ESTSALA
                   NOT AT END
                       IF ESA-ESTADO NOT = "CERRADA"
                          AND ESA-ESTADO NOT = "REDUCIDA"
                           DISPLAY "ESTADO DE SALA DESCONOCIDO: "
                               ESA-ESTADO " SALA " ESA-SALA
                               ", SE IGNORA"
                       ELSE
                           IF WS-CANT-ESTSALA >= 200
                               DISPLAY "ADVERTENCIA: SE IGNORA ESTADO "
                                   "DE SALA " ESA-SALA ", YA HAY 200 "
                                   "CARGADOS"
                           ELSE
                               ADD 1 TO WS-CANT-ESTSALA
                               MOVE ESA-SALA TO
                                    TES-SALA (WS-CANT-ESTSALA)
                               MOVE ESA-DESDE TO
                                    TES-DESDE (WS-CANT-ESTSALA)
                               MOVE ESA-HASTA TO
                                    TES-HASTA (WS-CANT-ESTSALA)
                               MOVE ESA-ESTADO TO
                                    TES-ESTADO (WS-CANT-ESTSALA)
                               MOVE ESA-AFORO TO
                                    TES-AFORO (WS-CANT-ESTSALA)
                               MOVE ESA-MOTIVO TO
                                    TES-MOTIVO (WS-CANT-ESTSALA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONSULTAR-ESTADO-SALA.
           MOVE "ABIERTA" TO WS-ESA-ESTADO.
           MOVE ZERO TO WS-ESA-AFORO.
           MOVE SPACES TO WS-ESA-MOTIVO.
           PERFORM VARYING IX-TES FROM 1 BY 1
                   UNTIL IX-TES > WS-CANT-ESTSALA
               IF TES-SALA (IX-TES) = WS-ESA-SALA
                  AND TES-DESDE (IX-TES) NOT > WS-ESA-FECHA
                  AND TES-HASTA (IX-TES) NOT < WS-ESA-FECHA
                   EVALUATE TRUE
                       WHEN TES-ESTADO (IX-TES) = "CERRADA"
                           MOVE "CERRADA" TO WS-ESA-ESTADO
                           MOVE ZERO TO WS-ESA-AFORO
                           MOVE TES-MOTIVO (IX-TES) TO WS-ESA-MOTIVO
                       WHEN WS-ESA-ESTADO = "CERRADA"
                           CONTINUE
                       WHEN WS-ESA-ESTADO = "ABIERTA"
                          OR TES-AFORO (IX-TES) < WS-ESA-AFORO
                           MOVE "REDUCIDA" TO WS-ESA-ESTADO
                           MOVE TES-AFORO (IX-TES) TO WS-ESA-AFORO
                           MOVE TES-MOTIVO (IX-TES) TO WS-ESA-MOTIVO
                   END-EVALUATE
               END-IF
           END-PERFORM.
