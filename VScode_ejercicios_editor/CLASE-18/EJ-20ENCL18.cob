      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-RESERVAS
           RECORD CONTAINS 55 CHARACTERS.
           COPY RESERVAS.

       FD  ARCH-VISITASHORA.
               05 TR-INSTITUCION PIC X(25).
               05 TR-CANTIDAD    PIC 9(4).
               05 TR-ESTADO      PIC X(9).
               05 TR-IDIOMA      PIC XX.
       77 IX-RES PIC 9(3) VALUE ZERO.

      *>   TASA DE AUSENCIAS POR INSTITUCION
               MOVE TR-CANTIDAD (IX-RES) TO RES-CANTIDAD
               MOVE ";" TO RES-SEP4
               MOVE TR-ESTADO (IX-RES) TO RES-ESTADO
               MOVE ";" TO RES-SEP5
               MOVE TR-IDIOMA (IX-RES) TO RES-IDIOMA
               WRITE REG-RESERVA
           END-PERFORM.
           CLOSE ARCH-RESERVAS.
                                TR-CANTIDAD (WS-CANT-RESERVAS)
                           MOVE RES-ESTADO TO
                                TR-ESTADO (WS-CANT-RESERVAS)
                           MOVE RES-IDIOMA TO
                                TR-IDIOMA (WS-CANT-RESERVAS)
                       END-IF
               END-READ
           END-PERFORM.
