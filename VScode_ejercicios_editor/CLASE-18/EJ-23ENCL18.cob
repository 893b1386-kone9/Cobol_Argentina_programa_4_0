           COPY ADELANTO.

       FD  ARCH-PARTICIPANTES
           RECORD CONTAINS 69 CHARACTERS.
           COPY PARTMAST.

       FD  ARCH-OPERADORES
