           COPY SOCENTRA.

       FD  ARCH-SOCIOS
           RECORD CONTAINS 69 CHARACTERS.
           COPY SOCIOS.

       FD  ARCH-USOSOCIOS.
