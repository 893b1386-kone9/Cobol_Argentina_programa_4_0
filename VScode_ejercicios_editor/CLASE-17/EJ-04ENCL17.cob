           COPY PLANMES.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-LICENCIAS
