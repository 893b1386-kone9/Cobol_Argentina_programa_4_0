      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-PARAMSAL.
