      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-DOCENTES
           RECORD CONTAINS 65 CHARACTERS.
           COPY DOCENTES.

       FD  ARCH-ASIGNADOC
