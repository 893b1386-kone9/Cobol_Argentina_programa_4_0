           03 LCN-DIAS        PIC 9(3).

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-LICENCIAS
