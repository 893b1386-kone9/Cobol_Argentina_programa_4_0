           COPY ASIGNADOC.

       FD  ARCH-DOCENTES
           RECORD CONTAINS 65 CHARACTERS.
           COPY DOCENTES.

       FD  ARCH-NOMINA.
      *>   PADRON EN MEMORIA PARA PEGAR APELLIDO Y NOMBRE AL LEGAJO
       01 CANT-PADRON PIC 9(4) COMP VALUE ZERO.
       01 TABLA-PADRON.
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-PADRON OCCURS 6000 TIMES.
               05 TP-LEGAJO   PIC X(10).
               05 TP-APELLIDO PIC X(20).
               05 TP-NOMBRE   PIC X(20).
                       MOVE "S" TO FIN-PADRON
                   NOT AT END
      *>               UN PADRON A MEDIAS DEJA ALUMNOS REALES COMO
      *>               "(NO ESTA EN PADRON)": SI SUPERA LOS 6000
      *>               LUGARES SE CORTA LA CORRIDA
                       IF CANT-PADRON >= 6000
                           DISPLAY "EL PADRON SUPERA LOS 6000 "
                               "LEGAJOS EN MEMORIA, LA NOMINA "
                               "SALDRIA CON NOMBRES ERRADOS: "
                               "SE CORTA LA CORRIDA"
