       01 TABLA-PADRON.
      *>   BIEN POR ENCIMA DE LA CURVA DEL PADRON (940 LEGAJOS Y
      *>   SUBIENDO)
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-PADRON OCCURS 6000 TIMES.
               05 TP-LEGAJO  PIC X(10).
               05 TP-CARRERA PIC X(3).
       01 IX-PADRON PIC 9(4) COMP VALUE ZERO.
                       MOVE "S" TO FIN-PADRON
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF CANT-PADRON >= 6000
                           DISPLAY "EL PADRON SUPERA LOS 6000 "
                               "LEGAJOS EN MEMORIA: SE CORTA "
                               "LA CORRIDA"
                           STOP RUN
