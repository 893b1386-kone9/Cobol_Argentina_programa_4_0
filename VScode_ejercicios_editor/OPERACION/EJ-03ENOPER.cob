      *>   CADA INICIO QUEDA PENDIENTE HASTA QUE APARECE UN ASIENTO
      *>   FINAL DEL MISMO JOB Y EL MISMO DIA; LOS ESTADOS PROPIOS
      *>   DEL LANZADOR SOBRE OTROS JOBS (FIN OK / FIN CAIDO /
      *>   SALTEADO) TAMBIEN CIERRAN EL PAR, PORQUE SON EL FIN REAL.
      *>   LOS RENGLONES "ENT ..." DE LA REVISION DE ENTRADAS SON DE
      *>   ANTES DE LANZAR EL JOB Y NO CIERRAN NADA
       APAREAR-CORRIDAS.
           MOVE "N" TO FIN-CONTROL.
           OPEN INPUT ARCH-CONTROL.
                       IF CTL-ESTADO = "INICIO"
                           PERFORM ANOTAR-INICIO
                       ELSE
                           IF CTL-ESTADO (1:4) NOT = "ENT "
                               PERFORM CERRAR-PAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
