           COPY RECIBO.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-CUOTAS.
           03 TRF-FECHA    PIC 9(8).
           03 TRF-SEP4     PIC X.
           03 TRF-LETRA    PIC X.
           03 TRF-SEP5     PIC X.
           03 TRF-MONEDA   PIC X(3).
           03 TRF-SEP6     PIC X.
           03 TRF-COTIZACION PIC 9(5)V9(4).
           03 TRF-SEP7     PIC X.
           03 TRF-IMPORTE-MONEDA PIC 9(9)V99.

       FD  ARCH-PARTICIPANTES
           RECORD CONTAINS 69 CHARACTERS.
           COPY PARTMAST.

       FD  ARCH-HUERFANOS.
      *>   BIEN POR ENCIMA DE LA CURVA DEL PADRON (940 LEGAJOS Y
      *>   SUBIENDO): UN LEGAJO QUE SE CAYERA DE ESTA TABLA SALDRIA
      *>   COMO FALSO HUERFANO EN TODO LISTADO/ESPERA
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-PADRON OCCURS 6000 TIMES.
               05 TP-LEGAJO PIC X(10).
       77 IX-PAD PIC 9(4) VALUE ZERO.

                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF CANT-PADRON >= 6000
                           DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO "
                               "DEL PADRON, YA HAY 6000 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-PADRON
                           MOVE PAD-LEGAJO TO
