      *> fecha, hora de entrada y de salida en HHMM), calcula por dia
      *> las horas normales (hasta 8), las extra al 50 (las dos
      *> siguientes) y las extra al 100 (lo que pasa de 10), acumula
      *> por legajo y deja cada dia con horas extra en el detalle
      *> HSEXTDIA. El resumen del mes que la liquidacion
      *> (EJ-02ENCL23) convierte en conceptos del recibo ya no sale
      *> de aca: lo arma la justificacion de horas extra
      *> (EJ-25ENCL23) con las horas justificadas por el plan del
      *> sector o autorizadas por su jefe.

      *>--------------------------------------
      *> IdentificarDatos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FICHADAS.

      *>   HSEXTDIA es el detalle diario de horas extra por legajo
      *>   (ver COPYLIB HSEXTDIA)
           SELECT ARCH-HSEXTDIA ASSIGN TO "HSEXTDIA"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   OPERADORES es el maestro de acceso: el operador y su
           03 FIC-HORA-ENTRADA PIC 9(4).
           03 FIC-HORA-SALIDA  PIC 9(4).

       FD  ARCH-HSEXTDIA
           RECORD CONTAINS 28 CHARACTERS.
           COPY HSEXTDIA.

       FD  ARCH-OPERADORES
           RECORD CONTAINS 111 CHARACTERS.
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-HSEXTDIA.
           PERFORM UNTIL WS-FIN-FICHADAS = "S"
               READ ARCH-FICHADAS
                   AT END
               END-READ
           END-PERFORM.

           CLOSE ARCH-HSEXTDIA.
           PERFORM INFORMAR-HORAS.

           DISPLAY " ".
           DISPLAY "FICHADAS LEIDAS:    " WS-FICHADAS-LEIDAS.
           IF WS-HS-50-DIA = ZERO AND WS-HS-100-DIA = ZERO
               GO TO PROCESAR-FICHADA-FIN
           END-IF.
           MOVE FIC-LEGAJO TO HED-LEGAJO.
           MOVE FIC-FECHA TO HED-FECHA.
           MOVE WS-HS-50-DIA TO HED-HS-50.
           MOVE WS-HS-100-DIA TO HED-HS-100.
           WRITE REG-HSEXTDIA.
           PERFORM UBICAR-LEGAJO.
           IF IX-LEG-HALLADO > ZERO
               ADD WS-HS-50-DIA TO TH-HS-50 (IX-LEG-HALLADO)
               END-IF
           END-IF.

      *>   TOTALES DEL MES POR LEGAJO, ANTES DE JUSTIFICAR
       INFORMAR-HORAS.
           PERFORM VARYING IX-LEG FROM 1 BY 1
                   UNTIL IX-LEG > WS-CANT-LEGAJOS
               MOVE TH-HS-50 (IX-LEG) TO EDICION
               DISPLAY "LEGAJO " TH-LEGAJO (IX-LEG)
                   " HS 50%: " EDICION
               MOVE TH-HS-100 (IX-LEG) TO EDICION
               DISPLAY "           HS 100%: " EDICION
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
