      *>--------------------------------------------------------------
      *> COPYLIB PRESPR - parrafos del registro de prestamos al
      *> personal, para PERFORMear desde cualquier programa que haya
      *> hecho COPY PRESPROC en su WORKING-STORAGE. PRESTAMOS se lee
      *> entero a la tabla y se regraba entero: si no entra en la
      *> tabla la corrida se rechaza antes que perder prestamos.
      *>--------------------------------------------------------------
       CARGAR-PRESTAMOS.
           MOVE ZERO TO WS-CANT-PRESTAMOS.
           MOVE "N" TO WS-FIN-PRESTAMOS.
           OPEN INPUT ARCH-PRESTAMOS.
           IF NOT FS-PRESTAMOS-OK
               MOVE "S" TO WS-FIN-PRESTAMOS
           END-IF.
           PERFORM UNTIL WS-FIN-PRESTAMOS = "S"
               READ ARCH-PRESTAMOS
                   AT END
                       MOVE "S" TO WS-FIN-PRESTAMOS
                       CLOSE ARCH-PRESTAMOS
                   NOT AT END
                       PERFORM ANOTAR-PRESTAMO
               END-READ
           END-PERFORM.

       ANOTAR-PRESTAMO.
           IF WS-CANT-PRESTAMOS >= 300
               DISPLAY "PRESTAMOS TIENE MAS DE 300 RENGLONES, SE "
                   "RECHAZA LA CORRIDA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-PRESTAMOS.
           MOVE WS-CANT-PRESTAMOS TO IX-PRE.
           MOVE PRE-LEGAJO TO TPR-LEGAJO (IX-PRE).
           MOVE PRE-NUMERO TO TPR-NUMERO (IX-PRE).
           MOVE PRE-TIPO TO TPR-TIPO (IX-PRE).
           MOVE PRE-IMPORTE TO TPR-IMPORTE (IX-PRE).
           MOVE PRE-CUOTAS TO TPR-CUOTAS (IX-PRE).
           MOVE PRE-MES-INICIO TO TPR-MES-INICIO (IX-PRE).
           MOVE PRE-TASA TO TPR-TASA (IX-PRE).
           MOVE PRE-CUOTAS-PAGAS TO TPR-CUOTAS-PAGAS (IX-PRE).
           MOVE PRE-SALDO TO TPR-SALDO (IX-PRE).
           MOVE PRE-ESTADO TO TPR-ESTADO (IX-PRE).
           MOVE PRE-ULT-PERIODO TO TPR-ULT-PERIODO (IX-PRE).
           MOVE PRE-ULT-IMPORTE TO TPR-ULT-IMPORTE (IX-PRE).
           MOVE ZEROS TO TPR-MES (IX-PRE).
      *>   ALTA NUEVA: EL SALDO ARRANCA EN EL TOTAL A DEVOLVER
           IF TPR-ESTADO (IX-PRE) = "A"
              AND TPR-CUOTAS-PAGAS (IX-PRE) = ZERO
              AND TPR-SALDO (IX-PRE) = ZERO
               PERFORM CALCULAR-CUOTA-PRESTAMO
               MOVE WS-PRE-TOTAL TO TPR-SALDO (IX-PRE)
           END-IF.

      *>   INTERES DIRECTO: EL CAPITAL MAS LA TASA ANUAL POR LOS
      *>   MESES DEL PLAN, EN CUOTAS IGUALES; LA ULTIMA CUOTA NUNCA
      *>   PASA EL SALDO
       CALCULAR-CUOTA-PRESTAMO.
           COMPUTE WS-PRE-TOTAL ROUNDED = TPR-IMPORTE (IX-PRE)
               + TPR-IMPORTE (IX-PRE) * TPR-TASA (IX-PRE)
                 * TPR-CUOTAS (IX-PRE) / 1200.
           IF TPR-CUOTAS (IX-PRE) > ZERO
               COMPUTE WS-PRE-CUOTA ROUNDED =
                   WS-PRE-TOTAL / TPR-CUOTAS (IX-PRE)
           ELSE
               MOVE WS-PRE-TOTAL TO WS-PRE-CUOTA
           END-IF.
           IF TPR-SALDO (IX-PRE) > ZERO
              AND WS-PRE-CUOTA > TPR-SALDO (IX-PRE)
               MOVE TPR-SALDO (IX-PRE) TO WS-PRE-CUOTA
           END-IF.

       GRABAR-PRESTAMOS.
           OPEN OUTPUT ARCH-PRESTAMOS.
           PERFORM VARYING IX-PRE FROM 1 BY 1
                   UNTIL IX-PRE > WS-CANT-PRESTAMOS
               MOVE TPR-LEGAJO (IX-PRE) TO PRE-LEGAJO
               MOVE TPR-NUMERO (IX-PRE) TO PRE-NUMERO
               MOVE TPR-TIPO (IX-PRE) TO PRE-TIPO
               MOVE TPR-IMPORTE (IX-PRE) TO PRE-IMPORTE
               MOVE TPR-CUOTAS (IX-PRE) TO PRE-CUOTAS
               MOVE TPR-MES-INICIO (IX-PRE) TO PRE-MES-INICIO
               MOVE TPR-TASA (IX-PRE) TO PRE-TASA
               MOVE TPR-CUOTAS-PAGAS (IX-PRE) TO PRE-CUOTAS-PAGAS
               MOVE TPR-SALDO (IX-PRE) TO PRE-SALDO
               MOVE TPR-ESTADO (IX-PRE) TO PRE-ESTADO
               MOVE TPR-ULT-PERIODO (IX-PRE) TO PRE-ULT-PERIODO
               MOVE TPR-ULT-IMPORTE (IX-PRE) TO PRE-ULT-IMPORTE
               WRITE REG-PRESTAMO
           END-PERFORM.
           CLOSE ARCH-PRESTAMOS.
