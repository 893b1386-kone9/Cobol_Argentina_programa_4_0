      *>--------------------------------------------------------------
      *> COPYLIB PERIPR - parrafo VERIFICAR-PERIODO-ABIERTO, para
      *> PERFORMear desde todo job que postea en un periodo contable
      *> (nomina, cuotas, distribuciones) antes de grabar nada (COPY
      *> PERIPROC en WORKING-STORAGE y FD ARCH-PERIODOS). Busca el
      *> periodo y subsistema en PERIODOS; si contabilidad ya lo
      *> cerro, asienta PERCERRADO en CONTROL y corta la corrida: lo
      *> declarado no se vuelve a tocar sin reabrir el periodo con
      *> doble control. Sin archivo PERIODOS todo esta abierto.
      *>--------------------------------------------------------------
       VERIFICAR-PERIODO-ABIERTO.
           MOVE "N" TO WS-PER-CERRADO.
           MOVE "N" TO WS-FIN-PERIODOS.
           OPEN INPUT ARCH-PERIODOS.
           IF NOT FS-PERIODOS-OK
               MOVE "S" TO WS-FIN-PERIODOS
           END-IF.
           PERFORM UNTIL WS-FIN-PERIODOS = "S"
               READ ARCH-PERIODOS
                   AT END
                       MOVE "S" TO WS-FIN-PERIODOS
                       CLOSE ARCH-PERIODOS
                   NOT AT END
                       IF PER-PERIODO = WS-PER-PERIODO
                          AND PER-SUBSISTEMA = WS-PER-SUBSISTEMA
                          AND PER-ESTADO = "CERRADO"
                           MOVE "S" TO WS-PER-CERRADO
                           MOVE PER-OPERADOR TO WS-PER-CERRADO-POR
                           MOVE PER-FECHA TO WS-PER-CERRADO-EL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PER-CERRADO = "S"
               DISPLAY "EL PERIODO " WS-PER-PERIODO " DE "
                   WS-PER-SUBSISTEMA " ESTA CERRADO (LO CERRO "
                   WS-PER-CERRADO-POR " EL " WS-PER-CERRADO-EL
                   "): NO SE POSTEA NADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "PERCERRADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
