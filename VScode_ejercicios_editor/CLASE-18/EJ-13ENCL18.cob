      *> sobrantes para revision manual: creditos del banco sin pago
      *> registrado (SINPAGO), pagos registrados sin credito en el
      *> banco (SINBANCO) y creditos con mas de un pago candidato
      *> (AMBIGUOS), que alguien tiene que asignar a mano. Cada par
      *> conciliado le deja la referencia del banco a su pago en
      *> PAGOSREG, para que el estado de cuenta del alumno muestre
      *> con que credito entro cada pago.

      *>--------------------------------------
      *> IdentificarDatos
           SELECT ARCH-AMBIGUOS ASSIGN TO "AMBIGUOS"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   PAGOSREG es el registro persistente de pagos de la
      *>   normalizacion (ver COPYLIB PAGOREG); se regraba con la
      *>   referencia del banco de los pagos conciliados
           SELECT ARCH-PAGOSREG ASSIGN TO "PAGOSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOSREG.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
       FD  ARCH-AMBIGUOS.
       01  REG-AMBIGUO PIC X(80).

       FD  ARCH-PAGOSREG
           RECORD CONTAINS 58 CHARACTERS.
           COPY PAGOREG.

       FD  ARCH-OPERADORES
           RECORD CONTAINS 111 CHARACTERS.
           COPY OPERMAST.
               05 TP-FECHA-NUM  PIC 9(8).
               05 TP-IMPORTE    PIC 9(7)V99.
               05 TP-CONCILIADO PIC X.
               05 TP-REFERENCIA PIC X(20).
       77 IX-PAG PIC 9(3) VALUE ZERO.
       77 IX-PAG-HALLADO PIC 9(3) VALUE ZERO.
       77 WS-CANDIDATOS PIC 9(3) VALUE ZERO.
           88 FS-FECHASNORM-OK VALUE "00".
       01 WS-FS-PARAMEXTR PIC XX.
           88 FS-PARAMEXTR-OK VALUE "00".
       01 WS-FS-PAGOSREG PIC XX.
           88 FS-PAGOSREG-OK VALUE "00".
       01 WS-FIN-PAGOSREG PIC X VALUE "N".

      *>   REGISTRO DE PAGOS EN MEMORIA PARA REGRABARLO CON LAS
      *>   REFERENCIAS DEL BANCO
       77 WS-CANT-REGPAGOS PIC 9(4) VALUE ZERO.
       01 TABLA-REGPAGOS.
           03 REGPAGO-ENTRY OCCURS 1000 TIMES.
               05 TRP-PAGADOR    PIC X(10).
               05 TRP-FECHA      PIC X(10).
               05 TRP-IMPORTE    PIC 9(7)V99.
               05 TRP-INTERES    PIC 9(7)V99.
               05 TRP-REFERENCIA PIC X(20).
       77 IX-RPG PIC 9(4) VALUE ZERO.
       77 IX-RPG-HALLADO PIC 9(4) VALUE ZERO.
       77 WS-REFERENCIADOS PIC 9(3) VALUE ZERO.

      *>   LINEA ARMADA DEL LISTADO DE AMBIGUOS
       01 LINEA-AMBIGUO.
           CLOSE ARCH-SINPAGO.
           CLOSE ARCH-AMBIGUOS.
           PERFORM LISTAR-PAGOS-SIN-BANCO.
           IF WS-CONCILIADOS > ZERO
               PERFORM ANOTAR-REFERENCIAS
           END-IF.

           DISPLAY "CREDITOS DEL EXTRACTO: " WS-CANT-EXTRACTO.
           DISPLAY "  CONCILIADOS........: " WS-CONCILIADOS.
           DISPLAY "  SIN PAGO...........: " WS-SIN-PAGO.
           DISPLAY "  AMBIGUOS...........: " WS-AMBIGUOS.
           DISPLAY "PAGOS SIN CREDITO....: " WS-SIN-BANCO.
           DISPLAY "REFERENCIAS ANOTADAS.: " WS-REFERENCIADOS.
           MOVE WS-CANT-EXTRACTO TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
               WHEN WS-CANDIDATOS = 1
                   ADD 1 TO WS-CONCILIADOS
                   MOVE "S" TO TP-CONCILIADO (IX-PAG-HALLADO)
                   MOVE EXT-REFERENCIA TO
                        TP-REFERENCIA (IX-PAG-HALLADO)
                   MOVE EXT-FECHA TO CON-FECHA-BANCO
                   MOVE ";" TO CON-SEP1
                   MOVE TP-PAGADOR (IX-PAG-HALLADO) TO CON-PAGADOR
                    TP-FECHA-NUM (WS-CANT-PAGOS)
               MOVE FN-IMPORTE TO TP-IMPORTE (WS-CANT-PAGOS)
               MOVE "N" TO TP-CONCILIADO (WS-CANT-PAGOS)
               MOVE SPACES TO TP-REFERENCIA (WS-CANT-PAGOS)
           END-IF.

      *>   EL PAGO CONCILIADO SE BUSCA EN PAGOSREG POR PAGADOR +
      *>   FECHA + IMPORTE ENTRE LOS QUE TODAVIA NO TIENEN
      *>   REFERENCIA, Y EL REGISTRO SE REGRABA ENTERO
       ANOTAR-REFERENCIAS.
           MOVE "N" TO WS-FIN-PAGOSREG.
           OPEN INPUT ARCH-PAGOSREG.
           IF NOT FS-PAGOSREG-OK
               DISPLAY "NO EXISTE PAGOSREG: LAS REFERENCIAS DEL "
                   "BANCO NO QUEDAN ANOTADAS"
               MOVE "S" TO WS-FIN-PAGOSREG
           END-IF.
           PERFORM UNTIL WS-FIN-PAGOSREG = "S"
               READ ARCH-PAGOSREG
                   AT END
                       MOVE "S" TO WS-FIN-PAGOSREG
                       CLOSE ARCH-PAGOSREG
                   NOT AT END
                       PERFORM CARGAR-UN-REGPAGO
               END-READ
           END-PERFORM.
           IF WS-CANT-REGPAGOS > ZERO
               PERFORM VARYING IX-PAG FROM 1 BY 1
                       UNTIL IX-PAG > WS-CANT-PAGOS
                   IF TP-CONCILIADO (IX-PAG) = "S"
                       PERFORM REFERENCIAR-UN-PAGO
                   END-IF
               END-PERFORM
               PERFORM REGRABAR-PAGOSREG
           END-IF.

       CARGAR-UN-REGPAGO.
           IF WS-CANT-REGPAGOS >= 1000
               DISPLAY "ADVERTENCIA: PAGOSREG CON MAS DE 1000 "
                   "PAGOS, NO SE ANOTAN REFERENCIAS"
               MOVE ZERO TO WS-CANT-REGPAGOS
               MOVE "S" TO WS-FIN-PAGOSREG
               CLOSE ARCH-PAGOSREG
           ELSE
               ADD 1 TO WS-CANT-REGPAGOS
               MOVE PR-PAGADOR TO TRP-PAGADOR (WS-CANT-REGPAGOS)
               MOVE PR-FECHA TO TRP-FECHA (WS-CANT-REGPAGOS)
               MOVE PR-IMPORTE TO TRP-IMPORTE (WS-CANT-REGPAGOS)
      *>       los renglones de antes del punitorio llegan en blanco
               IF PR-INTERES NUMERIC
                   MOVE PR-INTERES TO
                        TRP-INTERES (WS-CANT-REGPAGOS)
               ELSE
                   MOVE ZERO TO TRP-INTERES (WS-CANT-REGPAGOS)
               END-IF
               MOVE PR-REFERENCIA TO
                    TRP-REFERENCIA (WS-CANT-REGPAGOS)
           END-IF.

       REFERENCIAR-UN-PAGO.
           MOVE ZERO TO IX-RPG-HALLADO.
           PERFORM VARYING IX-RPG FROM 1 BY 1
                   UNTIL IX-RPG > WS-CANT-REGPAGOS
                      OR IX-RPG-HALLADO > ZERO
               IF TRP-PAGADOR (IX-RPG) = TP-PAGADOR (IX-PAG)
                  AND TRP-FECHA (IX-RPG) = TP-FECHA-TXT (IX-PAG)
                  AND TRP-IMPORTE (IX-RPG) = TP-IMPORTE (IX-PAG)
                  AND TRP-REFERENCIA (IX-RPG) = SPACES
                   MOVE IX-RPG TO IX-RPG-HALLADO
               END-IF
           END-PERFORM.
           IF IX-RPG-HALLADO > ZERO
               MOVE TP-REFERENCIA (IX-PAG) TO
                    TRP-REFERENCIA (IX-RPG-HALLADO)
               ADD 1 TO WS-REFERENCIADOS
           END-IF.

       REGRABAR-PAGOSREG.
           OPEN OUTPUT ARCH-PAGOSREG.
           PERFORM VARYING IX-RPG FROM 1 BY 1
                   UNTIL IX-RPG > WS-CANT-REGPAGOS
               MOVE TRP-PAGADOR (IX-RPG) TO PR-PAGADOR
               MOVE TRP-FECHA (IX-RPG) TO PR-FECHA
               MOVE TRP-IMPORTE (IX-RPG) TO PR-IMPORTE
               MOVE TRP-INTERES (IX-RPG) TO PR-INTERES
               MOVE TRP-REFERENCIA (IX-RPG) TO PR-REFERENCIA
               WRITE REG-PAGOREG
           END-PERFORM.
           CLOSE ARCH-PAGOSREG.

       CARGAR-PARAMEXTR.
           OPEN INPUT ARCH-PARAMEXTR.
           IF FS-PARAMEXTR-OK
