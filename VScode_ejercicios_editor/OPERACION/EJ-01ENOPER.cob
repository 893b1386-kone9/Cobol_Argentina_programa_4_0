      *> una falla segun la marca, y asienta en CONTROL el inicio y
      *> el estado de cada paso. En un reinicio, los pasos que ya
      *> terminaron OK hoy segun CONTROL se saltean, asi la cadena
      *> retoma desde el paso caido y no desde el principio. Antes
      *> de arrancar revisa las entradas que espera la cadena
      *> (ENTRADAS): que cada archivo exista, que su cabecera sea
      *> de la fecha de proceso y que el pie no venga en cero. Una
      *> entrada obligatoria que falta o es vieja retiene al job que
      *> la usa (ya no corre sobre datos de ayer y deja OK); una
      *> optativa solo avisa. Cada revision queda en CONTROL.

      *>--------------------------------------
      *> IdentificarDatos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLAN.

      *>   ENTRADAS lista los archivos que la cadena espera (ver
      *>   COPYLIB ENTRADAS); cada uno se abre por su nombre, armado
      *>   en tiempo de corrida, y se lee como texto plano
           SELECT ARCH-ENTRADAS ASSIGN TO "ENTRADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADAS.

           SELECT ARCH-ENTRADA ASSIGN TO WS-NOMBRE-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

      *>   el CONTROL se lee al arrancar para saber que pasos ya
      *>   terminaron OK hoy (reanudacion), y se escribe un renglon
      *>   de inicio y uno de estado por cada paso
           03 FILLER          PIC X VALUE ";".
           03 PLA-OBLIGATORIO PIC X.

       FD  ARCH-ENTRADAS
           RECORD CONTAINS 34 CHARACTERS.
           COPY ENTRADAS.

      *>   la cabecera y el pie comunes (ver COPYLIB CABPIE) se miran
      *>   sobre el renglon leido de cualquier entrada
       FD  ARCH-ENTRADA.
       01  REG-ENTRADA PIC X(200).
           COPY CABPIE.

       FD  ARCH-CONTROL-LEC.
       01  REG-CONTROL-LEC.
           03 CTLL-FECHA    PIC 9(8).
               05 TP-OBLIGATORIO PIC X.
      *>       YA TERMINO OK HOY SEGUN CONTROL: SE SALTEA
               05 TP-YA-CORRIO   PIC X.
      *>       LE FALTA UNA ENTRADA OBLIGATORIA: NO SE LANZA
               05 TP-RETENIDO    PIC X.
       77 IX-PASO PIC 9(2) VALUE ZERO.
       77 IX-PASO2 PIC 9(2) VALUE ZERO.
       01  PASO-AUX.
           03 AUX-JOB         PIC X(11).
           03 AUX-OBLIGATORIO PIC X.
           03 AUX-YA-CORRIO   PIC X.
           03 AUX-RETENIDO    PIC X.

       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
      *>   comando que se le pasa al sistema para lanzar el paso
       77 WS-CADENA-CORTADA PIC X VALUE "N".
       77 WS-PASOS-CORRIDOS PIC 9(2) VALUE ZERO.

      *>   REVISION DE ENTRADAS: FECHA DE PROCESO (TARJETA FECHA, SI
      *>   NO HOY) Y RESULTADO DE LA ENTRADA EN REVISION
       77 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
       77 WS-NOMBRE-ENTRADA PIC X(15) VALUE SPACES.
       77 WS-ENT-ESTADO PIC X(10) VALUE SPACES.
       77 WS-ENT-HDR-FECHA PIC 9(8) VALUE ZERO.
       77 WS-ENT-VIO-CABECERA PIC X VALUE "N".
       77 WS-ENT-VIO-PIE PIC X VALUE "N".
       77 WS-ENT-PIE-CANT PIC 9(7) VALUE ZERO.
       77 WS-ENT-RENGLONES PIC 9(7) VALUE ZERO.
       77 WS-ENT-REVISADAS PIC 9(3) VALUE ZERO.
       77 WS-ENT-FALLADAS PIC 9(3) VALUE ZERO.
       77 WS-ENT-AVISOS PIC 9(3) VALUE ZERO.
       77 WS-PASOS-RETENIDOS PIC 9(2) VALUE ZERO.
       01 WS-FIN-ENTRADAS PIC X VALUE "N".
       01 WS-FIN-ENTRADA PIC X VALUE "N".
       01 WS-FS-ENTRADAS PIC XX.
           88 FS-ENTRADAS-OK VALUE "00".
       01 WS-FS-ENTRADA PIC XX.
           88 FS-ENTRADA-OK VALUE "00".
      *>   HORA ESPERADA DE LLEGADA, PARA EL AVISO
       01 WS-ENT-HORA-EDIT.
           03 WS-ENT-HH PIC 99.
           03 FILLER    PIC X VALUE ":".
           03 WS-ENT-MM PIC 99.

       01 WS-FIN-PLAN PIC X VALUE "N".
       01 WS-FIN-CONTROL-LEC PIC X VALUE "N".

           PERFORM ORDENAR-PLAN.
           PERFORM MARCAR-YA-CORRIDOS.

      *>   LA FECHA DE PROCESO SALE DE LA TARJETA (CLAVE FECHA) PARA
      *>   PODER REPROCESAR UN DIA; SIN TARJETA ES HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO.
           MOVE "FECHA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S" AND WS-RC-VALOR (1:8) IS NUMERIC
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-PROCESO
           END-IF.
           PERFORM REVISAR-ENTRADAS.

           PERFORM VARYING IX-PASO FROM 1 BY 1
                   UNTIL IX-PASO > WS-CANT-PASOS
                      OR WS-CADENA-CORTADA = "S"
               DISPLAY "PASO " TP-SECUENCIA(IX-PASO) " "
                   TP-JOB(IX-PASO) " YA TERMINO OK HOY, SE SALTEA"
               GO TO EJECUTAR-PASO-FIN.
      *>   RETENIDO POR ENTRADAS: NO SE LANZA. SI ES OBLIGATORIO LA
      *>   CADENA SE CORTA IGUAL QUE SI SE HUBIERA CAIDO, PORQUE LOS
      *>   PASOS SIGUIENTES CUENTAN CON SU RESULTADO
           IF TP-RETENIDO(IX-PASO) = "S"
               ADD 1 TO WS-PASOS-RETENIDOS
               DISPLAY "PASO " TP-SECUENCIA(IX-PASO) " "
                   TP-JOB(IX-PASO) " RETENIDO: FALTA UNA ENTRADA "
                   "OBLIGATORIA O ES VIEJA"
               MOVE TP-JOB(IX-PASO) TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RETENIDO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               IF TP-OBLIGATORIO(IX-PASO) = "S"
                   MOVE "S" TO WS-CADENA-CORTADA
                   DISPLAY "PASO OBLIGATORIO RETENIDO, SE CORTA LA "
                       "CADENA"
               END-IF
               GO TO EJECUTAR-PASO-FIN.
           DISPLAY "PASO " TP-SECUENCIA(IX-PASO) ": "
               TP-JOB(IX-PASO).
      *>   EL INICIO DEL PASO QUEDA ASENTADO, ASI UNA CAIDA EN EL
                           MOVE PLA-OBLIGATORIO TO
                                TP-OBLIGATORIO(WS-CANT-PASOS)
                           MOVE "N" TO TP-YA-CORRIO(WS-CANT-PASOS)
                           MOVE "N" TO TP-RETENIDO(WS-CANT-PASOS)
                       END-IF
               END-READ
           END-PERFORM.
               END-READ
           END-PERFORM.

      *>   CADA RENGLON DE ENTRADAS SE REVISA POR SEPARADO (UN ARCHIVO
      *>   QUE USAN DOS JOBS TIENE DOS RENGLONES) Y SU RESULTADO QUEDA
      *>   EN CONTROL A NOMBRE DEL JOB QUE LO USA, CON LA CANTIDAD DEL
      *>   PIE; SIN ARCHIVO ENTRADAS LA CADENA CORRE COMO ANTES
       REVISAR-ENTRADAS.
           MOVE "N" TO WS-FIN-ENTRADAS.
           OPEN INPUT ARCH-ENTRADAS.
           IF NOT FS-ENTRADAS-OK
               DISPLAY "NO EXISTE ENTRADAS: NO SE REVISAN LAS "
                   "ENTRADAS DE LA CADENA"
               MOVE "S" TO WS-FIN-ENTRADAS
           END-IF.
           PERFORM UNTIL WS-FIN-ENTRADAS = "S"
               READ ARCH-ENTRADAS
                   AT END
                       MOVE "S" TO WS-FIN-ENTRADAS
                       CLOSE ARCH-ENTRADAS
                   NOT AT END
                       PERFORM REVISAR-ENTRADA
               END-READ
           END-PERFORM.
           IF WS-ENT-REVISADAS > ZERO
               DISPLAY "ENTRADAS REVISADAS: " WS-ENT-REVISADAS
                   "  FALLADAS: " WS-ENT-FALLADAS
                   "  AVISOS: " WS-ENT-AVISOS
           END-IF.

       REVISAR-ENTRADA.
           ADD 1 TO WS-ENT-REVISADAS.
           MOVE ENT-ARCHIVO TO WS-NOMBRE-ENTRADA.
           PERFORM LEER-ENTRADA.
           MOVE ENT-JOB TO CTL-JOB.
           MOVE WS-ENT-PIE-CANT TO CTL-CANT-REG.
           MOVE WS-ENT-ESTADO TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           IF WS-ENT-ESTADO = "ENT OK"
               DISPLAY "ENTRADA " ENT-ARCHIVO " PARA " ENT-JOB
                   ": OK (" WS-ENT-PIE-CANT " RENGLONES)"
           ELSE
               MOVE ENT-HORA (1:2) TO WS-ENT-HH
               MOVE ENT-HORA (3:2) TO WS-ENT-MM
               IF ENT-OBLIGATORIA = "S"
                   ADD 1 TO WS-ENT-FALLADAS
                   DISPLAY "ENTRADA " ENT-ARCHIVO " PARA " ENT-JOB
                       ": " WS-ENT-ESTADO " (ESPERADA A LAS "
                       WS-ENT-HORA-EDIT "), SE RETIENE EL JOB"
                   PERFORM VARYING IX-PASO FROM 1 BY 1
                           UNTIL IX-PASO > WS-CANT-PASOS
                       IF TP-JOB(IX-PASO) = ENT-JOB
                           MOVE "S" TO TP-RETENIDO(IX-PASO)
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-ENT-AVISOS
                   DISPLAY "AVISO: ENTRADA OPTATIVA " ENT-ARCHIVO
                       " PARA " ENT-JOB ": " WS-ENT-ESTADO
                       " (ESPERADA A LAS " WS-ENT-HORA-EDIT ")"
               END-IF
           END-IF.

      *>   LA CABECERA TIENE QUE SER EL PRIMER RENGLON Y EL PIE EL
      *>   ULTIMO; EL ESTADO QUEDA EN WS-ENT-ESTADO:
      *>   ENT FALTA / ENT SINCAB / ENT VIEJA / ENT SINPIE /
      *>   ENT VACIA / ENT OK
       LEER-ENTRADA.
           MOVE "N" TO WS-ENT-VIO-CABECERA.
           MOVE "N" TO WS-ENT-VIO-PIE.
           MOVE ZERO TO WS-ENT-HDR-FECHA.
           MOVE ZERO TO WS-ENT-PIE-CANT.
           MOVE ZERO TO WS-ENT-RENGLONES.
           MOVE "N" TO WS-FIN-ENTRADA.
           OPEN INPUT ARCH-ENTRADA.
           IF NOT FS-ENTRADA-OK
               MOVE "ENT FALTA" TO WS-ENT-ESTADO
               MOVE "S" TO WS-FIN-ENTRADA
           END-IF.
           PERFORM UNTIL WS-FIN-ENTRADA = "S"
               READ ARCH-ENTRADA
                   AT END
                       MOVE "S" TO WS-FIN-ENTRADA
                       CLOSE ARCH-ENTRADA
                   NOT AT END
                       ADD 1 TO WS-ENT-RENGLONES
                       MOVE "N" TO WS-ENT-VIO-PIE
                       IF WS-ENT-RENGLONES = 1
                          AND CAB-MARCA = "HDR;"
                           MOVE "S" TO WS-ENT-VIO-CABECERA
                           MOVE CAB-FECHA TO WS-ENT-HDR-FECHA
                       END-IF
                       IF PIE-MARCA = "TRL;"
                           MOVE "S" TO WS-ENT-VIO-PIE
                           MOVE PIE-CANT TO WS-ENT-PIE-CANT
                       END-IF
               END-READ
           END-PERFORM.
           IF FS-ENTRADA-OK
               EVALUATE TRUE
                   WHEN WS-ENT-VIO-CABECERA = "N"
                       MOVE "ENT SINCAB" TO WS-ENT-ESTADO
                   WHEN WS-ENT-HDR-FECHA NOT = WS-FECHA-PROCESO
                       MOVE "ENT VIEJA" TO WS-ENT-ESTADO
                   WHEN WS-ENT-VIO-PIE = "N"
                       MOVE "ENT SINPIE" TO WS-ENT-ESTADO
                   WHEN WS-ENT-PIE-CANT = ZERO
                       MOVE "ENT VACIA" TO WS-ENT-ESTADO
                   WHEN OTHER
                       MOVE "ENT OK" TO WS-ENT-ESTADO
               END-EVALUATE
           END-IF.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
