      *> Toma de pedidos de la preventa online: la pagina web baja
      *> los pedidos del dia a PEDIDOSWEB (ver COPYLIB PEDWEB) y
      *> esta corrida los confirma uno por uno, en el orden en que
      *> llegaron, contra el cupo restante de su franja en CUPOS
      *> (ver COPYLIB CUPOHORA). Las reservas de grupos RESERVADA
      *> para esa fecha y hora ocupan el mismo cupo que la preventa,
      *> asi un contingente escolar no queda afuera por las ventas
      *> online ni al reves. Cada pedido queda en PREVENTAS con su
      *> estado (CONFIRMADA / SINCUPO / SINFRANJA / INVALIDO), CUPOS
      *> se regraba con lo vendido y PEDIDOSWEB se vacia para que
      *> ningun pedido se confirme dos veces.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-35ENCL18.
      *>--------------------------------------

      *>--------------------------------------
      *> es importante esto, porque sino mainframe cancela
      *> espera esta instrucción
       ENVIRONMENT DIVISION.
      *>--------------------------------------

       CONFIGURATION SECTION.
      *>--------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   PEDIDOSWEB son los pedidos pendientes de la pagina
           SELECT ARCH-PEDIDOSWEB ASSIGN TO "PEDIDOSWEB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOSWEB.

      *>   CUPOS es el maestro de cupos por fecha y franja (lo arma
      *>   EJ-34ENCL18); se regraba entero con lo vendido
           SELECT ARCH-CUPOS ASSIGN TO "CUPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUPOS.

           SELECT ARCH-RESERVAS ASSIGN TO "RESERVAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESERVAS.

      *>   PREVENTAS es el historico de pedidos procesados, con su
      *>   estado (ver COPYLIB PREVENTA)
           SELECT ARCH-PREVENTAS ASSIGN TO "PREVENTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PREVENTAS.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT ARCH-CONTROL ASSIGN TO "CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

      *>   RUNCARDS trae la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCARD): con tarjeta el job corre desatendido
           SELECT ARCH-RUNCARDS ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCARDS.
      *>--------------------------------------

      *>--------------------------------------
       DATA DIVISION.
      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-PEDIDOSWEB
           RECORD CONTAINS 57 CHARACTERS.
           COPY PEDWEB.

       FD  ARCH-CUPOS
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUPOHORA.

       FD  ARCH-RESERVAS
           RECORD CONTAINS 55 CHARACTERS.
           COPY RESERVAS.

       FD  ARCH-PREVENTAS
           RECORD CONTAINS 68 CHARACTERS.
           COPY PREVENTA.

       FD  ARCH-OPERADORES
           RECORD CONTAINS 111 CHARACTERS.
           COPY OPERMAST.

       FD  ARCH-CONTROL.
           COPY CONTROL.

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.

      *>----------------------------------------------------------------
      *>----------------------------WORKING-----------------------------
       WORKING-STORAGE SECTION.

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   CUPOS EN MEMORIA; LOS GRUPOS RESERVADOS DE CADA FRANJA SE
      *>   SUMAN AL CARGAR Y NO SE GRABAN (SIGUEN EN RESERVAS)
       77 WS-CANT-CUPOS PIC 9(4) VALUE ZERO.
       01 TABLA-CUPOS.
           03 CUPO-ENTRY OCCURS 2000 TIMES.
               05 TC-FECHA     PIC 9(8).
               05 TC-HORA      PIC 99.
               05 TC-CAPACIDAD PIC 9(5).
               05 TC-VENDIDO   PIC 9(5).
               05 TC-GRUPOS    PIC 9(5).
       77 IX-CUP PIC 9(4) VALUE ZERO.
       77 IX-CUP-HALLADO PIC 9(4) VALUE ZERO.
       77 WS-FECHA PIC 9(8) VALUE ZERO.
       77 WS-HORA PIC 99 VALUE ZERO.
       77 WS-RESTANTE PIC S9(6) VALUE ZERO.

       77 WS-PEDIDOS PIC 9(5) VALUE ZERO.
       77 WS-CONFIRMADOS PIC 9(5) VALUE ZERO.
       77 WS-SIN-CUPO PIC 9(5) VALUE ZERO.
       77 WS-SIN-FRANJA PIC 9(5) VALUE ZERO.
       77 WS-INVALIDOS PIC 9(5) VALUE ZERO.
       77 WS-ENTRADAS-VENDIDAS PIC 9(6) VALUE ZERO.

       01 WS-FIN-PEDIDOS PIC X VALUE "N".
       01 WS-FIN-CUPOS PIC X VALUE "N".
       01 WS-FIN-RESERVAS PIC X VALUE "N".

       01 WS-FS-PEDIDOSWEB PIC XX.
           88 FS-PEDIDOSWEB-OK VALUE "00".
       01 WS-FS-CUPOS PIC XX.
           88 FS-CUPOS-OK VALUE "00".
       01 WS-FS-RESERVAS PIC XX.
           88 FS-RESERVAS-OK VALUE "00".
       01 WS-FS-PREVENTAS PIC XX.
           88 FS-PREVENTAS-OK VALUE "00".
           88 FS-PREVENTAS-NO-EXISTE VALUE "35".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-35ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "TOMA DE PEDIDOS DE LA PREVENTA ONLINE"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-CUPOS.
           IF WS-CANT-CUPOS = ZERO
               DISPLAY "NO HAY CUPOS GENERADOS (EJ-34ENCL18): LOS "
                   "PEDIDOS QUEDAN EN PEDIDOSWEB"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM SUMAR-GRUPOS-RESERVADOS.

           OPEN EXTEND ARCH-PREVENTAS.
           IF FS-PREVENTAS-NO-EXISTE
               OPEN OUTPUT ARCH-PREVENTAS
           END-IF.
           MOVE "N" TO WS-FIN-PEDIDOS.
           OPEN INPUT ARCH-PEDIDOSWEB.
           IF NOT FS-PEDIDOSWEB-OK
               DISPLAY "NO EXISTE PEDIDOSWEB: NO HAY PEDIDOS"
               MOVE "S" TO WS-FIN-PEDIDOS
           END-IF.
           PERFORM UNTIL WS-FIN-PEDIDOS = "S"
               READ ARCH-PEDIDOSWEB
                   AT END
                       MOVE "S" TO WS-FIN-PEDIDOS
                       CLOSE ARCH-PEDIDOSWEB
                   NOT AT END
                       ADD 1 TO WS-PEDIDOS
                       PERFORM PROCESAR-PEDIDO
               END-READ
           END-PERFORM.
           CLOSE ARCH-PREVENTAS.

      *>   LO VENDIDO QUEDA EN CUPOS Y LOS PEDIDOS YA RESPONDIDOS
      *>   SALEN DE LA COLA
           PERFORM REGRABAR-CUPOS.
           IF WS-PEDIDOS > ZERO
               OPEN OUTPUT ARCH-PEDIDOSWEB
               CLOSE ARCH-PEDIDOSWEB
           END-IF.

           DISPLAY "PEDIDOS PROCESADOS:   " WS-PEDIDOS.
           DISPLAY "CONFIRMADOS:          " WS-CONFIRMADOS.
           DISPLAY "SIN CUPO:             " WS-SIN-CUPO.
           DISPLAY "SIN FRANJA GENERADA:  " WS-SIN-FRANJA.
           DISPLAY "INVALIDOS:            " WS-INVALIDOS.
           DISPLAY "ENTRADAS VENDIDAS:    " WS-ENTRADAS-VENDIDAS.
           MOVE WS-PEDIDOS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   EL CUPO RESTANTE DE LA FRANJA ES LA CAPACIDAD MENOS LO YA
      *>   VENDIDO ONLINE MENOS LOS GRUPOS RESERVADOS PARA ESA HORA;
      *>   EL PEDIDO SE CONFIRMA ENTERO O NO SE CONFIRMA
       PROCESAR-PEDIDO.
           MOVE PED-NUMERO TO PRV-NUMERO.
           MOVE ";" TO PRV-SEP1.
           MOVE PED-FECHA TO PRV-FECHA.
           MOVE ";" TO PRV-SEP2.
           MOVE PED-HORA TO PRV-HORA.
           MOVE ";" TO PRV-SEP3.
           MOVE PED-CANTIDAD TO PRV-CANTIDAD.
           MOVE ";" TO PRV-SEP4.
           MOVE PED-COMPRADOR TO PRV-COMPRADOR.
           MOVE ";" TO PRV-SEP5.
           MOVE PED-FECHA TO WS-FECHA.
           MOVE PED-HORA TO WS-HORA.
           PERFORM UBICAR-CUPO.
           EVALUATE TRUE
               WHEN PED-CANTIDAD NOT NUMERIC OR PED-CANTIDAD = ZERO
                   MOVE "INVALIDO" TO PRV-ESTADO
                   ADD 1 TO WS-INVALIDOS
               WHEN IX-CUP-HALLADO = ZERO
                   MOVE "SINFRANJA" TO PRV-ESTADO
                   ADD 1 TO WS-SIN-FRANJA
               WHEN OTHER
                   COMPUTE WS-RESTANTE =
                       TC-CAPACIDAD (IX-CUP-HALLADO)
                       - TC-VENDIDO (IX-CUP-HALLADO)
                       - TC-GRUPOS (IX-CUP-HALLADO)
                   IF PED-CANTIDAD > WS-RESTANTE
                       MOVE "SINCUPO" TO PRV-ESTADO
                       ADD 1 TO WS-SIN-CUPO
                   ELSE
                       ADD PED-CANTIDAD TO
                           TC-VENDIDO (IX-CUP-HALLADO)
                       ADD PED-CANTIDAD TO WS-ENTRADAS-VENDIDAS
                       MOVE "CONFIRMADA" TO PRV-ESTADO
                       ADD 1 TO WS-CONFIRMADOS
                   END-IF
           END-EVALUATE.
           WRITE REG-PREVENTA.

       UBICAR-CUPO.
           MOVE ZERO TO IX-CUP-HALLADO.
           PERFORM VARYING IX-CUP FROM 1 BY 1
                   UNTIL IX-CUP > WS-CANT-CUPOS
               IF TC-FECHA (IX-CUP) = WS-FECHA
                  AND TC-HORA (IX-CUP) = WS-HORA
                   MOVE IX-CUP TO IX-CUP-HALLADO
               END-IF
           END-PERFORM.

      *>   SOLO OCUPAN CUPO LAS RESERVAS TODAVIA RESERVADA: LAS YA
      *>   CONCILIADAS SON DE DIAS PASADOS
       SUMAR-GRUPOS-RESERVADOS.
           MOVE "N" TO WS-FIN-RESERVAS.
           OPEN INPUT ARCH-RESERVAS.
           IF NOT FS-RESERVAS-OK
               MOVE "S" TO WS-FIN-RESERVAS
           END-IF.
           PERFORM UNTIL WS-FIN-RESERVAS = "S"
               READ ARCH-RESERVAS
                   AT END
                       MOVE "S" TO WS-FIN-RESERVAS
                       CLOSE ARCH-RESERVAS
                   NOT AT END
                       IF RES-ESTADO = "RESERVADA"
                           MOVE RES-FECHA TO WS-FECHA
                           MOVE RES-HORA TO WS-HORA
                           PERFORM UBICAR-CUPO
                           IF IX-CUP-HALLADO > ZERO
                               ADD RES-CANTIDAD TO
                                   TC-GRUPOS (IX-CUP-HALLADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGRABAR-CUPOS.
           OPEN OUTPUT ARCH-CUPOS.
           PERFORM VARYING IX-CUP FROM 1 BY 1
                   UNTIL IX-CUP > WS-CANT-CUPOS
               MOVE TC-FECHA (IX-CUP) TO CUP-FECHA
               MOVE ";" TO CUP-SEP1
               MOVE TC-HORA (IX-CUP) TO CUP-HORA
               MOVE ";" TO CUP-SEP2
               MOVE TC-CAPACIDAD (IX-CUP) TO CUP-CAPACIDAD
               MOVE ";" TO CUP-SEP3
               MOVE TC-VENDIDO (IX-CUP) TO CUP-VENDIDO
               WRITE REG-CUPO
           END-PERFORM.
           CLOSE ARCH-CUPOS.

       CARGAR-CUPOS.
           MOVE "N" TO WS-FIN-CUPOS.
           OPEN INPUT ARCH-CUPOS.
           IF NOT FS-CUPOS-OK
               MOVE "S" TO WS-FIN-CUPOS
           END-IF.
           PERFORM UNTIL WS-FIN-CUPOS = "S"
               READ ARCH-CUPOS
                   AT END
                       MOVE "S" TO WS-FIN-CUPOS
                       CLOSE ARCH-CUPOS
                   NOT AT END
      *>               SI EL MAESTRO NO ENTRA ENTERO, REGRABARLO
      *>               BORRARIA LO QUE QUEDO AFUERA: SE RECHAZA LA
      *>               CORRIDA SIN TOCAR EL ARCHIVO
                       IF WS-CANT-CUPOS >= 2000
                           DISPLAY "EL MAESTRO DE CUPOS SUPERA LAS "
                               "2000 FRANJAS EN MEMORIA: CORRIDA "
                               "RECHAZADA"
                           MOVE WS-CANT-CUPOS TO CTL-CANT-REG
                           MOVE "RECHAZADO" TO CTL-ESTADO
                           PERFORM GRABAR-CONTROL
                           STOP RUN
                       ELSE
                           ADD 1 TO WS-CANT-CUPOS
                           MOVE CUP-FECHA TO TC-FECHA (WS-CANT-CUPOS)
                           MOVE CUP-HORA TO TC-HORA (WS-CANT-CUPOS)
                           MOVE CUP-CAPACIDAD TO
                                TC-CAPACIDAD (WS-CANT-CUPOS)
                           MOVE CUP-VENDIDO TO
                                TC-VENDIDO (WS-CANT-CUPOS)
                           MOVE ZERO TO TC-GRUPOS (WS-CANT-CUPOS)
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
