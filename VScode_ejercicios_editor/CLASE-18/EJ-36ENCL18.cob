      *> Conciliacion de la preventa por franja: con la preventa
      *> online (EJ-35ENCL18) hace falta saber, pasado el dia, si
      *> la gente que compro para una franja vino, y cuanta entro
      *> sin comprar antes. Esta corrida toma una fecha y cruza,
      *> franja por franja, lo vendido online en CUPOS, los grupos
      *> de RESERVAS, las entradas vendidas en boleteria en esa hora
      *> (VENTAS, neteando anulaciones y devoluciones) y lo que
      *> conto el molinete en VISITASHORA. Lo que entro por encima
      *> de boleteria y grupos se toma como preventa presente; la
      *> preventa que falta son los NOSHOW, y la venta de boleteria
      *> de la hora es la gente que llego sin reserva (WALKIN). Si
      *> el molinete conto mas de lo que explican las tres
      *> corrientes la franja se marca con ***. El reporte PREVCONC
      *> es la base para ajustar la capacidad de las franjas.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-36ENCL18.
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
      *>   CUPOS es el maestro de cupos por fecha y franja (ver
      *>   COPYLIB CUPOHORA)
           SELECT ARCH-CUPOS ASSIGN TO "CUPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUPOS.

           SELECT ARCH-RESERVAS ASSIGN TO "RESERVAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESERVAS.

           SELECT ARCH-VENTAS ASSIGN TO "VENTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VENTAS.

           SELECT ARCH-VISITASHORA ASSIGN TO "VISITASHORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VISITASHORA.

      *>   PREVCONC es el reporte de conciliacion por franja
           SELECT ARCH-PREVCONC ASSIGN TO "PREVCONC"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  ARCH-CUPOS
           RECORD CONTAINS 23 CHARACTERS.
           COPY CUPOHORA.

       FD  ARCH-RESERVAS
           RECORD CONTAINS 55 CHARACTERS.
           COPY RESERVAS.

       FD  ARCH-VENTAS.
       01  REG-VENTA.
           03 VEN-FECHA    PIC 9(8).
           03 FILLER       PIC X VALUE ";".
           03 VEN-TIPO     PIC X(10).
           03 FILLER       PIC X VALUE ";".
           03 VEN-CANTIDAD PIC 9(4).
           03 FILLER       PIC X VALUE ";".
           03 VEN-IMPORTE  PIC 9(7)V99.
           03 FILLER       PIC X VALUE ";".
           03 VEN-CLASE    PIC X.
           03 FILLER       PIC X VALUE ";".
           03 VEN-HORA     PIC 99.
           03 FILLER       PIC X VALUE ";".
           03 VEN-OPERADOR PIC X(10).

       FD  ARCH-VISITASHORA.
           COPY VISITHORA.

       FD  ARCH-PREVCONC.
       01  REG-PREVCONC PIC X(80).

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

       77 WS-FECHA-CONCILIAR PIC 9(8) VALUE ZERO.

      *>   LAS CUATRO CORRIENTES DEL DIA POR HORA (1 = 0 HS)
       01 TABLA-FRANJAS VALUE ZEROS.
           03 FRANJA-ENTRY OCCURS 24 TIMES.
               05 TH-CAPACIDAD PIC 9(5).
               05 TH-PREVENTA  PIC 9(5).
               05 TH-GRUPOS    PIC 9(5).
               05 TH-BOLETERIA PIC S9(5).
               05 TH-ENTRADAS  PIC 9(6).
               05 TH-CON-CUPO  PIC X.
       77 IX-HORA PIC 99 VALUE ZERO.

      *>   RESULTADO DE LA FRANJA EN CURSO
       77 WS-PRESENTES PIC S9(6) VALUE ZERO.
       77 WS-NOSHOW PIC 9(5) VALUE ZERO.
       77 WS-WALKIN PIC 9(5) VALUE ZERO.
       77 WS-SIN-EXPLICAR PIC S9(6) VALUE ZERO.
       77 WS-OCUPACION PIC 9(3)V9 VALUE ZERO.

      *>   TOTALES DEL DIA
       77 WS-TOT-CAPACIDAD PIC 9(6) VALUE ZERO.
       77 WS-TOT-PREVENTA PIC 9(6) VALUE ZERO.
       77 WS-TOT-GRUPOS PIC 9(6) VALUE ZERO.
       77 WS-TOT-BOLETERIA PIC S9(6) VALUE ZERO.
       77 WS-TOT-ENTRADAS PIC 9(6) VALUE ZERO.
       77 WS-TOT-NOSHOW PIC 9(6) VALUE ZERO.
       77 WS-TOT-WALKIN PIC 9(6) VALUE ZERO.
       77 WS-FRANJAS-MARCADAS PIC 99 VALUE ZERO.
       77 WS-FRANJAS-LISTADAS PIC 99 VALUE ZERO.
       77 WS-TASA-NOSHOW PIC 9(3)V99 VALUE ZERO.
       77 WS-TASA-EDICION PIC ZZ9.99.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".

       01 WS-FS-CUPOS PIC XX.
           88 FS-CUPOS-OK VALUE "00".
       01 WS-FS-RESERVAS PIC XX.
           88 FS-RESERVAS-OK VALUE "00".
       01 WS-FS-VENTAS PIC XX.
           88 FS-VENTAS-OK VALUE "00".
       01 WS-FS-VISITASHORA PIC XX.
           88 FS-VISITASHORA-OK VALUE "00".

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER     PIC X(33)
               VALUE "CONCILIACION DE PREVENTA DEL DIA ".
           03 TIT-FECHA  PIC 9(8).
       01 LINEA-ENCABEZADO.
           03 FILLER PIC X(39)
               VALUE "HORA   CUPO PREVTA GRUPOS BOLETE ENTRAD".
           03 FILLER PIC X(21)
               VALUE " NOSHOW WALKIN  OCUP%".
       01 LINEA-FRANJA.
           03 PRC-HORA       PIC 99.
           03 FILLER         PIC X(3) VALUE " HS".
           03 FILLER         PIC X VALUE SPACE.
           03 PRC-CAPACIDAD  PIC ZZZZ9.
           03 FILLER         PIC XX VALUE SPACES.
           03 PRC-PREVENTA   PIC ZZZZ9.
           03 FILLER         PIC XX VALUE SPACES.
           03 PRC-GRUPOS     PIC ZZZZ9.
           03 FILLER         PIC X VALUE SPACE.
           03 PRC-BOLETERIA  PIC -ZZZZ9.
           03 FILLER         PIC X VALUE SPACE.
           03 PRC-ENTRADAS   PIC ZZZZZ9.
           03 FILLER         PIC X VALUE SPACE.
           03 PRC-NOSHOW     PIC ZZZZZ9.
           03 FILLER         PIC X VALUE SPACE.
           03 PRC-WALKIN     PIC ZZZZZ9.
           03 FILLER         PIC X VALUE SPACE.
           03 PRC-OCUPACION  PIC ZZZ9.9.
           03 FILLER         PIC X VALUE SPACE.
           03 PRC-MARCA      PIC X(3).
       01 LINEA-GUIONES PIC X(72) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-36ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CONCILIACION DE LA PREVENTA POR FRANJA"
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "FECHA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-CONCILIAR
           ELSE
               DISPLAY "FECHA A CONCILIAR (AAAAMMDD): "
               ACCEPT WS-FECHA-CONCILIAR
           END-IF.

           PERFORM CARGAR-CUPOS-DEL-DIA.
           PERFORM CARGAR-GRUPOS-DEL-DIA.
           PERFORM CARGAR-BOLETERIA-DEL-DIA.
           PERFORM CARGAR-MOLINETE-DEL-DIA.

           OPEN OUTPUT ARCH-PREVCONC.
           MOVE WS-FECHA-CONCILIAR TO TIT-FECHA.
           MOVE LINEA-TITULO TO REG-PREVCONC.
           WRITE REG-PREVCONC.
           MOVE LINEA-GUIONES TO REG-PREVCONC.
           WRITE REG-PREVCONC.
           MOVE LINEA-ENCABEZADO TO REG-PREVCONC.
           WRITE REG-PREVCONC.
           PERFORM VARYING IX-HORA FROM 1 BY 1 UNTIL IX-HORA > 24
               IF TH-CON-CUPO (IX-HORA) = "S"
                  OR TH-ENTRADAS (IX-HORA) > ZERO
                  OR TH-BOLETERIA (IX-HORA) NOT = ZERO
                  OR TH-GRUPOS (IX-HORA) > ZERO
                   PERFORM CONCILIAR-FRANJA
               END-IF
           END-PERFORM.
           PERFORM EMITIR-TOTALES.
           CLOSE ARCH-PREVCONC.

           DISPLAY "FRANJAS CONCILIADAS:   " WS-FRANJAS-LISTADAS.
           DISPLAY "PREVENTA NO PRESENTADA: " WS-TOT-NOSHOW.
           DISPLAY "LLEGADOS SIN RESERVA:   " WS-TOT-WALKIN.
           DISPLAY "FRANJAS MARCADAS ***:   " WS-FRANJAS-MARCADAS.
           MOVE WS-FRANJAS-LISTADAS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   EL MOLINETE NO DISTINGUE QUIEN COMPRO DONDE: LO QUE
      *>   ENTRO EN LA HORA DESCONTADOS BOLETERIA Y GRUPOS ES LA
      *>   PREVENTA PRESENTE, NUNCA MAS QUE LO VENDIDO NI MENOS DE
      *>   CERO; LO QUE SOBRA SIN EXPLICAR MARCA LA FRANJA
       CONCILIAR-FRANJA.
           ADD 1 TO WS-FRANJAS-LISTADAS.
           COMPUTE WS-PRESENTES = TH-ENTRADAS (IX-HORA)
               - TH-BOLETERIA (IX-HORA) - TH-GRUPOS (IX-HORA).
           IF WS-PRESENTES < ZERO
               MOVE ZERO TO WS-PRESENTES
           END-IF.
           IF WS-PRESENTES > TH-PREVENTA (IX-HORA)
               MOVE TH-PREVENTA (IX-HORA) TO WS-PRESENTES
           END-IF.
           COMPUTE WS-NOSHOW = TH-PREVENTA (IX-HORA) - WS-PRESENTES.
           MOVE ZERO TO WS-WALKIN.
           IF TH-BOLETERIA (IX-HORA) > ZERO
               MOVE TH-BOLETERIA (IX-HORA) TO WS-WALKIN
           END-IF.
           COMPUTE WS-SIN-EXPLICAR = TH-ENTRADAS (IX-HORA)
               - WS-PRESENTES - TH-BOLETERIA (IX-HORA)
               - TH-GRUPOS (IX-HORA).
           MOVE ZERO TO WS-OCUPACION.
           IF TH-CAPACIDAD (IX-HORA) > ZERO
               COMPUTE WS-OCUPACION ROUNDED =
                   (TH-ENTRADAS (IX-HORA) /
                    TH-CAPACIDAD (IX-HORA)) * 100
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-OCUPACION
               END-COMPUTE
           END-IF.

           COMPUTE PRC-HORA = IX-HORA - 1.
           MOVE TH-CAPACIDAD (IX-HORA) TO PRC-CAPACIDAD.
           MOVE TH-PREVENTA (IX-HORA) TO PRC-PREVENTA.
           MOVE TH-GRUPOS (IX-HORA) TO PRC-GRUPOS.
           MOVE TH-BOLETERIA (IX-HORA) TO PRC-BOLETERIA.
           MOVE TH-ENTRADAS (IX-HORA) TO PRC-ENTRADAS.
           MOVE WS-NOSHOW TO PRC-NOSHOW.
           MOVE WS-WALKIN TO PRC-WALKIN.
           MOVE WS-OCUPACION TO PRC-OCUPACION.
           MOVE SPACES TO PRC-MARCA.
           IF WS-SIN-EXPLICAR > ZERO
               MOVE "***" TO PRC-MARCA
               ADD 1 TO WS-FRANJAS-MARCADAS
           END-IF.
           MOVE LINEA-FRANJA TO REG-PREVCONC.
           WRITE REG-PREVCONC.

           ADD TH-CAPACIDAD (IX-HORA) TO WS-TOT-CAPACIDAD.
           ADD TH-PREVENTA (IX-HORA) TO WS-TOT-PREVENTA.
           ADD TH-GRUPOS (IX-HORA) TO WS-TOT-GRUPOS.
           ADD TH-BOLETERIA (IX-HORA) TO WS-TOT-BOLETERIA.
           ADD TH-ENTRADAS (IX-HORA) TO WS-TOT-ENTRADAS.
           ADD WS-NOSHOW TO WS-TOT-NOSHOW.
           ADD WS-WALKIN TO WS-TOT-WALKIN.

       EMITIR-TOTALES.
           MOVE LINEA-GUIONES TO REG-PREVCONC.
           WRITE REG-PREVCONC.
           MOVE ZERO TO WS-OCUPACION.
           IF WS-TOT-CAPACIDAD > ZERO
               COMPUTE WS-OCUPACION ROUNDED =
                   (WS-TOT-ENTRADAS / WS-TOT-CAPACIDAD) * 100
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-OCUPACION
               END-COMPUTE
           END-IF.
           MOVE ZERO TO PRC-HORA.
           MOVE WS-TOT-CAPACIDAD TO PRC-CAPACIDAD.
           MOVE WS-TOT-PREVENTA TO PRC-PREVENTA.
           MOVE WS-TOT-GRUPOS TO PRC-GRUPOS.
           MOVE WS-TOT-BOLETERIA TO PRC-BOLETERIA.
           MOVE WS-TOT-ENTRADAS TO PRC-ENTRADAS.
           MOVE WS-TOT-NOSHOW TO PRC-NOSHOW.
           MOVE WS-TOT-WALKIN TO PRC-WALKIN.
           MOVE WS-OCUPACION TO PRC-OCUPACION.
           MOVE SPACES TO PRC-MARCA.
           MOVE LINEA-FRANJA TO REG-PREVCONC.
           MOVE "TOTAL" TO REG-PREVCONC (1:5).
           WRITE REG-PREVCONC.
           MOVE ZERO TO WS-TASA-NOSHOW.
           IF WS-TOT-PREVENTA > ZERO
               COMPUTE WS-TASA-NOSHOW ROUNDED =
                   (WS-TOT-NOSHOW / WS-TOT-PREVENTA) * 100
           END-IF.
           MOVE WS-TASA-NOSHOW TO WS-TASA-EDICION.
           DISPLAY "TASA DE NOSHOW DE LA PREVENTA: " WS-TASA-EDICION
               "%".

       CARGAR-CUPOS-DEL-DIA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-CUPOS.
           IF NOT FS-CUPOS-OK
               DISPLAY "NO EXISTE CUPOS: SIN PREVENTA QUE CONCILIAR"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-CUPOS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-CUPOS
                   NOT AT END
                       IF CUP-FECHA = WS-FECHA-CONCILIAR
                          AND CUP-HORA < 24
                           COMPUTE IX-HORA = CUP-HORA + 1
                           MOVE CUP-CAPACIDAD TO
                                TH-CAPACIDAD (IX-HORA)
                           MOVE CUP-VENDIDO TO TH-PREVENTA (IX-HORA)
                           MOVE "S" TO TH-CON-CUPO (IX-HORA)
                       END-IF
               END-READ
           END-PERFORM.

      *>   LOS GRUPOS QUE LA CONCILIACION DE LLEGADAS YA DIO POR
      *>   NOSHOW NO ENTRARON; EL RESTO SE CUENTA POR LO RESERVADO
       CARGAR-GRUPOS-DEL-DIA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-RESERVAS.
           IF NOT FS-RESERVAS-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-RESERVAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-RESERVAS
                   NOT AT END
                       IF RES-FECHA = WS-FECHA-CONCILIAR
                          AND RES-HORA < 24
                          AND RES-ESTADO NOT = "NOSHOW"
                           COMPUTE IX-HORA = RES-HORA + 1
                           ADD RES-CANTIDAD TO TH-GRUPOS (IX-HORA)
                       END-IF
               END-READ
           END-PERFORM.

      *>   LAS ANULACIONES Y DEVOLUCIONES (CLASE A/D) SE NETEAN,
      *>   IGUAL QUE EN LA CONCILIACION DE BOLETERIA
       CARGAR-BOLETERIA-DEL-DIA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-VENTAS.
           IF NOT FS-VENTAS-OK
               DISPLAY "NO EXISTE VENTAS: BOLETERIA SALE EN CERO"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-VENTAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-VENTAS
                   NOT AT END
                       IF VEN-FECHA = WS-FECHA-CONCILIAR
                          AND VEN-HORA < 24
                           COMPUTE IX-HORA = VEN-HORA + 1
                           IF VEN-CLASE = "A" OR VEN-CLASE = "D"
                               SUBTRACT VEN-CANTIDAD FROM
                                   TH-BOLETERIA (IX-HORA)
                           ELSE
                               ADD VEN-CANTIDAD TO
                                   TH-BOLETERIA (IX-HORA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-MOLINETE-DEL-DIA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-VISITASHORA.
           IF NOT FS-VISITASHORA-OK
               DISPLAY "NO EXISTE VISITASHORA: EL MOLINETE SALE EN "
                   "CERO"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-VISITASHORA
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-VISITASHORA
                   NOT AT END
                       IF VH-FECHA = WS-FECHA-CONCILIAR
                          AND VH-HORA < 24
                           COMPUTE IX-HORA = VH-HORA + 1
                           ADD VH-CANTIDAD TO TH-ENTRADAS (IX-HORA)
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
