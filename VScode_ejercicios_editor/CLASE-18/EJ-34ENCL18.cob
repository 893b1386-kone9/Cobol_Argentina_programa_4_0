      *> Generacion de cupos de preventa por franja horaria: los
      *> fines de semana el predio se llenaba a las 15 hs y el AFORO
      *> del dia se cumplia igual, porque nadie repartia la gente en
      *> el horario. Esta corrida toma un rango de fechas y el
      *> horario de apertura y cierre, y para cada dia y cada franja
      *> de una hora arma en CUPOS la capacidad vendible: el AFORO
      *> del tipo de dia (HABIL / FINDE / FERIADO, mismo criterio
      *> que el alta de reservas) repartido entre las franjas del
      *> horario, sin pasar nunca la suma de aforos del maestro
      *> SALAS, que es lo que el edificio aguanta junto. Las franjas
      *> que ya existian conservan lo vendido y solo se les ajusta
      *> la capacidad; la preventa online (EJ-35ENCL18) confirma
      *> los pedidos contra este archivo.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-34ENCL18.
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
      *>   COPYLIB CUPOHORA); se regraba entero
           SELECT ARCH-CUPOS ASSIGN TO "CUPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUPOS.

           SELECT ARCH-AFORO ASSIGN TO "AFORO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFORO.

      *>   SALAS trae el aforo propio de cada sala (ver COPYLIB
      *>   SALAS): la suma es el tope de gente adentro a la vez
           SELECT ARCH-SALAS ASSIGN TO "SALAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALAS.

      *>   FERIADOS dice que dias llevan el aforo de feriado (ver
      *>   COPYLIB FERIADO)
           SELECT ARCH-FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

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

       FD  ARCH-AFORO.
       01  REG-AFORO.
           03 AFO-TIPO   PIC X(8).
           03 AFO-MAXIMO PIC 9(5).

       FD  ARCH-SALAS
           RECORD CONTAINS 26 CHARACTERS.
           COPY SALAS.

       FD  ARCH-FERIADOS
           RECORD CONTAINS 39 CHARACTERS.
           COPY FERIADO.

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

      *>   RANGO DE FECHAS Y HORARIO DEL MUSEO; LA ULTIMA FRANJA
      *>   ARRANCA UNA HORA ANTES DEL CIERRE
       77 WS-DESDE PIC 9(8) VALUE ZERO.
       77 WS-HASTA PIC 9(8) VALUE ZERO.
       77 WS-APERTURA PIC 99 VALUE 10.
       77 WS-CIERRE PIC 99 VALUE 18.
       77 WS-CANT-FRANJAS PIC 99 VALUE ZERO.
       77 WS-FECHA PIC 9(8) VALUE ZERO.
       77 WS-HORA PIC 99 VALUE ZERO.
       77 WS-JULIANO-DESDE PIC 9(7) VALUE ZERO.
       77 WS-JULIANO-HASTA PIC 9(7) VALUE ZERO.

      *>   AFORO POR TIPO DE DIA (MISMO CRITERIO QUE EL ALTA DE
      *>   RESERVAS)
       77 WS-AFORO-HABIL PIC 9(5) VALUE ZERO.
       77 WS-AFORO-FINDE PIC 9(5) VALUE ZERO.
       77 WS-AFORO-FERIADO PIC 9(5) VALUE ZERO.
       77 WS-AFORO-DEL-DIA PIC 9(5) VALUE ZERO.
       77 WS-DIA-SEMANA PIC 9 VALUE ZERO.
       77 WS-DIA-JULIANO PIC 9(7) VALUE ZERO.
       77 WS-ES-FERIADO PIC X VALUE "N".

      *>   TOPE DEL EDIFICIO: SUMA DE AFOROS DE SALAS
       77 WS-AFORO-SALAS PIC 9(6) VALUE ZERO.
       77 WS-CUPO-FRANJA PIC 9(5) VALUE ZERO.

      *>   FERIADOS EN MEMORIA
       77 WS-CANT-FERIADOS PIC 9(3) VALUE ZERO.
       01 TABLA-FERIADOS.
           03 ENTRADA-FERIADO OCCURS 100 TIMES.
               05 TF-FECHA PIC 9(8).
       77 IX-FER PIC 9(3) VALUE ZERO.

      *>   CUPOS EN MEMORIA PARA REGRABAR EL MAESTRO
       77 WS-CANT-CUPOS PIC 9(4) VALUE ZERO.
       01 TABLA-CUPOS.
           03 CUPO-ENTRY OCCURS 2000 TIMES.
               05 TC-FECHA     PIC 9(8).
               05 TC-HORA      PIC 99.
               05 TC-CAPACIDAD PIC 9(5).
               05 TC-VENDIDO   PIC 9(5).
       77 IX-CUP PIC 9(4) VALUE ZERO.
       77 IX-CUP-HALLADO PIC 9(4) VALUE ZERO.

       77 WS-CUPOS-NUEVOS PIC 9(4) VALUE ZERO.
       77 WS-CUPOS-AJUSTADOS PIC 9(4) VALUE ZERO.
       77 WS-CUPOS-EXCEDIDOS PIC 9(4) VALUE ZERO.

       01 WS-FIN-CUPOS PIC X VALUE "N".
       01 WS-FIN-AFORO PIC X VALUE "N".
       01 WS-FIN-SALAS PIC X VALUE "N".
       01 WS-FIN-FERIADOS PIC X VALUE "N".

       01 WS-FS-CUPOS PIC XX.
           88 FS-CUPOS-OK VALUE "00".
       01 WS-FS-AFORO PIC XX.
           88 FS-AFORO-OK VALUE "00".
       01 WS-FS-SALAS PIC XX.
           88 FS-SALAS-OK VALUE "00".
       01 WS-FS-FERIADOS PIC XX.
           88 FS-FERIADOS-OK VALUE "00".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-34ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "GENERACION DE CUPOS DE PREVENTA POR FRANJA"
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "DESDE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-DESDE
           ELSE
               DISPLAY "PRIMER DIA A GENERAR (AAAAMMDD): "
               ACCEPT WS-DESDE
           END-IF.
           MOVE "HASTA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-HASTA
           ELSE
               DISPLAY "ULTIMO DIA A GENERAR (AAAAMMDD): "
               ACCEPT WS-HASTA
           END-IF.
      *>   SIN APERTURA / CIERRE EN LA TARJETA VALE EL HORARIO DE
      *>   SIEMPRE, DE 10 A 18
           MOVE "APERTURA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:2) TO WS-APERTURA
           END-IF.
           MOVE "CIERRE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:2) TO WS-CIERRE
           END-IF.
           IF WS-DESDE = ZERO OR WS-HASTA < WS-DESDE
              OR WS-CIERRE > 24 OR WS-CIERRE NOT > WS-APERTURA
               DISPLAY "RANGO U HORARIO INVALIDO, CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           COMPUTE WS-CANT-FRANJAS = WS-CIERRE - WS-APERTURA.

           PERFORM CARGAR-AFORO.
           PERFORM CARGAR-SALAS.
           PERFORM CARGAR-FERIADOS-CUP.
           IF WS-AFORO-HABIL = ZERO AND WS-AFORO-FINDE = ZERO
              AND WS-AFORO-FERIADO = ZERO AND WS-AFORO-SALAS = ZERO
               DISPLAY "SIN AFORO NI SALAS NO HAY CAPACIDAD QUE "
                   "REPARTIR, CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM CARGAR-CUPOS.

           COMPUTE WS-JULIANO-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-DESDE).
           COMPUTE WS-JULIANO-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-HASTA).
           PERFORM VARYING WS-DIA-JULIANO FROM WS-JULIANO-DESDE BY 1
                   UNTIL WS-DIA-JULIANO > WS-JULIANO-HASTA
               COMPUTE WS-FECHA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO)
               PERFORM GENERAR-CUPOS-DEL-DIA
           END-PERFORM.

           PERFORM REGRABAR-CUPOS.

           DISPLAY "FRANJAS NUEVAS:                 " WS-CUPOS-NUEVOS.
           DISPLAY "FRANJAS CON CAPACIDAD AJUSTADA: "
               WS-CUPOS-AJUSTADOS.
           DISPLAY "FRANJAS CON MAS VENDIDO QUE CUPO: "
               WS-CUPOS-EXCEDIDOS.
           COMPUTE CTL-CANT-REG = WS-CUPOS-NUEVOS
               + WS-CUPOS-AJUSTADOS.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   EL AFORO DEL DIA SE REPARTE PAREJO ENTRE LAS FRANJAS, Y
      *>   NINGUNA FRANJA PUEDE SUPERAR LO QUE ENTRA EN LAS SALAS A
      *>   LA VEZ; SIN AFORO CARGADO PARA EL TIPO DE DIA MANDAN LAS
      *>   SALAS
       GENERAR-CUPOS-DEL-DIA.
           PERFORM DETERMINAR-AFORO-DEL-DIA.
           IF WS-AFORO-DEL-DIA > ZERO
               COMPUTE WS-CUPO-FRANJA =
                   WS-AFORO-DEL-DIA / WS-CANT-FRANJAS
               IF WS-AFORO-SALAS > ZERO
                  AND WS-CUPO-FRANJA > WS-AFORO-SALAS
                   MOVE WS-AFORO-SALAS TO WS-CUPO-FRANJA
               END-IF
           ELSE
               MOVE WS-AFORO-SALAS TO WS-CUPO-FRANJA
           END-IF.
           PERFORM VARYING WS-HORA FROM WS-APERTURA BY 1
                   UNTIL WS-HORA NOT < WS-CIERRE
               PERFORM UBICAR-CUPO
               IF IX-CUP-HALLADO > ZERO
                   IF TC-CAPACIDAD (IX-CUP-HALLADO) NOT =
                      WS-CUPO-FRANJA
                       MOVE WS-CUPO-FRANJA TO
                            TC-CAPACIDAD (IX-CUP-HALLADO)
                       ADD 1 TO WS-CUPOS-AJUSTADOS
                   END-IF
                   IF TC-VENDIDO (IX-CUP-HALLADO) > WS-CUPO-FRANJA
                       ADD 1 TO WS-CUPOS-EXCEDIDOS
                       DISPLAY "ATENCION: LA FRANJA " WS-FECHA " "
                           WS-HORA " HS YA TIENE VENDIDAS "
                           TC-VENDIDO (IX-CUP-HALLADO)
                           " ENTRADAS Y EL CUPO NUEVO ES "
                           WS-CUPO-FRANJA
                   END-IF
               ELSE
                   IF WS-CANT-CUPOS >= 2000
                       DISPLAY "EL MAESTRO DE CUPOS SUPERA LAS 2000 "
                           "FRANJAS EN MEMORIA: CORRIDA RECHAZADA, "
                           "CUPOS NO SE TOCA"
                       MOVE WS-CANT-CUPOS TO CTL-CANT-REG
                       MOVE "RECHAZADO" TO CTL-ESTADO
                       PERFORM GRABAR-CONTROL
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-CUPOS
                   MOVE WS-FECHA TO TC-FECHA (WS-CANT-CUPOS)
                   MOVE WS-HORA TO TC-HORA (WS-CANT-CUPOS)
                   MOVE WS-CUPO-FRANJA TO
                        TC-CAPACIDAD (WS-CANT-CUPOS)
                   MOVE ZERO TO TC-VENDIDO (WS-CANT-CUPOS)
                   ADD 1 TO WS-CUPOS-NUEVOS
               END-IF
           END-PERFORM.

       UBICAR-CUPO.
           MOVE ZERO TO IX-CUP-HALLADO.
           PERFORM VARYING IX-CUP FROM 1 BY 1
                   UNTIL IX-CUP > WS-CANT-CUPOS
               IF TC-FECHA (IX-CUP) = WS-FECHA
                  AND TC-HORA (IX-CUP) = WS-HORA
                   MOVE IX-CUP TO IX-CUP-HALLADO
               END-IF
           END-PERFORM.

       DETERMINAR-AFORO-DEL-DIA.
      *>   FERIADO > FIN DE SEMANA > HABIL, IGUAL QUE EL ALTA DE
      *>   RESERVAS: EL DIA DE LA SEMANA ES EL RESTO DE DIVIDIR EL
      *>   DIA JULIANO POR 7 (6 = SABADO, 0 = DOMINGO)
           MOVE "N" TO WS-ES-FERIADO.
           PERFORM VARYING IX-FER FROM 1 BY 1
                   UNTIL IX-FER > WS-CANT-FERIADOS
               IF TF-FECHA (IX-FER) = WS-FECHA
                   MOVE "S" TO WS-ES-FERIADO
               END-IF
           END-PERFORM.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-JULIANO, 7).
           EVALUATE TRUE
               WHEN WS-ES-FERIADO = "S"
                   MOVE WS-AFORO-FERIADO TO WS-AFORO-DEL-DIA
               WHEN WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = ZERO
                   MOVE WS-AFORO-FINDE TO WS-AFORO-DEL-DIA
               WHEN OTHER
                   MOVE WS-AFORO-HABIL TO WS-AFORO-DEL-DIA
           END-EVALUATE.

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
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-AFORO.
           MOVE "N" TO WS-FIN-AFORO.
           OPEN INPUT ARCH-AFORO.
           IF NOT FS-AFORO-OK
               DISPLAY "NO EXISTE AFORO: MANDAN LAS SALAS"
               MOVE "S" TO WS-FIN-AFORO
           END-IF.
           PERFORM UNTIL WS-FIN-AFORO = "S"
               READ ARCH-AFORO
                   AT END
                       MOVE "S" TO WS-FIN-AFORO
                       CLOSE ARCH-AFORO
                   NOT AT END
                       EVALUATE AFO-TIPO
                           WHEN "HABIL"
                               MOVE AFO-MAXIMO TO WS-AFORO-HABIL
                           WHEN "FINDE"
                               MOVE AFO-MAXIMO TO WS-AFORO-FINDE
                           WHEN "FERIADO"
                               MOVE AFO-MAXIMO TO WS-AFORO-FERIADO
                       END-EVALUATE
               END-READ
           END-PERFORM.

       CARGAR-SALAS.
           MOVE "N" TO WS-FIN-SALAS.
           OPEN INPUT ARCH-SALAS.
           IF NOT FS-SALAS-OK
               DISPLAY "NO EXISTE EL MAESTRO DE SALAS: SIN TOPE "
                   "POR EDIFICIO"
               MOVE "S" TO WS-FIN-SALAS
           END-IF.
           PERFORM UNTIL WS-FIN-SALAS = "S"
               READ ARCH-SALAS
                   AT END
                       MOVE "S" TO WS-FIN-SALAS
                       CLOSE ARCH-SALAS
                   NOT AT END
                       ADD SAL-AFORO TO WS-AFORO-SALAS
               END-READ
           END-PERFORM.

       CARGAR-FERIADOS-CUP.
           MOVE "N" TO WS-FIN-FERIADOS.
           OPEN INPUT ARCH-FERIADOS.
           IF NOT FS-FERIADOS-OK
               MOVE "S" TO WS-FIN-FERIADOS
           END-IF.
           PERFORM UNTIL WS-FIN-FERIADOS = "S"
               READ ARCH-FERIADOS
                   AT END
                       MOVE "S" TO WS-FIN-FERIADOS
                       CLOSE ARCH-FERIADOS
                   NOT AT END
                       IF WS-CANT-FERIADOS >= 100
                           DISPLAY "ADVERTENCIA: SE IGNORA FERIADO,"
                               " YA HAY 100 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-FERIADOS
                           MOVE FER-FECHA TO
                                TF-FECHA (WS-CANT-FERIADOS)
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
