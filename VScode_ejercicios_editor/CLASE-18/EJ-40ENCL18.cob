      *> Arqueo de boleteria por cajero y turno: la conciliacion de
      *> boleteria (EJ-07ENCL18) compara por dia, y cuando falta
      *> plata no se sabe de que caja. Esta corrida toma las
      *> declaraciones de ARQDECLARA (ver COPYLIB ARQUEO: fondo fijo,
      *> efectivo contado y cupones de tarjeta por cajero y turno) y
      *> las cruza contra lo que cada cajero firmo en VENTAS en ese
      *> turno, neto de anulaciones y devoluciones y separado por
      *> medio de pago: el efectivo esperado es el fondo mas el
      *> efectivo neto vendido, la tarjeta esperada es la tarjeta
      *> neta vendida. La diferencia queda en ARQHIST (ver COPYLIB
      *> ARQHIST) y el reporte ARQUEOREP marca al cajero con
      *> diferencias repetidas en los ultimos dias, o con una tasa
      *> de anulaciones muy por encima de la del resto de los
      *> cajeros del dia. El turno de la venta sale de su hora: la
      *> tarde empieza en la hora de corte de la tarjeta de corrida.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-40ENCL18.
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
      *>   ARQDECLARA trae la declaracion de caja de cada cajero y
      *>   turno
           SELECT ARCH-ARQDECLARA ASSIGN TO "ARQDECLARA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQDECLARA.

           SELECT ARCH-VENTAS ASSIGN TO "VENTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VENTAS.

      *>   ARQHIST es la historia de diferencias de arqueo
           SELECT ARCH-ARQHIST ASSIGN TO "ARQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQHIST.

      *>   ARQUEOREP es el reporte imprimible del arqueo
           SELECT ARCH-ARQUEOREP ASSIGN TO "ARQUEOREP"
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
       FD  ARCH-ARQDECLARA
           RECORD CONTAINS 51 CHARACTERS.
           COPY ARQUEO.

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
           03 FILLER       PIC X VALUE ";".
           03 VEN-MEDIO    PIC X.

       FD  ARCH-ARQHIST
           RECORD CONTAINS 43 CHARACTERS.
           COPY ARQHIST.

       FD  ARCH-ARQUEOREP.
       01  REG-ARQUEOREP PIC X(90).

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

      *>   FECHA DEL ARQUEO, HORA DE CORTE ENTRE TURNOS, TOLERANCIA
      *>   DE DIFERENCIA Y CRITERIO DE DIFERENCIAS REPETIDAS
       77 WS-FECHA-ARQUEO PIC 9(8) VALUE ZERO.
       77 WS-HORA-CORTE PIC 99 VALUE ZERO.
       77 WS-TOLERANCIA PIC 9(5)V99 VALUE ZERO.
       77 WS-DIAS-VENTANA PIC 9(3) VALUE ZERO.
       77 WS-TOPE-REPETIDAS PIC 99 VALUE ZERO.
       77 WS-FECHA-VENTANA PIC 9(8) VALUE ZERO.
       77 WS-JULIANO PIC 9(7) VALUE ZERO.
       77 WS-TURNO PIC X VALUE SPACE.

      *>   UN RENGLON POR CAJERO Y TURNO: LO DECLARADO, LO VENDIDO
      *>   NETO POR MEDIO DE PAGO Y LAS DIFERENCIAS
       77 WS-CANT-CAJAS PIC 9(3) VALUE ZERO.
       01 TABLA-CAJAS.
           03 CAJA-ENTRY OCCURS 100 TIMES.
               05 TQ-OPERADOR       PIC X(10).
               05 TQ-TURNO          PIC X.
               05 TQ-DECLARADA      PIC X.
               05 TQ-FONDO          PIC 9(7)V99.
               05 TQ-EFECTIVO-DECL  PIC 9(7)V99.
               05 TQ-TARJETA-DECL   PIC 9(7)V99.
               05 TQ-EFECTIVO-VTA   PIC S9(9)V99.
               05 TQ-TARJETA-VTA    PIC S9(9)V99.
               05 TQ-CANT-VENTAS    PIC 9(5).
               05 TQ-CANT-ANUL      PIC 9(5).
               05 TQ-DIF-EFECTIVO   PIC S9(9)V99.
               05 TQ-DIF-TARJETA    PIC S9(9)V99.
       77 IX-CAJ PIC 9(3) VALUE ZERO.
       77 IX-CAJ-HALLADA PIC 9(3) VALUE ZERO.
       77 WS-OPERADOR-BUSCADO PIC X(10) VALUE SPACES.

      *>   HISTORIA DE ARQUEOS DE OTRAS FECHAS (SE REGRABA ENTERA)
       77 WS-CANT-HIST PIC 9(4) VALUE ZERO.
       01 TABLA-HIST.
           03 HIST-ENTRY OCCURS 3000 TIMES.
               05 TH-FECHA        PIC 9(8).
               05 TH-OPERADOR     PIC X(10).
               05 TH-TURNO        PIC X.
               05 TH-DIF-EFECTIVO PIC S9(7)V99.
               05 TH-DIF-TARJETA  PIC S9(7)V99.
       77 IX-HIS PIC 9(4) VALUE ZERO.

      *>   CALCULOS DEL CAJERO EN CURSO
       77 WS-ESPERADO PIC S9(9)V99 VALUE ZERO.
       77 WS-DIF-ABS PIC 9(9)V99 VALUE ZERO.
       77 WS-REPETIDAS PIC 9(3) VALUE ZERO.
       77 WS-TASA-ANUL PIC 9(3)V9 VALUE ZERO.
       77 WS-TASA-RESTO PIC 9(3)V9 VALUE ZERO.
       77 WS-VENTAS-RESTO PIC 9(7) VALUE ZERO.
       77 WS-ANUL-RESTO PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-VENTAS PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-ANUL PIC 9(7) VALUE ZERO.
       77 WS-CON-DIFERENCIA PIC 9(3) VALUE ZERO.
       77 WS-MARCADAS PIC 9(3) VALUE ZERO.
       77 WS-MARCA PIC X VALUE "N".

       01 WS-FIN-ARCHIVO PIC X VALUE "N".

       01 WS-FS-ARQDECLARA PIC XX.
           88 FS-ARQDECLARA-OK VALUE "00".
       01 WS-FS-VENTAS PIC XX.
           88 FS-VENTAS-OK VALUE "00".
       01 WS-FS-ARQHIST PIC XX.
           88 FS-ARQHIST-OK VALUE "00".

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-CAJERO.
           03 FILLER        PIC X(7) VALUE "CAJERO ".
           03 LCJ-OPERADOR  PIC X(10).
           03 FILLER        PIC X(7) VALUE " TURNO ".
           03 LCJ-TURNO     PIC X.
           03 FILLER        PIC X(9) VALUE "  VENTAS ".
           03 LCJ-VENTAS    PIC ZZZZ9.
           03 FILLER        PIC X(14) VALUE "  ANULACIONES ".
           03 LCJ-ANUL      PIC ZZZZ9.
           03 FILLER        PIC X(2) VALUE " (".
           03 LCJ-TASA      PIC ZZ9.9.
           03 FILLER        PIC X(2) VALUE "%)".
           03 FILLER        PIC X VALUE SPACE.
           03 LCJ-DECLARADA PIC X(15).
       01 LINEA-EFECTIVO.
           03 FILLER        PIC X(21) VALUE "  EFECTIVO  VENDIDO ".
           03 LEF-VENDIDO   PIC -Z(8)9.99.
           03 FILLER        PIC X(7) VALUE " FONDO ".
           03 LEF-FONDO     PIC Z(6)9.99.
           03 FILLER        PIC X(9) VALUE " CONTADO ".
           03 LEF-CONTADO   PIC Z(6)9.99.
           03 FILLER        PIC X(6) VALUE " DIF. ".
           03 LEF-DIF       PIC -Z(8)9.99.
       01 LINEA-TARJETA.
           03 FILLER        PIC X(21) VALUE "  TARJETA   VENDIDO ".
           03 LTA-VENDIDO   PIC -Z(8)9.99.
           03 FILLER        PIC X(18) VALUE " CUPONES          ".
           03 LTA-CUPONES   PIC Z(6)9.99.
           03 FILLER        PIC X(6) VALUE " DIF. ".
           03 LTA-DIF       PIC -Z(8)9.99.
       01 LINEA-REPETIDAS.
           03 FILLER        PIC X(30)
               VALUE "  *** DIFERENCIAS REPETIDAS: ".
           03 LRP-CANT      PIC ZZ9.
           03 FILLER        PIC X(18) VALUE " EN LOS ULTIMOS   ".
           03 LRP-DIAS      PIC ZZ9.
           03 FILLER        PIC X(5) VALUE " DIAS".
       01 LINEA-ANULACION.
           03 FILLER        PIC X(31)
               VALUE "  *** TASA DE ANULACION ALTA: ".
           03 LAN-TASA      PIC ZZ9.9.
           03 FILLER        PIC X(9) VALUE "% CONTRA ".
           03 LAN-RESTO     PIC ZZ9.9.
           03 FILLER        PIC X(26)
               VALUE "% DEL RESTO DE LOS CAJEROS".
       01 LINEA-GUIONES PIC X(80) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-40ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "ARQUEO DE BOLETERIA POR CAJERO Y TURNO"
           DISPLAY "-------------------------------------------------".

           MOVE "FECHA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-ARQUEO
           ELSE
               DISPLAY "FECHA DEL ARQUEO (AAAAMMDD): "
               ACCEPT WS-FECHA-ARQUEO
           END-IF.
      *>   POR DEFECTO: LA TARDE EMPIEZA A LAS 14, SE TOLERAN 100.00
      *>   DE DIFERENCIA, Y 3 DIFERENCIAS EN 30 DIAS SON REPETIDAS
           MOVE "CORTE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:2) TO WS-HORA-CORTE
           ELSE
               MOVE 14 TO WS-HORA-CORTE
           END-IF.
           MOVE "TOLERANCIA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:7) TO WS-TOLERANCIA
           ELSE
               MOVE 100.00 TO WS-TOLERANCIA
           END-IF.
           MOVE "DIAS" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:3) TO WS-DIAS-VENTANA
           ELSE
               MOVE 30 TO WS-DIAS-VENTANA
           END-IF.
           MOVE "REPETIDAS" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:2) TO WS-TOPE-REPETIDAS
           ELSE
               MOVE 3 TO WS-TOPE-REPETIDAS
           END-IF.
           IF WS-FECHA-ARQUEO = ZERO OR WS-HORA-CORTE > 23
               DISPLAY "DATOS INVALIDOS, CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           COMPUTE WS-JULIANO =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-ARQUEO)
               - WS-DIAS-VENTANA.
           COMPUTE WS-FECHA-VENTANA =
               FUNCTION DATE-OF-INTEGER (WS-JULIANO).

           PERFORM CARGAR-DECLARACIONES.
           PERFORM CARGAR-VENTAS.
           IF WS-CANT-CAJAS = ZERO
               DISPLAY "NO HAY DECLARACIONES NI VENTAS PARA EL "
                   WS-FECHA-ARQUEO
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM CARGAR-HISTORIA.

           OPEN OUTPUT ARCH-ARQUEOREP.
           MOVE SPACES TO REG-ARQUEOREP.
           STRING "ARQUEO DE BOLETERIA POR CAJERO Y TURNO DEL "
               WS-FECHA-ARQUEO DELIMITED BY SIZE INTO REG-ARQUEOREP.
           WRITE REG-ARQUEOREP.
           PERFORM VARYING IX-CAJ FROM 1 BY 1
                   UNTIL IX-CAJ > WS-CANT-CAJAS
               PERFORM ARQUEAR-CAJA
           END-PERFORM.
           CLOSE ARCH-ARQUEOREP.
           PERFORM REGRABAR-HISTORIA.

           DISPLAY "CAJAS ARQUEADAS: " WS-CANT-CAJAS.
           DISPLAY "CAJAS CON DIFERENCIA FUERA DE TOLERANCIA: "
               WS-CON-DIFERENCIA.
           IF WS-MARCADAS > ZERO
               DISPLAY "*** " WS-MARCADAS " CAJA(S) MARCADA(S), VER "
                   "ARQUEOREP ***"
           END-IF.
           MOVE WS-CANT-CAJAS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   UNA CAJA SIN DECLARACION SE ARQUEA CONTRA CERO: FALTA
      *>   TODO LO QUE EL CAJERO VENDIO
       ARQUEAR-CAJA.
           COMPUTE WS-ESPERADO =
               TQ-FONDO (IX-CAJ) + TQ-EFECTIVO-VTA (IX-CAJ).
           COMPUTE TQ-DIF-EFECTIVO (IX-CAJ) =
               TQ-EFECTIVO-DECL (IX-CAJ) - WS-ESPERADO.
           COMPUTE TQ-DIF-TARJETA (IX-CAJ) =
               TQ-TARJETA-DECL (IX-CAJ) - TQ-TARJETA-VTA (IX-CAJ).
           MOVE "N" TO WS-MARCA.

           MOVE ZERO TO WS-TASA-ANUL.
           IF TQ-CANT-VENTAS (IX-CAJ) > ZERO
               COMPUTE WS-TASA-ANUL ROUNDED =
                   (TQ-CANT-ANUL (IX-CAJ) / TQ-CANT-VENTAS (IX-CAJ))
                   * 100
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-TASA-ANUL
               END-COMPUTE
           END-IF.
           MOVE LINEA-GUIONES TO REG-ARQUEOREP.
           WRITE REG-ARQUEOREP.
           MOVE TQ-OPERADOR (IX-CAJ) TO LCJ-OPERADOR.
           MOVE TQ-TURNO (IX-CAJ) TO LCJ-TURNO.
           MOVE TQ-CANT-VENTAS (IX-CAJ) TO LCJ-VENTAS.
           MOVE TQ-CANT-ANUL (IX-CAJ) TO LCJ-ANUL.
           MOVE WS-TASA-ANUL TO LCJ-TASA.
           IF TQ-DECLARADA (IX-CAJ) = "S"
               MOVE SPACES TO LCJ-DECLARADA
           ELSE
               MOVE "SIN DECLARACION" TO LCJ-DECLARADA
               MOVE "S" TO WS-MARCA
           END-IF.
           MOVE LINEA-CAJERO TO REG-ARQUEOREP.
           WRITE REG-ARQUEOREP.
           MOVE TQ-EFECTIVO-VTA (IX-CAJ) TO LEF-VENDIDO.
           MOVE TQ-FONDO (IX-CAJ) TO LEF-FONDO.
           MOVE TQ-EFECTIVO-DECL (IX-CAJ) TO LEF-CONTADO.
           MOVE TQ-DIF-EFECTIVO (IX-CAJ) TO LEF-DIF.
           MOVE LINEA-EFECTIVO TO REG-ARQUEOREP.
           WRITE REG-ARQUEOREP.
           MOVE TQ-TARJETA-VTA (IX-CAJ) TO LTA-VENDIDO.
           MOVE TQ-TARJETA-DECL (IX-CAJ) TO LTA-CUPONES.
           MOVE TQ-DIF-TARJETA (IX-CAJ) TO LTA-DIF.
           MOVE LINEA-TARJETA TO REG-ARQUEOREP.
           WRITE REG-ARQUEOREP.

      *>   DIFERENCIAS REPETIDAS: LAS DE LA VENTANA EN LA HISTORIA
      *>   MAS LAS DE HOY DEL MISMO CAJERO (TODOS SUS TURNOS)
           MOVE ZERO TO WS-REPETIDAS.
           PERFORM VARYING IX-HIS FROM 1 BY 1
                   UNTIL IX-HIS > WS-CANT-HIST
               IF TH-OPERADOR (IX-HIS) = TQ-OPERADOR (IX-CAJ)
                  AND TH-FECHA (IX-HIS) NOT < WS-FECHA-VENTANA
                   COMPUTE WS-DIF-ABS = FUNCTION ABS
                       (TH-DIF-EFECTIVO (IX-HIS))
                       + FUNCTION ABS (TH-DIF-TARJETA (IX-HIS))
                   IF WS-DIF-ABS > WS-TOLERANCIA
                       ADD 1 TO WS-REPETIDAS
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-CAJ-HALLADA FROM 1 BY 1
                   UNTIL IX-CAJ-HALLADA > WS-CANT-CAJAS
               IF TQ-OPERADOR (IX-CAJ-HALLADA) = TQ-OPERADOR (IX-CAJ)
                   COMPUTE WS-DIF-ABS = FUNCTION ABS
                       (TQ-DIF-EFECTIVO (IX-CAJ-HALLADA))
                       + FUNCTION ABS (TQ-DIF-TARJETA (IX-CAJ-HALLADA))
                   IF WS-DIF-ABS > WS-TOLERANCIA
                       ADD 1 TO WS-REPETIDAS
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-DIF-ABS = FUNCTION ABS (TQ-DIF-EFECTIVO (IX-CAJ))
               + FUNCTION ABS (TQ-DIF-TARJETA (IX-CAJ)).
           IF WS-DIF-ABS > WS-TOLERANCIA
               ADD 1 TO WS-CON-DIFERENCIA
               IF WS-REPETIDAS >= WS-TOPE-REPETIDAS
                   MOVE WS-REPETIDAS TO LRP-CANT
                   MOVE WS-DIAS-VENTANA TO LRP-DIAS
                   MOVE LINEA-REPETIDAS TO REG-ARQUEOREP
                   WRITE REG-ARQUEOREP
                   MOVE "S" TO WS-MARCA
               END-IF
           END-IF.

      *>   TASA DE ANULACION CONTRA LA DEL RESTO DE LAS CAJAS DEL
      *>   DIA: SE MARCA A PARTIR DE DOS ANULACIONES Y DEL DOBLE
           COMPUTE WS-VENTAS-RESTO =
               WS-TOTAL-VENTAS - TQ-CANT-VENTAS (IX-CAJ).
           COMPUTE WS-ANUL-RESTO =
               WS-TOTAL-ANUL - TQ-CANT-ANUL (IX-CAJ).
           MOVE ZERO TO WS-TASA-RESTO.
           IF WS-VENTAS-RESTO > ZERO
               COMPUTE WS-TASA-RESTO ROUNDED =
                   (WS-ANUL-RESTO / WS-VENTAS-RESTO) * 100
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-TASA-RESTO
               END-COMPUTE
           END-IF.
           IF TQ-CANT-ANUL (IX-CAJ) >= 2
              AND WS-TASA-ANUL > WS-TASA-RESTO * 2
               MOVE WS-TASA-ANUL TO LAN-TASA
               MOVE WS-TASA-RESTO TO LAN-RESTO
               MOVE LINEA-ANULACION TO REG-ARQUEOREP
               WRITE REG-ARQUEOREP
               MOVE "S" TO WS-MARCA
           END-IF.
           IF WS-MARCA = "S"
               ADD 1 TO WS-MARCADAS
           END-IF.

       CARGAR-DECLARACIONES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-ARQDECLARA.
           IF NOT FS-ARQDECLARA-OK
               DISPLAY "NO EXISTE ARQDECLARA: TODAS LAS CAJAS SALEN "
                   "SIN DECLARACION"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-ARQDECLARA
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-ARQDECLARA
                   NOT AT END
                       IF ARQ-FECHA = WS-FECHA-ARQUEO
                           IF ARQ-TURNO NOT = "M"
                              AND ARQ-TURNO NOT = "T"
                               DISPLAY "TURNO INVALIDO EN LA "
                                   "DECLARACION DE " ARQ-OPERADOR
                                   ", SE IGNORA"
                           ELSE
                               MOVE ARQ-OPERADOR TO WS-OPERADOR-BUSCADO
                               MOVE ARQ-TURNO TO WS-TURNO
                               PERFORM UBICAR-CAJA
                               MOVE "S" TO TQ-DECLARADA (IX-CAJ-HALLADA)
                               ADD ARQ-FONDO TO
                                   TQ-FONDO (IX-CAJ-HALLADA)
                               ADD ARQ-EFECTIVO TO
                                   TQ-EFECTIVO-DECL (IX-CAJ-HALLADA)
                               ADD ARQ-TARJETA TO
                                   TQ-TARJETA-DECL (IX-CAJ-HALLADA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>   LAS ANULACIONES Y DEVOLUCIONES SE NETEAN EN EL MEDIO DE
      *>   PAGO Y EL TURNO DEL CAJERO QUE LAS FIRMO
       CARGAR-VENTAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-VENTAS.
           IF NOT FS-VENTAS-OK
               DISPLAY "NO EXISTE VENTAS: NADA VENDIDO QUE ARQUEAR"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-VENTAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-VENTAS
                   NOT AT END
                       IF VEN-FECHA = WS-FECHA-ARQUEO
                           PERFORM ACUMULAR-VENTA
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-VENTA.
           MOVE VEN-OPERADOR TO WS-OPERADOR-BUSCADO.
           IF VEN-HORA < WS-HORA-CORTE
               MOVE "M" TO WS-TURNO
           ELSE
               MOVE "T" TO WS-TURNO
           END-IF.
           PERFORM UBICAR-CAJA.
           IF VEN-CLASE = "A" OR VEN-CLASE = "D"
               IF VEN-MEDIO = "T"
                   SUBTRACT VEN-IMPORTE FROM
                       TQ-TARJETA-VTA (IX-CAJ-HALLADA)
               ELSE
                   SUBTRACT VEN-IMPORTE FROM
                       TQ-EFECTIVO-VTA (IX-CAJ-HALLADA)
               END-IF
               IF VEN-CLASE = "A"
                   ADD 1 TO TQ-CANT-ANUL (IX-CAJ-HALLADA)
                   ADD 1 TO WS-TOTAL-ANUL
               END-IF
           ELSE
               IF VEN-MEDIO = "T"
                   ADD VEN-IMPORTE TO TQ-TARJETA-VTA (IX-CAJ-HALLADA)
               ELSE
                   ADD VEN-IMPORTE TO TQ-EFECTIVO-VTA (IX-CAJ-HALLADA)
               END-IF
               ADD 1 TO TQ-CANT-VENTAS (IX-CAJ-HALLADA)
               ADD 1 TO WS-TOTAL-VENTAS
           END-IF.

      *>   DEJA EN IX-CAJ-HALLADA LA CAJA DEL CAJERO Y TURNO BUSCADOS,
      *>   CREANDOLA SI TODAVIA NO ESTA
       UBICAR-CAJA.
           MOVE ZERO TO IX-CAJ-HALLADA.
           PERFORM VARYING IX-CAJ FROM 1 BY 1
                   UNTIL IX-CAJ > WS-CANT-CAJAS
               IF TQ-OPERADOR (IX-CAJ) = WS-OPERADOR-BUSCADO
                  AND TQ-TURNO (IX-CAJ) = WS-TURNO
                   MOVE IX-CAJ TO IX-CAJ-HALLADA
               END-IF
           END-PERFORM.
           IF IX-CAJ-HALLADA = ZERO
               IF WS-CANT-CAJAS >= 100
                   DISPLAY "MAS DE 100 CAJAS EN EL DIA, CORRIDA "
                       "RECHAZADA"
                   MOVE ZERO TO CTL-CANT-REG
                   MOVE "RECHAZADO" TO CTL-ESTADO
                   PERFORM GRABAR-CONTROL
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-CAJAS
               MOVE WS-CANT-CAJAS TO IX-CAJ-HALLADA
               MOVE WS-OPERADOR-BUSCADO TO TQ-OPERADOR (IX-CAJ-HALLADA)
               MOVE WS-TURNO TO TQ-TURNO (IX-CAJ-HALLADA)
               MOVE "N" TO TQ-DECLARADA (IX-CAJ-HALLADA)
               MOVE ZERO TO TQ-FONDO (IX-CAJ-HALLADA)
               MOVE ZERO TO TQ-EFECTIVO-DECL (IX-CAJ-HALLADA)
               MOVE ZERO TO TQ-TARJETA-DECL (IX-CAJ-HALLADA)
               MOVE ZERO TO TQ-EFECTIVO-VTA (IX-CAJ-HALLADA)
               MOVE ZERO TO TQ-TARJETA-VTA (IX-CAJ-HALLADA)
               MOVE ZERO TO TQ-CANT-VENTAS (IX-CAJ-HALLADA)
               MOVE ZERO TO TQ-CANT-ANUL (IX-CAJ-HALLADA)
               MOVE ZERO TO TQ-DIF-EFECTIVO (IX-CAJ-HALLADA)
               MOVE ZERO TO TQ-DIF-TARJETA (IX-CAJ-HALLADA)
           END-IF.

      *>   LOS RENGLONES DE LA FECHA DEL ARQUEO SE DESCARTAN: UNA
      *>   CORRIDA REPETIDA LOS REEMPLAZA EN VEZ DE DUPLICARLOS
       CARGAR-HISTORIA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-ARQHIST.
           IF NOT FS-ARQHIST-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-ARQHIST
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-ARQHIST
                   NOT AT END
                       IF AQH-FECHA NOT = WS-FECHA-ARQUEO
                           PERFORM AGREGAR-HISTORIA
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-HISTORIA.
           IF WS-CANT-HIST >= 3000
               DISPLAY "ARQHIST TIENE MAS DE 3000 RENGLONES, CORRIDA "
                   "RECHAZADA"
               CLOSE ARCH-ARQHIST
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-HIST.
           MOVE AQH-FECHA TO TH-FECHA (WS-CANT-HIST).
           MOVE AQH-OPERADOR TO TH-OPERADOR (WS-CANT-HIST).
           MOVE AQH-TURNO TO TH-TURNO (WS-CANT-HIST).
           MOVE AQH-DIF-EFECTIVO TO TH-DIF-EFECTIVO (WS-CANT-HIST).
           MOVE AQH-DIF-TARJETA TO TH-DIF-TARJETA (WS-CANT-HIST).

       REGRABAR-HISTORIA.
           OPEN OUTPUT ARCH-ARQHIST.
           MOVE ";" TO AQH-SEP1.
           MOVE ";" TO AQH-SEP2.
           MOVE ";" TO AQH-SEP3.
           MOVE ";" TO AQH-SEP4.
           PERFORM VARYING IX-HIS FROM 1 BY 1
                   UNTIL IX-HIS > WS-CANT-HIST
               MOVE TH-FECHA (IX-HIS) TO AQH-FECHA
               MOVE TH-OPERADOR (IX-HIS) TO AQH-OPERADOR
               MOVE TH-TURNO (IX-HIS) TO AQH-TURNO
               MOVE TH-DIF-EFECTIVO (IX-HIS) TO AQH-DIF-EFECTIVO
               MOVE TH-DIF-TARJETA (IX-HIS) TO AQH-DIF-TARJETA
               WRITE REG-ARQHIST
           END-PERFORM.
           PERFORM VARYING IX-CAJ FROM 1 BY 1
                   UNTIL IX-CAJ > WS-CANT-CAJAS
               MOVE WS-FECHA-ARQUEO TO AQH-FECHA
               MOVE TQ-OPERADOR (IX-CAJ) TO AQH-OPERADOR
               MOVE TQ-TURNO (IX-CAJ) TO AQH-TURNO
               MOVE TQ-DIF-EFECTIVO (IX-CAJ) TO AQH-DIF-EFECTIVO
               MOVE TQ-DIF-TARJETA (IX-CAJ) TO AQH-DIF-TARJETA
               WRITE REG-ARQHIST
           END-PERFORM.
           CLOSE ARCH-ARQHIST.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
