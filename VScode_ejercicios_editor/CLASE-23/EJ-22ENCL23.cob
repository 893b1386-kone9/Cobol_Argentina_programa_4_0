      *> Informe mensual de siniestralidad: con los accidentes y
      *> enfermedades profesionales ya en el registro ACCIDENTES (que
      *> mantiene el posteo EJ-21ENCL23), esta corrida contesta las
      *> preguntas de la ART y de la inspeccion para el mes de la
      *> tarjeta PERIODO (AAAAMM), por MAE-SECTOR:
      *>   - dotacion activa del sector segun el maestro de personal
      *>   - siniestros ocurridos en el mes (y cuantos in itinere)
      *>   - dias corridos perdidos en el mes (la parte de cada
      *>     ausencia que cae dentro del mes, sea del mes o de antes)
      *>   - siniestros que siguen abiertos, sin alta medica
      *>   - indice de incidencia: siniestros del mes por cada mil
      *>     trabajadores de la dotacion
      *>   - indice de gravedad: dias perdidos en el mes por cada mil
      *>     trabajadores de la dotacion
      *> Los indices toman todos los siniestros, in itinere incluidos;
      *> la columna ITINERE permite restarlos si la ART los pide sin
      *> ellos. Al pie va el detalle de los siniestros abiertos. Todo
      *> sale en el reporte ACCREP.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-22ENCL23.
      *>--------------------------------------

      *>--------------------------------------
      *> es importante esto, porque sino mainframe cancela
      *> espera esta instrucción
       ENVIRONMENT DIVISION.
      *>--------------------------------------

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *>--------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   ACCIDENTES es el registro de siniestros que mantiene
      *>   EJ-21ENCL23 (ver COPYLIB ACCIDENT)
           SELECT ARCH-ACCIDENTES ASSIGN TO "ACCIDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCIDENTES.

           SELECT ARCH-ACCREP ASSIGN TO "ACCREP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

      *>   CONTROL deja constancia de esta corrida (operador, cantidad
      *>   procesada, resultado) en el registro comun a los demas jobs
      *>   batch del area (ver COPYLIB CONTROL)
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
       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-ACCIDENTES
           RECORD CONTAINS 64 CHARACTERS.
           COPY ACCIDENT.

       FD  ARCH-ACCREP.
       01  REG-ACCREP PIC X(100).

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

      *>   MES PEDIDO Y SUS FECHAS
       77 WS-PERIODO PIC 9(6) VALUE ZEROS.
       77 WS-MES-DESDE PIC 9(8) VALUE ZEROS.
       77 WS-MES-HASTA PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-AUX PIC 9(8) VALUE ZEROS.
       77 WS-ANIO PIC 9(4) VALUE ZEROS.
       77 WS-MES PIC 99 VALUE ZEROS.

      *>   ACUMULADOS POR SECTOR (1 A 99; EL 100 ES SIN SECTOR)
       01  TABLA-SECTORES.
           03 SECTOR-ENTRY OCCURS 100 TIMES.
               05 TS-DOTACION  PIC 9(5).
               05 TS-SINIESTROS PIC 9(5).
               05 TS-ITINERE   PIC 9(5).
               05 TS-DIAS      PIC 9(6).
               05 TS-ABIERTOS  PIC 9(5).
       01  TOTALES-GENERALES.
           03 TT-DOTACION  PIC 9(5) VALUE ZERO.
           03 TT-SINIESTROS PIC 9(5) VALUE ZERO.
           03 TT-ITINERE   PIC 9(5) VALUE ZERO.
           03 TT-DIAS      PIC 9(6) VALUE ZERO.
           03 TT-ABIERTOS  PIC 9(5) VALUE ZERO.
       77 IX-SECTOR PIC 999 VALUE ZERO.
       77 WS-SECTOR-NUM PIC 99 VALUE ZERO.

      *>   PARTE DE LA AUSENCIA QUE CAE EN EL MES
       77 WS-TRAMO-DESDE PIC 9(8) VALUE ZEROS.
       77 WS-TRAMO-HASTA PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-MES PIC 9(4) VALUE ZERO.

      *>   INDICES DEL RENGLON
       77 WS-INCIDENCIA PIC 9(5)V99 VALUE ZERO.
       77 WS-GRAVEDAD PIC 9(7)V99 VALUE ZERO.

       77 WS-CANT-LEIDOS PIC 9(5) VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-ACCIDENTES PIC XX.
           88 FS-ACCIDENTES-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER PIC X(33)
               VALUE "SINIESTRALIDAD LABORAL (ART) MES ".
           03 TIT-PERIODO PIC 9(6).
       01 LINEA-ENCABEZADO.
           03 FILLER PIC X(12) VALUE "SECTOR".
           03 FILLER PIC X(8) VALUE "  DOTAC.".
           03 FILLER PIC X(8) VALUE "  SINIES".
           03 FILLER PIC X(8) VALUE " ITINERE".
           03 FILLER PIC X(8) VALUE "  D.PERD".
           03 FILLER PIC X(8) VALUE " ABIERTO".
           03 FILLER PIC X(11) VALUE "  INCIDENC.".
           03 FILLER PIC X(13) VALUE "     GRAVEDAD".
       01 LINEA-SECTOR.
           03 SEC-NOMBRE     PIC X(12).
           03 SEC-DOTACION   PIC ZZZZZZZ9.
           03 SEC-SINIESTROS PIC ZZZZZZZ9.
           03 SEC-ITINERE    PIC ZZZZZZZ9.
           03 SEC-DIAS       PIC ZZZZZZZ9.
           03 SEC-ABIERTOS   PIC ZZZZZZZ9.
           03 FILLER         PIC XX VALUE SPACES.
           03 SEC-INCIDENCIA PIC ZZ.ZZ9,99.
           03 FILLER         PIC XX VALUE SPACES.
           03 SEC-GRAVEDAD   PIC Z.ZZZ.ZZ9,99.
       01 LINEA-SUBTITULO.
           03 SUB-TEXTO PIC X(60).
       01 LINEA-ENC-ABIERTOS.
           03 FILLER PIC X(11) VALUE "LEGAJO".
           03 FILLER PIC X(13) VALUE "SINIESTRO".
           03 FILLER PIC X(9) VALUE "FECHA".
           03 FILLER PIC X(4) VALUE "SEC".
           03 FILLER PIC X(11) VALUE "TIPO".
           03 FILLER PIC X(4) VALUE "ITI".
           03 FILLER PIC X(9) VALUE "DESDE".
           03 FILLER PIC X(9) VALUE "HASTA".
           03 FILLER PIC X(5) VALUE " DIAS".
       01 LINEA-ABIERTO.
           03 ABI-LEGAJO    PIC X(10).
           03 FILLER        PIC X VALUE SPACE.
           03 ABI-SINIESTRO PIC X(12).
           03 FILLER        PIC X VALUE SPACE.
           03 ABI-FECHA     PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 ABI-SECTOR    PIC X(2).
           03 FILLER        PIC XX VALUE SPACES.
           03 ABI-TIPO      PIC X(10).
           03 FILLER        PIC X VALUE SPACE.
           03 ABI-ITINERE   PIC X.
           03 FILLER        PIC XXX VALUE SPACES.
           03 ABI-DESDE     PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 ABI-HASTA     PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 ABI-DIAS      PIC ZZZ9.
       01 LINEA-GUIONES PIC X(100) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-22ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "SINIESTRALIDAD LABORAL MENSUAL (ART)".
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "PERIODO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:6) TO WS-PERIODO
           ELSE
               DISPLAY "MES A INFORMAR (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           COMPUTE WS-MES-DESDE = WS-PERIODO * 100 + 1.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MES-DESDE) NOT = ZERO
               DISPLAY "PERIODO " WS-PERIODO " INVALIDO, CORRIDA "
                   "RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           COMPUTE WS-ANIO = WS-PERIODO / 100.
           COMPUTE WS-MES = WS-PERIODO - WS-ANIO * 100 + 1.
           IF WS-MES > 12
               MOVE 1 TO WS-MES
               ADD 1 TO WS-ANIO
           END-IF.
           COMPUTE WS-FECHA-AUX = (WS-ANIO * 100 + WS-MES) * 100 + 1.
           COMPUTE WS-MES-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX) - 1).

           MOVE ZEROS TO TABLA-SECTORES.
           PERFORM CARGAR-DOTACION.
           IF TT-DOTACION = ZERO
               DISPLAY "SIN DOTACION ACTIVA EN EL MAESTRO NO HAY "
                   "INDICES QUE CALCULAR, CORRIDA RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.

           OPEN OUTPUT ARCH-ACCREP.
           MOVE WS-PERIODO TO TIT-PERIODO.
           MOVE LINEA-TITULO TO REG-ACCREP.
           WRITE REG-ACCREP.
           MOVE SPACES TO REG-ACCREP.
           WRITE REG-ACCREP.

      *>   UNA PASADA ACUMULA POR SECTOR; LA SEGUNDA LISTA LOS
      *>   ABIERTOS, DESPUES DEL CUADRO
           PERFORM ACUMULAR-SINIESTROS.
           PERFORM LISTAR-SECTORES.
           PERFORM LISTAR-ABIERTOS.
           CLOSE ARCH-ACCREP.

           DISPLAY " ".
           DISPLAY "SINIESTROS EN EL REGISTRO: " WS-CANT-LEIDOS.
           DISPLAY "SINIESTROS DEL MES:        " TT-SINIESTROS.
           DISPLAY "DIAS PERDIDOS EN EL MES:   " TT-DIAS.
           DISPLAY "SINIESTROS ABIERTOS:       " TT-ABIERTOS.
           DISPLAY "REPORTE GENERADO EN ACCREP".
           MOVE "OK" TO CTL-ESTADO.

       FIN-CON-CONTROL.
           MOVE "EJ-22ENCL23" TO CTL-JOB.
           MOVE WS-CANT-LEIDOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   LA DOTACION ES LA ACTIVA DEL MAESTRO AL MOMENTO DE CORRER
       CARGAR-DOTACION.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF MAE-ESTADO NOT = "I"
                           PERFORM UBICAR-SECTOR-MAESTRO
                           ADD 1 TO TS-DOTACION (IX-SECTOR)
                           ADD 1 TO TT-DOTACION
                       END-IF
               END-READ
           END-PERFORM.

       UBICAR-SECTOR-MAESTRO.
           MOVE 100 TO IX-SECTOR.
           IF MAE-SECTOR NUMERIC
               MOVE MAE-SECTOR TO WS-SECTOR-NUM
               IF WS-SECTOR-NUM > ZERO
                   MOVE WS-SECTOR-NUM TO IX-SECTOR
               END-IF
           END-IF.

       UBICAR-SECTOR-SINIESTRO.
           MOVE 100 TO IX-SECTOR.
           IF ACC-SECTOR NUMERIC
               MOVE ACC-SECTOR TO WS-SECTOR-NUM
               IF WS-SECTOR-NUM > ZERO
                   MOVE WS-SECTOR-NUM TO IX-SECTOR
               END-IF
           END-IF.

       ACUMULAR-SINIESTROS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-ACCIDENTES.
           IF NOT FS-ACCIDENTES-OK
               DISPLAY "NO EXISTE ACCIDENTES: NO HAY SINIESTROS "
                   "REGISTRADOS"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-ACCIDENTES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-ACCIDENTES
                   NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       PERFORM ACUMULAR-SINIESTRO
               END-READ
           END-PERFORM.

      *>   EL SINIESTRO SE CUENTA EN EL SECTOR DONDE TRABAJABA EL
      *>   LEGAJO CUANDO OCURRIO
       ACUMULAR-SINIESTRO.
           PERFORM UBICAR-SECTOR-SINIESTRO.
           IF ACC-FECHA NOT < WS-MES-DESDE
              AND ACC-FECHA NOT > WS-MES-HASTA
               ADD 1 TO TS-SINIESTROS (IX-SECTOR)
               ADD 1 TO TT-SINIESTROS
               IF ACC-IN-ITINERE = "S"
                   ADD 1 TO TS-ITINERE (IX-SECTOR)
                   ADD 1 TO TT-ITINERE
               END-IF
           END-IF.
      *>   DIAS DE LA AUSENCIA QUE CAEN DENTRO DEL MES
           MOVE ACC-FECHA-DESDE TO WS-TRAMO-DESDE.
           IF WS-TRAMO-DESDE < WS-MES-DESDE
               MOVE WS-MES-DESDE TO WS-TRAMO-DESDE
           END-IF.
           MOVE ACC-FECHA-HASTA TO WS-TRAMO-HASTA.
           IF WS-TRAMO-HASTA > WS-MES-HASTA
               MOVE WS-MES-HASTA TO WS-TRAMO-HASTA
           END-IF.
           IF WS-TRAMO-HASTA NOT < WS-TRAMO-DESDE
               COMPUTE WS-DIAS-MES =
                   FUNCTION INTEGER-OF-DATE(WS-TRAMO-HASTA) -
                   FUNCTION INTEGER-OF-DATE(WS-TRAMO-DESDE) + 1
               ADD WS-DIAS-MES TO TS-DIAS (IX-SECTOR)
               ADD WS-DIAS-MES TO TT-DIAS
           END-IF.
           IF ACC-ESTADO = "A"
              AND ACC-FECHA NOT > WS-MES-HASTA
               ADD 1 TO TS-ABIERTOS (IX-SECTOR)
               ADD 1 TO TT-ABIERTOS
           END-IF.

       LISTAR-SECTORES.
           MOVE LINEA-ENCABEZADO TO REG-ACCREP.
           WRITE REG-ACCREP.
           MOVE LINEA-GUIONES TO REG-ACCREP.
           WRITE REG-ACCREP.
           PERFORM VARYING IX-SECTOR FROM 1 BY 1 UNTIL IX-SECTOR > 100
               IF TS-DOTACION (IX-SECTOR) > ZERO
                  OR TS-SINIESTROS (IX-SECTOR) > ZERO
                  OR TS-DIAS (IX-SECTOR) > ZERO
                  OR TS-ABIERTOS (IX-SECTOR) > ZERO
                   IF IX-SECTOR = 100
                       MOVE "SIN SECTOR" TO SEC-NOMBRE
                   ELSE
                       MOVE IX-SECTOR TO WS-SECTOR-NUM
                       MOVE SPACES TO SEC-NOMBRE
                       STRING "SECTOR " WS-SECTOR-NUM
                           DELIMITED BY SIZE INTO SEC-NOMBRE
                   END-IF
                   MOVE ZERO TO WS-INCIDENCIA
                   MOVE ZERO TO WS-GRAVEDAD
                   IF TS-DOTACION (IX-SECTOR) > ZERO
                       COMPUTE WS-INCIDENCIA ROUNDED =
                           TS-SINIESTROS (IX-SECTOR) * 1000
                           / TS-DOTACION (IX-SECTOR)
                       COMPUTE WS-GRAVEDAD ROUNDED =
                           TS-DIAS (IX-SECTOR) * 1000
                           / TS-DOTACION (IX-SECTOR)
                   END-IF
                   MOVE TS-DOTACION (IX-SECTOR) TO SEC-DOTACION
                   MOVE TS-SINIESTROS (IX-SECTOR) TO SEC-SINIESTROS
                   MOVE TS-ITINERE (IX-SECTOR) TO SEC-ITINERE
                   MOVE TS-DIAS (IX-SECTOR) TO SEC-DIAS
                   MOVE TS-ABIERTOS (IX-SECTOR) TO SEC-ABIERTOS
                   MOVE WS-INCIDENCIA TO SEC-INCIDENCIA
                   MOVE WS-GRAVEDAD TO SEC-GRAVEDAD
                   MOVE LINEA-SECTOR TO REG-ACCREP
                   WRITE REG-ACCREP
               END-IF
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-ACCREP.
           WRITE REG-ACCREP.
           COMPUTE WS-INCIDENCIA ROUNDED =
               TT-SINIESTROS * 1000 / TT-DOTACION.
           COMPUTE WS-GRAVEDAD ROUNDED = TT-DIAS * 1000 / TT-DOTACION.
           MOVE "TOTAL" TO SEC-NOMBRE.
           MOVE TT-DOTACION TO SEC-DOTACION.
           MOVE TT-SINIESTROS TO SEC-SINIESTROS.
           MOVE TT-ITINERE TO SEC-ITINERE.
           MOVE TT-DIAS TO SEC-DIAS.
           MOVE TT-ABIERTOS TO SEC-ABIERTOS.
           MOVE WS-INCIDENCIA TO SEC-INCIDENCIA.
           MOVE WS-GRAVEDAD TO SEC-GRAVEDAD.
           MOVE LINEA-SECTOR TO REG-ACCREP.
           WRITE REG-ACCREP.

      *>   DETALLE DE LOS SINIESTROS SIN ALTA MEDICA, PARA EL
      *>   SEGUIMIENTO CON LA ART
       LISTAR-ABIERTOS.
           MOVE SPACES TO REG-ACCREP.
           WRITE REG-ACCREP.
           MOVE "SINIESTROS ABIERTOS (SIN ALTA MEDICA)" TO SUB-TEXTO.
           MOVE LINEA-SUBTITULO TO REG-ACCREP.
           WRITE REG-ACCREP.
           MOVE LINEA-ENC-ABIERTOS TO REG-ACCREP.
           WRITE REG-ACCREP.
           MOVE LINEA-GUIONES TO REG-ACCREP.
           WRITE REG-ACCREP.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-ACCIDENTES.
           IF NOT FS-ACCIDENTES-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-ACCIDENTES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-ACCIDENTES
                   NOT AT END
                       IF ACC-ESTADO = "A"
                          AND ACC-FECHA NOT > WS-MES-HASTA
                           MOVE ACC-LEGAJO TO ABI-LEGAJO
                           MOVE ACC-SINIESTRO TO ABI-SINIESTRO
                           MOVE ACC-FECHA TO ABI-FECHA
                           MOVE ACC-SECTOR TO ABI-SECTOR
                           MOVE ACC-TIPO TO ABI-TIPO
                           MOVE ACC-IN-ITINERE TO ABI-ITINERE
                           MOVE ACC-FECHA-DESDE TO ABI-DESDE
                           MOVE ACC-FECHA-HASTA TO ABI-HASTA
                           MOVE ACC-DIAS-PERDIDOS TO ABI-DIAS
                           MOVE LINEA-ABIERTO TO REG-ACCREP
                           WRITE REG-ACCREP
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
