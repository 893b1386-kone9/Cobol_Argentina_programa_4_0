      *> Rotacion y antiguedad del personal por trimestre: RRHH
      *> tiene que informar cada trimestre la tasa de rotacion, la
      *> antiguedad promedio y de donde se va la gente, y lo armaba
      *> a mano con el maestro impreso. Esta corrida cruza el
      *> maestro de personal (MAESEMPL: ingreso, sector, sexo,
      *> estado) con la historia de bajas (EGRESOS, que deja la
      *> corrida de movimientos EJ-01ENCL23 con fecha y causa) y
      *> saca, para el trimestre de la tarjeta TRIMESTRE (AAAAT):
      *>   - rotacion por sector y por sexo: bajas del trimestre
      *>     sobre la dotacion promedio (inicio + cierre / 2)
      *>   - bajas voluntarias (renuncia, jubilacion) contra
      *>     involuntarias (despido, fin de contrato)
      *>   - antiguedad promedio de los que se fueron contra la de
      *>     los que siguen
      *>   - de los ingresos de los ultimos 12 meses, cuantos ya se
      *>     fueron y a los cuantos dias en promedio
      *>   - la tendencia de los 12 meses que terminan con el
      *>     trimestre (dotacion, altas, bajas y rotacion mensual)
      *> Todo sale en el reporte ROTACION y en ROTACSV separado por
      *> ";" para la presentacion al directorio.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-20ENCL23.
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

      *>   EGRESOS es la historia de bajas con fecha y causa (ver
      *>   COPYLIB EGRESOS)
           SELECT ARCH-EGRESOS ASSIGN TO "EGRESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EGRESOS.

      *>   ROTACION es el reporte impreso; ROTACSV la misma
      *>   informacion para la planilla (ver COPYLIB ROTACSV)
           SELECT ARCH-ROTACION ASSIGN TO "ROTACION"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-ROTACSV ASSIGN TO "ROTACSV"
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

       FD  ARCH-EGRESOS
           RECORD CONTAINS 30 CHARACTERS.
           COPY EGRESOS.

       FD  ARCH-ROTACION.
       01  REG-ROTACION PIC X(100).

       FD  ARCH-ROTACSV
           RECORD CONTAINS 62 CHARACTERS.
           COPY ROTACSV.

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

      *>   TRIMESTRE PEDIDO (AAAAT) Y SUS FECHAS
       77 WS-TRIMESTRE PIC 9(5) VALUE ZEROS.
       77 WS-ANIO-TRIM PIC 9(4) VALUE ZEROS.
       77 WS-NRO-TRIM PIC 9 VALUE ZERO.
       77 WS-FECHA-DESDE PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-HASTA PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-PREVIA PIC 9(8) VALUE ZEROS.
       77 WS-DESDE-12 PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-CORTE PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-AUX PIC 9(8) VALUE ZEROS.
       77 WS-ANIO-MES PIC 9(4) VALUE ZEROS.
       77 WS-MES-MES PIC 99 VALUE ZEROS.

      *>   LOS 12 MESES QUE TERMINAN CON EL TRIMESTRE (EL 10, 11 Y 12
      *>   SON LOS DEL TRIMESTRE)
       01  TABLA-MESES-TEND.
           03 MES-TEND-ENTRY OCCURS 12 TIMES.
               05 TMT-PERIODO PIC 9(6).
               05 TMT-DESDE   PIC 9(8).
               05 TMT-HASTA   PIC 9(8).
               05 TMT-PREVIO  PIC 9(8).
               05 TMT-HC-INI  PIC 9(5).
               05 TMT-HC-FIN  PIC 9(5).
               05 TMT-ALTAS   PIC 9(5).
               05 TMT-BAJAS   PIC 9(5).
       77 IX-MES PIC 99 VALUE ZERO.

      *>   PERSONAL: MAESTRO MAS LA FECHA Y CAUSA DE SU BAJA
       77 WS-CANT-PERSONAS PIC 9(4) VALUE ZERO.
       01  TABLA-PERSONAS.
           03 PERSONA-ENTRY OCCURS 600 TIMES.
               05 TP-LEGAJO  PIC X(10).
               05 TP-SEXO    PIC X.
               05 TP-SECTOR  PIC X(2).
               05 TP-INGRESO PIC 9(8).
               05 TP-ESTADO  PIC X.
               05 TP-BAJA    PIC 9(8).
               05 TP-CAUSA   PIC X.
       77 IX-PER PIC 9(4) VALUE ZERO.
       77 IX-PER-HALLADO PIC 9(4) VALUE ZERO.

      *>   ACUMULADOS POR SECTOR (1 A 99; EL 100 ES SIN SECTOR), POR
      *>   SEXO (1 MUJERES, 2 HOMBRES, 3 OTROS) Y TOTAL
       01  TABLA-SECTORES.
           03 SECTOR-ENTRY OCCURS 100 TIMES.
               05 TS-HC-INI PIC 9(5).
               05 TS-HC-FIN PIC 9(5).
               05 TS-BAJAS  PIC 9(5).
               05 TS-VOL    PIC 9(5).
               05 TS-INVOL  PIC 9(5).
               05 TS-SINC   PIC 9(5).
       01  TABLA-SEXOS.
           03 SEXO-ENTRY OCCURS 3 TIMES.
               05 TX-HC-INI PIC 9(5).
               05 TX-HC-FIN PIC 9(5).
               05 TX-BAJAS  PIC 9(5).
               05 TX-VOL    PIC 9(5).
               05 TX-INVOL  PIC 9(5).
               05 TX-SINC   PIC 9(5).
       01  TOTALES-GENERALES.
           03 TT-HC-INI PIC 9(5) VALUE ZERO.
           03 TT-HC-FIN PIC 9(5) VALUE ZERO.
           03 TT-BAJAS  PIC 9(5) VALUE ZERO.
           03 TT-VOL    PIC 9(5) VALUE ZERO.
           03 TT-INVOL  PIC 9(5) VALUE ZERO.
           03 TT-SINC   PIC 9(5) VALUE ZERO.
       77 IX-SECTOR PIC 999 VALUE ZERO.
       77 IX-SEXO PIC 9 VALUE ZERO.
       01  TABLA-NOMBRES-SEXO-X.
           03 FILLER PIC X(8) VALUE "MUJERES".
           03 FILLER PIC X(8) VALUE "HOMBRES".
           03 FILLER PIC X(8) VALUE "OTROS".
       01  TABLA-NOMBRES-SEXO REDEFINES TABLA-NOMBRES-SEXO-X.
           03 WS-NOMBRE-SEXO PIC X(8) OCCURS 3 TIMES.
       01  TABLA-CLAVES-SEXO-X.
           03 FILLER PIC X(3) VALUE "MHX".
       01  TABLA-CLAVES-SEXO REDEFINES TABLA-CLAVES-SEXO-X.
           03 WS-CLAVE-SEXO PIC X OCCURS 3 TIMES.

      *>   SITUACION DE LA PERSONA EN CURSO
       77 WS-ES-ACTIVO PIC X VALUE "N".
       77 WS-EN-INICIO PIC X VALUE "N".
       77 WS-EN-CIERRE PIC X VALUE "N".
       77 WS-BAJA-TRIM PIC X VALUE "N".
       77 WS-TIPO-BAJA PIC X VALUE SPACE.
       77 WS-SECTOR-NUM PIC 99 VALUE ZERO.
       77 WS-DIAS PIC 9(6) VALUE ZERO.

      *>   ANTIGUEDAD DE EGRESADOS Y DE LOS QUE SIGUEN, EN DIAS
       77 WS-CANT-EGRESADOS PIC 9(5) VALUE ZERO.
       77 WS-DIAS-EGRESADOS PIC 9(9) VALUE ZERO.
       77 WS-CANT-PERMANECEN PIC 9(5) VALUE ZERO.
       77 WS-DIAS-PERMANECEN PIC 9(9) VALUE ZERO.
       77 WS-ANIOS-EGRESADOS PIC 9(3)V99 VALUE ZERO.
       77 WS-ANIOS-PERMANECEN PIC 9(3)V99 VALUE ZERO.

      *>   INGRESOS DE LOS ULTIMOS 12 MESES Y SU PRIMER EGRESO
       77 WS-CANT-NUEVOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-NUEVOS-EGR PIC 9(5) VALUE ZERO.
       77 WS-DIAS-NUEVOS-EGR PIC 9(9) VALUE ZERO.
       77 WS-PROM-DIAS-NUEVOS PIC 9(5) VALUE ZERO.
       77 WS-PORC-NUEVOS-EGR PIC 9(3)V99 VALUE ZERO.

      *>   GRUPO QUE SE ESTA LISTANDO
       77 WS-GRP-NOMBRE PIC X(12) VALUE SPACES.
       77 WS-GRP-CLAVE PIC X(7) VALUE SPACES.
       77 WS-GRP-SECCION PIC X(10) VALUE SPACES.
       77 WS-GRP-HC-INI PIC 9(5) VALUE ZERO.
       77 WS-GRP-HC-FIN PIC 9(5) VALUE ZERO.
       77 WS-GRP-BAJAS PIC 9(5) VALUE ZERO.
       77 WS-GRP-VOL PIC 9(5) VALUE ZERO.
       77 WS-GRP-INVOL PIC 9(5) VALUE ZERO.
       77 WS-GRP-SINC PIC 9(5) VALUE ZERO.
       77 WS-TASA PIC 9(4)V99 VALUE ZERO.

      *>   CONTADORES DE LA CORRIDA
       77 WS-CANT-LEIDOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-SIN-EGRESO PIC 9(5) VALUE ZERO.
       77 WS-CANT-EGR-LEIDOS PIC 9(5) VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-EGRESOS PIC XX.
           88 FS-EGRESOS-OK VALUE "00".

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
           03 FILLER PIC X(34)
               VALUE "ROTACION Y ANTIGUEDAD - TRIMESTRE ".
           03 TIT-NRO-TRIM PIC 9.
           03 FILLER PIC X VALUE "/".
           03 TIT-ANIO PIC 9(4).
           03 FILLER PIC X(3) VALUE "  (".
           03 TIT-DESDE PIC 9(8).
           03 FILLER PIC X(4) VALUE " AL ".
           03 TIT-HASTA PIC 9(8).
           03 FILLER PIC X VALUE ")".
       01 LINEA-SUBTITULO.
           03 SUB-TEXTO PIC X(60).
       01 LINEA-ENC-GRUPO.
           03 FILLER PIC X(14) VALUE "GRUPO".
           03 FILLER PIC X(8) VALUE "  INICIO".
           03 FILLER PIC X(8) VALUE "  CIERRE".
           03 FILLER PIC X(8) VALUE "   BAJAS".
           03 FILLER PIC X(8) VALUE "  VOLUNT".
           03 FILLER PIC X(8) VALUE "  INVOL.".
           03 FILLER PIC X(8) VALUE " S/CAUSA".
           03 FILLER PIC X(11) VALUE "  ROTACION".
       01 LINEA-GRUPO.
           03 GRP-NOMBRE  PIC X(12).
           03 FILLER      PIC XX VALUE SPACES.
           03 GRP-HC-INI  PIC ZZZZZZZ9.
           03 GRP-HC-FIN  PIC ZZZZZZZ9.
           03 GRP-BAJAS   PIC ZZZZZZZ9.
           03 GRP-VOL     PIC ZZZZZZZ9.
           03 GRP-INVOL   PIC ZZZZZZZ9.
           03 GRP-SINC    PIC ZZZZZZZ9.
           03 FILLER      PIC XXX VALUE SPACES.
           03 GRP-TASA    PIC ZZZ9,99.
           03 FILLER      PIC X VALUE "%".
       01 LINEA-ENC-TEND.
           03 FILLER PIC X(14) VALUE "PERIODO".
           03 FILLER PIC X(8) VALUE "  INICIO".
           03 FILLER PIC X(8) VALUE "  CIERRE".
           03 FILLER PIC X(8) VALUE "   ALTAS".
           03 FILLER PIC X(8) VALUE "   BAJAS".
           03 FILLER PIC X(11) VALUE "  ROTACION".
       01 LINEA-TEND.
           03 TEN-PERIODO PIC 9(6).
           03 FILLER      PIC X(8) VALUE SPACES.
           03 TEN-HC-INI  PIC ZZZZZZZ9.
           03 TEN-HC-FIN  PIC ZZZZZZZ9.
           03 TEN-ALTAS   PIC ZZZZZZZ9.
           03 TEN-BAJAS   PIC ZZZZZZZ9.
           03 FILLER      PIC XXX VALUE SPACES.
           03 TEN-TASA    PIC ZZZ9,99.
           03 FILLER      PIC X VALUE "%".
       01 LINEA-ANTIGUEDAD.
           03 ANT-TEXTO   PIC X(40).
           03 ANT-CANT    PIC ZZZZ9.
           03 FILLER      PIC X(10) VALUE " LEGAJOS  ".
           03 ANT-ANIOS   PIC ZZ9,99.
           03 FILLER      PIC X(6) VALUE " ANIOS".
       01 LINEA-NUEVOS.
           03 NUE-TEXTO   PIC X(40).
           03 NUE-VALOR   PIC ZZZZ9.
       01 LINEA-GUIONES PIC X(100) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-20ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "ROTACION Y ANTIGUEDAD DEL PERSONAL".
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "TRIMESTRE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:5) TO WS-TRIMESTRE
           ELSE
               DISPLAY "TRIMESTRE A ANALIZAR (AAAAT, EJ 20263): "
               ACCEPT WS-TRIMESTRE
           END-IF.
           COMPUTE WS-ANIO-TRIM = WS-TRIMESTRE / 10.
           COMPUTE WS-NRO-TRIM = WS-TRIMESTRE - WS-ANIO-TRIM * 10.
           IF WS-ANIO-TRIM < 1601
              OR WS-NRO-TRIM < 1 OR WS-NRO-TRIM > 4
               DISPLAY "TRIMESTRE " WS-TRIMESTRE " INVALIDO, CORRIDA "
                   "RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM PREPARAR-MESES.

           PERFORM CARGAR-MAESTRO.
           IF WS-CANT-PERSONAS = ZERO
               DISPLAY "SIN MAESTRO DE PERSONAL NO HAY NADA QUE "
                   "ANALIZAR, CORRIDA RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM CARGAR-EGRESOS.

           MOVE ZEROS TO TABLA-SECTORES.
           MOVE ZEROS TO TABLA-SEXOS.
           PERFORM VARYING IX-PER FROM 1 BY 1
                   UNTIL IX-PER > WS-CANT-PERSONAS
               PERFORM ANALIZAR-PERSONA THRU ANALIZAR-PERSONA-FIN
           END-PERFORM.

           OPEN OUTPUT ARCH-ROTACION.
           OPEN OUTPUT ARCH-ROTACSV.
           MOVE WS-NRO-TRIM TO TIT-NRO-TRIM.
           MOVE WS-ANIO-TRIM TO TIT-ANIO.
           MOVE WS-FECHA-DESDE TO TIT-DESDE.
           MOVE WS-FECHA-HASTA TO TIT-HASTA.
           MOVE LINEA-TITULO TO REG-ROTACION.
           WRITE REG-ROTACION.
           PERFORM LISTAR-ROTACION.
           PERFORM LISTAR-ANTIGUEDAD.
           PERFORM LISTAR-NUEVOS.
           PERFORM LISTAR-TENDENCIA.
           CLOSE ARCH-ROTACION.
           CLOSE ARCH-ROTACSV.

           DISPLAY " ".
           DISPLAY "LEGAJOS ANALIZADOS:      " WS-CANT-PERSONAS.
           DISPLAY "BAJAS EN EGRESOS:        " WS-CANT-EGR-LEIDOS.
           DISPLAY "INACTIVOS SIN EGRESO:    " WS-CANT-SIN-EGRESO.
           DISPLAY "BAJAS DEL TRIMESTRE:     " TT-BAJAS.
           DISPLAY "REPORTE GENERADO EN ROTACION Y ROTACSV".
           MOVE "OK" TO CTL-ESTADO.

       FIN-CON-CONTROL.
           MOVE "EJ-20ENCL23" TO CTL-JOB.
           MOVE WS-CANT-PERSONAS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   ARMA LOS 12 MESES QUE TERMINAN CON EL ULTIMO MES DEL
      *>   TRIMESTRE, CON SU PRIMER Y ULTIMO DIA Y EL DIA ANTERIOR
      *>   AL PRIMERO (AL CIERRE DE ESE DIA SE TOMA LA DOTACION
      *>   INICIAL)
       PREPARAR-MESES.
           COMPUTE WS-MES-MES = WS-NRO-TRIM * 3 + 1.
           COMPUTE WS-ANIO-MES = WS-ANIO-TRIM - 1.
           IF WS-MES-MES > 12
               SUBTRACT 12 FROM WS-MES-MES
               ADD 1 TO WS-ANIO-MES
           END-IF.
           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12
               COMPUTE TMT-PERIODO (IX-MES) =
                   WS-ANIO-MES * 100 + WS-MES-MES
               COMPUTE TMT-DESDE (IX-MES) =
                   TMT-PERIODO (IX-MES) * 100 + 1
               COMPUTE TMT-PREVIO (IX-MES) = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(TMT-DESDE (IX-MES)) - 1)
               ADD 1 TO WS-MES-MES
               IF WS-MES-MES > 12
                   MOVE 1 TO WS-MES-MES
                   ADD 1 TO WS-ANIO-MES
               END-IF
               COMPUTE WS-FECHA-AUX =
                   (WS-ANIO-MES * 100 + WS-MES-MES) * 100 + 1
               COMPUTE TMT-HASTA (IX-MES) = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX) - 1)
               MOVE ZERO TO TMT-HC-INI (IX-MES)
               MOVE ZERO TO TMT-HC-FIN (IX-MES)
               MOVE ZERO TO TMT-ALTAS (IX-MES)
               MOVE ZERO TO TMT-BAJAS (IX-MES)
           END-PERFORM.
           MOVE TMT-DESDE (1) TO WS-DESDE-12.
           MOVE TMT-DESDE (10) TO WS-FECHA-DESDE.
           MOVE TMT-PREVIO (10) TO WS-FECHA-PREVIA.
           MOVE TMT-HASTA (12) TO WS-FECHA-HASTA.

      *>   UNA PERSONA APORTA A LA DOTACION INICIAL Y FINAL, A LAS
      *>   BAJAS, A LA ANTIGUEDAD, A LOS INGRESOS DEL ANIO Y A LA
      *>   TENDENCIA MES A MES
       ANALIZAR-PERSONA.
      *>   UN INACTIVO SIN RENGLON EN EGRESOS SE FUE ANTES DE QUE
      *>   EXISTIERA LA HISTORIA: NO SE SABE CUANDO, NO SE CUENTA
           IF TP-ESTADO (IX-PER) = "I" AND TP-BAJA (IX-PER) = ZERO
               ADD 1 TO WS-CANT-SIN-EGRESO
               GO TO ANALIZAR-PERSONA-FIN
           END-IF.
           MOVE WS-FECHA-PREVIA TO WS-FECHA-CORTE.
           PERFORM VER-ACTIVO.
           MOVE WS-ES-ACTIVO TO WS-EN-INICIO.
           MOVE WS-FECHA-HASTA TO WS-FECHA-CORTE.
           PERFORM VER-ACTIVO.
           MOVE WS-ES-ACTIVO TO WS-EN-CIERRE.
           MOVE "N" TO WS-BAJA-TRIM.
           IF TP-BAJA (IX-PER) NOT < WS-FECHA-DESDE
              AND TP-BAJA (IX-PER) NOT > WS-FECHA-HASTA
               MOVE "S" TO WS-BAJA-TRIM
           END-IF.
           EVALUATE TP-CAUSA (IX-PER)
               WHEN "R"
               WHEN "J"
                   MOVE "V" TO WS-TIPO-BAJA
               WHEN "D"
               WHEN "F"
                   MOVE "I" TO WS-TIPO-BAJA
               WHEN OTHER
                   MOVE "S" TO WS-TIPO-BAJA
           END-EVALUATE.

           MOVE 100 TO IX-SECTOR.
           IF TP-SECTOR (IX-PER) NUMERIC
               MOVE TP-SECTOR (IX-PER) TO WS-SECTOR-NUM
               IF WS-SECTOR-NUM > ZERO
                   MOVE WS-SECTOR-NUM TO IX-SECTOR
               END-IF
           END-IF.
           EVALUATE TP-SEXO (IX-PER)
               WHEN "M" MOVE 1 TO IX-SEXO
               WHEN "H" MOVE 2 TO IX-SEXO
               WHEN OTHER MOVE 3 TO IX-SEXO
           END-EVALUATE.

           IF WS-EN-INICIO = "S"
               ADD 1 TO TS-HC-INI (IX-SECTOR)
               ADD 1 TO TX-HC-INI (IX-SEXO)
               ADD 1 TO TT-HC-INI
           END-IF.
           IF WS-EN-CIERRE = "S"
               ADD 1 TO TS-HC-FIN (IX-SECTOR)
               ADD 1 TO TX-HC-FIN (IX-SEXO)
               ADD 1 TO TT-HC-FIN
               IF TP-INGRESO (IX-PER) > ZERO
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA) -
                       FUNCTION INTEGER-OF-DATE(TP-INGRESO (IX-PER))
                   ADD 1 TO WS-CANT-PERMANECEN
                   ADD WS-DIAS TO WS-DIAS-PERMANECEN
               END-IF
           END-IF.
           IF WS-BAJA-TRIM = "S"
               ADD 1 TO TS-BAJAS (IX-SECTOR)
               ADD 1 TO TX-BAJAS (IX-SEXO)
               ADD 1 TO TT-BAJAS
               EVALUATE WS-TIPO-BAJA
                   WHEN "V"
                       ADD 1 TO TS-VOL (IX-SECTOR)
                       ADD 1 TO TX-VOL (IX-SEXO)
                       ADD 1 TO TT-VOL
                   WHEN "I"
                       ADD 1 TO TS-INVOL (IX-SECTOR)
                       ADD 1 TO TX-INVOL (IX-SEXO)
                       ADD 1 TO TT-INVOL
                   WHEN OTHER
                       ADD 1 TO TS-SINC (IX-SECTOR)
                       ADD 1 TO TX-SINC (IX-SEXO)
                       ADD 1 TO TT-SINC
               END-EVALUATE
               IF TP-INGRESO (IX-PER) > ZERO
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(TP-BAJA (IX-PER)) -
                       FUNCTION INTEGER-OF-DATE(TP-INGRESO (IX-PER))
                   ADD 1 TO WS-CANT-EGRESADOS
                   ADD WS-DIAS TO WS-DIAS-EGRESADOS
               END-IF
           END-IF.

      *>   INGRESOS DE LOS ULTIMOS 12 MESES Y CUANTO DURARON LOS QUE
      *>   YA SE FUERON
           IF TP-INGRESO (IX-PER) NOT < WS-DESDE-12
              AND TP-INGRESO (IX-PER) NOT > WS-FECHA-HASTA
               ADD 1 TO WS-CANT-NUEVOS
               IF TP-BAJA (IX-PER) > ZERO
                  AND TP-BAJA (IX-PER) NOT > WS-FECHA-HASTA
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(TP-BAJA (IX-PER)) -
                       FUNCTION INTEGER-OF-DATE(TP-INGRESO (IX-PER))
                   ADD 1 TO WS-CANT-NUEVOS-EGR
                   ADD WS-DIAS TO WS-DIAS-NUEVOS-EGR
               END-IF
           END-IF.

           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12
               MOVE TMT-PREVIO (IX-MES) TO WS-FECHA-CORTE
               PERFORM VER-ACTIVO
               IF WS-ES-ACTIVO = "S"
                   ADD 1 TO TMT-HC-INI (IX-MES)
               END-IF
               MOVE TMT-HASTA (IX-MES) TO WS-FECHA-CORTE
               PERFORM VER-ACTIVO
               IF WS-ES-ACTIVO = "S"
                   ADD 1 TO TMT-HC-FIN (IX-MES)
               END-IF
               IF TP-INGRESO (IX-PER) NOT < TMT-DESDE (IX-MES)
                  AND TP-INGRESO (IX-PER) NOT > TMT-HASTA (IX-MES)
                   ADD 1 TO TMT-ALTAS (IX-MES)
               END-IF
               IF TP-BAJA (IX-PER) NOT < TMT-DESDE (IX-MES)
                  AND TP-BAJA (IX-PER) NOT > TMT-HASTA (IX-MES)
                   ADD 1 TO TMT-BAJAS (IX-MES)
               END-IF
           END-PERFORM.
       ANALIZAR-PERSONA-FIN.
           EXIT.

      *>   ACTIVO AL CIERRE DE WS-FECHA-CORTE: YA HABIA INGRESADO Y
      *>   TODAVIA NO SE HABIA IDO
       VER-ACTIVO.
           MOVE "N" TO WS-ES-ACTIVO.
           IF TP-INGRESO (IX-PER) NOT > WS-FECHA-CORTE
              AND (TP-BAJA (IX-PER) = ZERO
                   OR TP-BAJA (IX-PER) > WS-FECHA-CORTE)
               MOVE "S" TO WS-ES-ACTIVO
           END-IF.

       LISTAR-ROTACION.
           MOVE SPACES TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "ROTACION DEL TRIMESTRE POR SECTOR Y POR SEXO" TO
               SUB-TEXTO.
           MOVE LINEA-SUBTITULO TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE LINEA-ENC-GRUPO TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE LINEA-GUIONES TO REG-ROTACION.
           WRITE REG-ROTACION.
           PERFORM VARYING IX-SECTOR FROM 1 BY 1 UNTIL IX-SECTOR > 100
               IF TS-HC-INI (IX-SECTOR) > ZERO
                  OR TS-HC-FIN (IX-SECTOR) > ZERO
                  OR TS-BAJAS (IX-SECTOR) > ZERO
                   MOVE "SECTOR" TO WS-GRP-SECCION
                   IF IX-SECTOR = 100
                       MOVE "SIN SECTOR" TO WS-GRP-NOMBRE
                       MOVE "S/S" TO WS-GRP-CLAVE
                   ELSE
                       MOVE IX-SECTOR TO WS-SECTOR-NUM
                       MOVE SPACES TO WS-GRP-NOMBRE
                       STRING "SECTOR " WS-SECTOR-NUM
                           DELIMITED BY SIZE INTO WS-GRP-NOMBRE
                       MOVE WS-SECTOR-NUM TO WS-GRP-CLAVE
                   END-IF
                   MOVE TS-HC-INI (IX-SECTOR) TO WS-GRP-HC-INI
                   MOVE TS-HC-FIN (IX-SECTOR) TO WS-GRP-HC-FIN
                   MOVE TS-BAJAS (IX-SECTOR) TO WS-GRP-BAJAS
                   MOVE TS-VOL (IX-SECTOR) TO WS-GRP-VOL
                   MOVE TS-INVOL (IX-SECTOR) TO WS-GRP-INVOL
                   MOVE TS-SINC (IX-SECTOR) TO WS-GRP-SINC
                   PERFORM LISTAR-GRUPO
               END-IF
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-ROTACION.
           WRITE REG-ROTACION.
           PERFORM VARYING IX-SEXO FROM 1 BY 1 UNTIL IX-SEXO > 3
               MOVE "SEXO" TO WS-GRP-SECCION
               MOVE WS-NOMBRE-SEXO (IX-SEXO) TO WS-GRP-NOMBRE
               MOVE WS-CLAVE-SEXO (IX-SEXO) TO WS-GRP-CLAVE
               MOVE TX-HC-INI (IX-SEXO) TO WS-GRP-HC-INI
               MOVE TX-HC-FIN (IX-SEXO) TO WS-GRP-HC-FIN
               MOVE TX-BAJAS (IX-SEXO) TO WS-GRP-BAJAS
               MOVE TX-VOL (IX-SEXO) TO WS-GRP-VOL
               MOVE TX-INVOL (IX-SEXO) TO WS-GRP-INVOL
               MOVE TX-SINC (IX-SEXO) TO WS-GRP-SINC
               PERFORM LISTAR-GRUPO
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "TOTAL" TO WS-GRP-SECCION.
           MOVE "TOTAL" TO WS-GRP-NOMBRE.
           MOVE "TOTAL" TO WS-GRP-CLAVE.
           MOVE TT-HC-INI TO WS-GRP-HC-INI.
           MOVE TT-HC-FIN TO WS-GRP-HC-FIN.
           MOVE TT-BAJAS TO WS-GRP-BAJAS.
           MOVE TT-VOL TO WS-GRP-VOL.
           MOVE TT-INVOL TO WS-GRP-INVOL.
           MOVE TT-SINC TO WS-GRP-SINC.
           PERFORM LISTAR-GRUPO.

      *>   ROTACION = BAJAS SOBRE LA DOTACION PROMEDIO DEL PERIODO
       LISTAR-GRUPO.
           MOVE ZERO TO WS-TASA.
           IF WS-GRP-HC-INI + WS-GRP-HC-FIN > ZERO
               COMPUTE WS-TASA ROUNDED = WS-GRP-BAJAS * 200 /
                   (WS-GRP-HC-INI + WS-GRP-HC-FIN)
           END-IF.
           MOVE WS-GRP-NOMBRE TO GRP-NOMBRE.
           MOVE WS-GRP-HC-INI TO GRP-HC-INI.
           MOVE WS-GRP-HC-FIN TO GRP-HC-FIN.
           MOVE WS-GRP-BAJAS TO GRP-BAJAS.
           MOVE WS-GRP-VOL TO GRP-VOL.
           MOVE WS-GRP-INVOL TO GRP-INVOL.
           MOVE WS-GRP-SINC TO GRP-SINC.
           MOVE WS-TASA TO GRP-TASA.
           MOVE LINEA-GRUPO TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE WS-GRP-SECCION TO RCS-SECCION.
           MOVE WS-GRP-CLAVE TO RCS-CLAVE.
           MOVE WS-GRP-HC-INI TO RCS-DATO-1.
           MOVE WS-GRP-HC-FIN TO RCS-DATO-2.
           MOVE WS-GRP-BAJAS TO RCS-DATO-3.
           MOVE WS-GRP-VOL TO RCS-DATO-4.
           MOVE WS-GRP-INVOL TO RCS-DATO-5.
           MOVE WS-GRP-SINC TO RCS-DATO-6.
           MOVE WS-TASA TO RCS-TASA.
           PERFORM GRABAR-CSV.

       LISTAR-ANTIGUEDAD.
           MOVE ZERO TO WS-ANIOS-EGRESADOS.
           IF WS-CANT-EGRESADOS > ZERO
               COMPUTE WS-ANIOS-EGRESADOS ROUNDED =
                   WS-DIAS-EGRESADOS / WS-CANT-EGRESADOS / 365
           END-IF.
           MOVE ZERO TO WS-ANIOS-PERMANECEN.
           IF WS-CANT-PERMANECEN > ZERO
               COMPUTE WS-ANIOS-PERMANECEN ROUNDED =
                   WS-DIAS-PERMANECEN / WS-CANT-PERMANECEN / 365
           END-IF.
           MOVE SPACES TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "ANTIGUEDAD PROMEDIO" TO SUB-TEXTO.
           MOVE LINEA-SUBTITULO TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE LINEA-GUIONES TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "EGRESADOS DEL TRIMESTRE" TO ANT-TEXTO.
           MOVE WS-CANT-EGRESADOS TO ANT-CANT.
           MOVE WS-ANIOS-EGRESADOS TO ANT-ANIOS.
           MOVE LINEA-ANTIGUEDAD TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "PERMANECEN AL CIERRE" TO ANT-TEXTO.
           MOVE WS-CANT-PERMANECEN TO ANT-CANT.
           MOVE WS-ANIOS-PERMANECEN TO ANT-ANIOS.
           MOVE LINEA-ANTIGUEDAD TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE ZEROS TO RCS-DATO-2 RCS-DATO-3 RCS-DATO-4
               RCS-DATO-5 RCS-DATO-6.
           MOVE "ANTIGUEDAD" TO RCS-SECCION.
           MOVE "EGRESO" TO RCS-CLAVE.
           MOVE WS-CANT-EGRESADOS TO RCS-DATO-1.
           MOVE WS-ANIOS-EGRESADOS TO RCS-TASA.
           PERFORM GRABAR-CSV.
           MOVE "PERMAN" TO RCS-CLAVE.
           MOVE WS-CANT-PERMANECEN TO RCS-DATO-1.
           MOVE WS-ANIOS-PERMANECEN TO RCS-TASA.
           PERFORM GRABAR-CSV.

       LISTAR-NUEVOS.
           MOVE ZERO TO WS-PROM-DIAS-NUEVOS.
           MOVE ZERO TO WS-PORC-NUEVOS-EGR.
           IF WS-CANT-NUEVOS-EGR > ZERO
               COMPUTE WS-PROM-DIAS-NUEVOS ROUNDED =
                   WS-DIAS-NUEVOS-EGR / WS-CANT-NUEVOS-EGR
           END-IF.
           IF WS-CANT-NUEVOS > ZERO
               COMPUTE WS-PORC-NUEVOS-EGR ROUNDED =
                   WS-CANT-NUEVOS-EGR * 100 / WS-CANT-NUEVOS
           END-IF.
           MOVE SPACES TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "INGRESOS DE LOS ULTIMOS 12 MESES" TO SUB-TEXTO.
           MOVE LINEA-SUBTITULO TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE LINEA-GUIONES TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "ALTAS DEL PERIODO" TO NUE-TEXTO.
           MOVE WS-CANT-NUEVOS TO NUE-VALOR.
           MOVE LINEA-NUEVOS TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "YA EGRESADAS" TO NUE-TEXTO.
           MOVE WS-CANT-NUEVOS-EGR TO NUE-VALOR.
           MOVE LINEA-NUEVOS TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "DIAS PROMEDIO HASTA EL PRIMER EGRESO" TO NUE-TEXTO.
           MOVE WS-PROM-DIAS-NUEVOS TO NUE-VALOR.
           MOVE LINEA-NUEVOS TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "INGRESOS" TO RCS-SECCION.
           MOVE "12MESES" TO RCS-CLAVE.
           MOVE WS-CANT-NUEVOS TO RCS-DATO-1.
           MOVE WS-CANT-NUEVOS-EGR TO RCS-DATO-2.
           MOVE WS-PROM-DIAS-NUEVOS TO RCS-DATO-3.
           MOVE ZEROS TO RCS-DATO-4 RCS-DATO-5 RCS-DATO-6.
           MOVE WS-PORC-NUEVOS-EGR TO RCS-TASA.
           PERFORM GRABAR-CSV.

       LISTAR-TENDENCIA.
           MOVE SPACES TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE "TENDENCIA DE LOS ULTIMOS 12 MESES" TO SUB-TEXTO.
           MOVE LINEA-SUBTITULO TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE LINEA-ENC-TEND TO REG-ROTACION.
           WRITE REG-ROTACION.
           MOVE LINEA-GUIONES TO REG-ROTACION.
           WRITE REG-ROTACION.
           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12
               MOVE ZERO TO WS-TASA
               IF TMT-HC-INI (IX-MES) + TMT-HC-FIN (IX-MES) > ZERO
                   COMPUTE WS-TASA ROUNDED = TMT-BAJAS (IX-MES) * 200
                       / (TMT-HC-INI (IX-MES) + TMT-HC-FIN (IX-MES))
               END-IF
               MOVE TMT-PERIODO (IX-MES) TO TEN-PERIODO
               MOVE TMT-HC-INI (IX-MES) TO TEN-HC-INI
               MOVE TMT-HC-FIN (IX-MES) TO TEN-HC-FIN
               MOVE TMT-ALTAS (IX-MES) TO TEN-ALTAS
               MOVE TMT-BAJAS (IX-MES) TO TEN-BAJAS
               MOVE WS-TASA TO TEN-TASA
               MOVE LINEA-TEND TO REG-ROTACION
               WRITE REG-ROTACION
               MOVE "TENDENCIA" TO RCS-SECCION
               MOVE TMT-PERIODO (IX-MES) TO RCS-CLAVE
               MOVE TMT-HC-INI (IX-MES) TO RCS-DATO-1
               MOVE TMT-HC-FIN (IX-MES) TO RCS-DATO-2
               MOVE TMT-BAJAS (IX-MES) TO RCS-DATO-3
               MOVE TMT-ALTAS (IX-MES) TO RCS-DATO-4
               MOVE ZERO TO RCS-DATO-5
               MOVE ZERO TO RCS-DATO-6
               MOVE WS-TASA TO RCS-TASA
               PERFORM GRABAR-CSV
           END-PERFORM.

       GRABAR-CSV.
           MOVE ";" TO RCS-SEP1 RCS-SEP2 RCS-SEP3 RCS-SEP4 RCS-SEP5
               RCS-SEP6 RCS-SEP7 RCS-SEP8.
           WRITE REG-ROTACSV.

       CARGAR-MAESTRO.
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
                       ADD 1 TO WS-CANT-LEIDOS
                       IF WS-CANT-PERSONAS >= 600
                           DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO "
                               MAE-LEGAJO ", YA HAY 600 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-PERSONAS
                           MOVE MAE-LEGAJO TO
                                TP-LEGAJO (WS-CANT-PERSONAS)
                           MOVE MAE-SEXO TO TP-SEXO (WS-CANT-PERSONAS)
                           MOVE MAE-SECTOR TO
                                TP-SECTOR (WS-CANT-PERSONAS)
                           MOVE MAE-ESTADO TO
                                TP-ESTADO (WS-CANT-PERSONAS)
      *>                   UN MAESTRO VIEJO PUEDE NO TRAER EL INGRESO
                           IF MAE-FECHA-INGRESO NUMERIC
                               MOVE MAE-FECHA-INGRESO TO
                                    TP-INGRESO (WS-CANT-PERSONAS)
                           ELSE
                               MOVE ZERO TO
                                    TP-INGRESO (WS-CANT-PERSONAS)
                           END-IF
                           MOVE ZERO TO TP-BAJA (WS-CANT-PERSONAS)
                           MOVE SPACE TO TP-CAUSA (WS-CANT-PERSONAS)
                       END-IF
               END-READ
           END-PERFORM.

      *>   CADA BAJA DE LA HISTORIA COMPLETA A SU PERSONA; SI EL
      *>   LEGAJO YA NO ESTA EN EL MAESTRO SE AGREGA CON LOS DATOS
      *>   QUE GUARDO EL EGRESO. EL SECTOR Y SEXO DEL EGRESO SON LOS
      *>   QUE TENIA AL IRSE
       CARGAR-EGRESOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-EGRESOS.
           IF NOT FS-EGRESOS-OK
               DISPLAY "SIN EGRESOS: NO HAY BAJAS CON FECHA QUE "
                   "ANALIZAR"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-EGRESOS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-EGRESOS
                   NOT AT END
                       ADD 1 TO WS-CANT-EGR-LEIDOS
                       PERFORM ANOTAR-EGRESO
               END-READ
           END-PERFORM.

       ANOTAR-EGRESO.
           MOVE ZERO TO IX-PER-HALLADO.
           PERFORM VARYING IX-PER FROM 1 BY 1
                   UNTIL IX-PER > WS-CANT-PERSONAS
               IF TP-LEGAJO (IX-PER) = EGR-LEGAJO
                   MOVE IX-PER TO IX-PER-HALLADO
               END-IF
           END-PERFORM.
           IF IX-PER-HALLADO = ZERO
               IF WS-CANT-PERSONAS >= 600
                   DISPLAY "ADVERTENCIA: SE IGNORA EGRESO DE "
                       EGR-LEGAJO ", YA HAY 600 CARGADOS"
               ELSE
                   ADD 1 TO WS-CANT-PERSONAS
                   MOVE WS-CANT-PERSONAS TO IX-PER-HALLADO
                   MOVE EGR-LEGAJO TO TP-LEGAJO (IX-PER-HALLADO)
                   MOVE "I" TO TP-ESTADO (IX-PER-HALLADO)
                   MOVE EGR-FECHA-INGRESO TO TP-INGRESO (IX-PER-HALLADO)
               END-IF
           END-IF.
           IF IX-PER-HALLADO > ZERO
               MOVE EGR-FECHA-BAJA TO TP-BAJA (IX-PER-HALLADO)
               MOVE EGR-CAUSA TO TP-CAUSA (IX-PER-HALLADO)
               MOVE EGR-SECTOR TO TP-SECTOR (IX-PER-HALLADO)
               MOVE EGR-SEXO TO TP-SEXO (IX-PER-HALLADO)
           END-IF.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
