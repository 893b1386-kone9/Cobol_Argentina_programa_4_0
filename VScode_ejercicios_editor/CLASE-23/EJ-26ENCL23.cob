      *> Costo laboral por actividad: el plan de actividades
      *> (ACTIVIDADES/PLANMES, con AC-HORAS y AC-PERSONAL) y la
      *> liquidacion (COSTOSEC, por sector) hablan de la misma gente
      *> y nadie podia decir cuanto cuesta de verdad una actividad.
      *> Esta corrida toma el costo laboral del mes de la tarjeta
      *> PERIODO (AAAAMM) por sector desde COSTOSEC (bruto, que ya
      *> trae las horas extra, mas contribuciones patronales) y lo
      *> reparte entre las actividades del sector en proporcion a
      *> sus horas-persona del mes: dias en que corre (del plan
      *> fechado PLANMES si existe, del patron semanal de
      *> ACTIVIDADES si no) por AC-HORAS por AC-PERSONAL. Si el
      *> sector tiene partes de cumplimiento en REALIZADAS para el
      *> mes, se cuentan solo los dias realmente hechos. La
      *> capacidad del sector es su dotacion liquidada por las horas
      *> del mes de la tarjeta HORASMES (sin tarjeta, 176): lo que
      *> el plan no ocupa de esa capacidad queda como costo sin
      *> asignar (capacidad ociosa). El reporte ACTCOSTO muestra por
      *> actividad las horas, el costo y el costo por hora
      *> ejecutada, y por sector lo que quedo sin asignar.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-26ENCL23.
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
      *>   COSTOSEC es el costo real que deja la liquidacion (ver
      *>   COPYLIB COSTOSEC)
           SELECT ARCH-COSTOSEC ASSIGN TO "COSTOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COSTOSEC.

           SELECT ARCH-ACTIVIDADES ASSIGN TO "ACTIVIDADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACTIVIDADES.

      *>   PLANMES es el plan mensual fechado (ver COPYLIB PLANMES);
      *>   si existe, manda sobre el patron semanal
           SELECT ARCH-PLANMES ASSIGN TO "PLANMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANMES.

      *>   REALIZADAS es el parte de cumplimiento del plan (el mismo
      *>   que lee el control de cumplimiento EJ-02ENCL17)
           SELECT ARCH-REALIZADAS ASSIGN TO "REALIZADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REALIZADAS.

           SELECT ARCH-ACTCOSTO ASSIGN TO "ACTCOSTO"
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
       FD  ARCH-COSTOSEC
           RECORD CONTAINS 65 CHARACTERS.
           COPY COSTOSEC.

       FD  ARCH-ACTIVIDADES.
           COPY ACTIVID.

       FD  ARCH-PLANMES
           RECORD CONTAINS 32 CHARACTERS.
           COPY PLANMES.

       FD  ARCH-REALIZADAS.
       01  REG-REALIZADA.
           03 REA-SECTOR    PIC X(2).
           03 FILLER        PIC X VALUE ";".
           03 REA-ACTIVIDAD PIC X(20).
           03 FILLER        PIC X VALUE ";".
           03 REA-DIA       PIC 9.
           03 FILLER        PIC X VALUE ";".
           03 REA-REALIZADA PIC X.
           03 FILLER        PIC X VALUE ";".
           03 REA-FECHA     PIC 9(8).

       FD  ARCH-ACTCOSTO.
       01  REG-ACTCOSTO PIC X(100).

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

      *>   MES PEDIDO Y HORAS DEL MES POR PERSONA
       77 WS-PERIODO PIC 9(6) VALUE ZEROS.
       77 WS-ANIO PIC 9(4) VALUE ZEROS.
       77 WS-MES PIC 99 VALUE ZEROS.
       77 WS-HORAS-MES PIC 9(3) VALUE ZERO.
       77 WS-PRIMER-DIA PIC 9(8) VALUE ZERO.
       77 WS-FECHA-DIA PIC 9(8) VALUE ZERO.
       77 WS-PERIODO-DIA PIC 9(6) VALUE ZERO.
       77 DIA-JULIANO PIC 9(7) VALUE ZERO.
       77 DIA-SEMANA PIC 9 VALUE ZERO.
       77 WS-PERIODO-REA PIC 9(6) VALUE ZERO.

      *>   COSTO Y CAPACIDAD DEL MES POR SECTOR (01 A 99)
       01  TABLA-SECTORES.
           03 SECTOR-ENTRY OCCURS 99 TIMES.
               05 TS-HEADCOUNT   PIC 9(5).
               05 TS-COSTO       PIC 9(11)V99.
               05 TS-CON-PARTES  PIC X.
               05 TS-HORAS-BASE  PIC 9(9).
               05 TS-CAPACIDAD   PIC 9(9).
               05 TS-ASIGNADO    PIC 9(11)V99.
       77 IX-SECTOR PIC 999 VALUE ZERO.

      *>   ACTIVIDADES EN MEMORIA, CON SUS DIAS DEL MES
       77 WS-CANT-ACT PIC 99 VALUE ZERO.
       01 TABLA-ACTIVIDADES.
           03 ACT-ENTRY OCCURS 50 TIMES.
               05 TAC-SECTOR     PIC 99.
               05 TAC-ACTIVIDAD  PIC X(20).
               05 TAC-DIAS       PIC X(7).
               05 TAC-HORAS      PIC 99.
               05 TAC-PERSONAL   PIC 99.
               05 TAC-DIAS-PLAN  PIC 99.
               05 TAC-DIAS-HECHO PIC 99.
               05 TAC-HORAS-PER  PIC 9(7).
               05 TAC-COSTO      PIC 9(11)V99.
       77 IX-ACT PIC 99 VALUE ZERO.
       77 WS-ACT-HALLADA PIC 99 VALUE ZERO.

      *>   CALCULOS DEL SECTOR EN CURSO
       77 WS-A-ASIGNAR PIC 9(11)V99 VALUE ZERO.
       77 WS-SIN-ASIGNAR PIC 9(11)V99 VALUE ZERO.
       77 WS-COSTO-HORA PIC 9(9)V99 VALUE ZERO.
       77 WS-OCIOSA-PORC PIC 999V99 VALUE ZERO.

      *>   TOTALES DE LA CORRIDA
       77 WS-TOT-COSTO PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-ASIGNADO PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-SIN-ASIGNAR PIC 9(13)V99 VALUE ZERO.
       77 WS-CANT-SECTORES PIC 9(3) VALUE ZERO.
       77 WS-CANT-COSTO-MES PIC 9(5) VALUE ZERO.
       77 WS-MODO-FECHADO PIC X VALUE "N".
       77 WS-PARTES-LEIDOS PIC 9(5) VALUE ZERO.
       77 WS-PARTES-SIN-PLAN PIC 9(5) VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-COSTOSEC PIC XX.
           88 FS-COSTOSEC-OK VALUE "00".
       01 WS-FS-ACTIVIDADES PIC XX.
           88 FS-ACTIVIDADES-OK VALUE "00".
       01 WS-FS-PLANMES PIC XX.
           88 FS-PLANMES-OK VALUE "00".
       01 WS-FS-REALIZADAS PIC XX.
           88 FS-REALIZADAS-OK VALUE "00".

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
           03 FILLER PIC X(37)
               VALUE "COSTO LABORAL POR ACTIVIDAD - MES ".
           03 TIT-PERIODO PIC 9(6).
           03 FILLER PIC X(17) VALUE "  HORAS DEL MES: ".
           03 TIT-HORAS-MES PIC ZZ9.
       01 LINEA-SECTOR.
           03 FILLER      PIC X(7) VALUE "SECTOR ".
           03 LSE-SECTOR  PIC 99.
           03 FILLER      PIC X(8) VALUE "  COSTO ".
           03 LSE-COSTO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(6) VALUE "  HC: ".
           03 LSE-HC      PIC ZZZZ9.
           03 FILLER      PIC X(14) VALUE "  CAPACIDAD: ".
           03 LSE-CAPACIDAD PIC ZZZ.ZZ9.
           03 FILLER      PIC X(4) VALUE " HS ".
           03 LSE-FUENTE  PIC X(18).
       01 LINEA-ENC-ACT.
           03 FILLER PIC X(24) VALUE "  ACTIVIDAD".
           03 FILLER PIC X(6) VALUE "  DIAS".
           03 FILLER PIC X(13) VALUE "   HS-PERSONA".
           03 FILLER PIC X(19) VALUE "              COSTO".
           03 FILLER PIC X(15) VALUE "     COSTO/HORA".
       01 LINEA-ACTIVIDAD.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 LAC-ACTIVIDAD PIC X(20).
           03 FILLER      PIC X(4) VALUE SPACES.
           03 LAC-DIAS    PIC Z9.
           03 FILLER      PIC X(4) VALUE SPACES.
           03 LAC-HORAS   PIC Z.ZZZ.ZZ9.
           03 FILLER      PIC XX VALUE SPACES.
           03 LAC-COSTO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC XX VALUE SPACES.
           03 LAC-COSTO-HORA PIC ZZZ.ZZZ.ZZ9,99.
       01 LINEA-OCIOSA.
           03 FILLER      PIC X(28)
               VALUE "  SIN ASIGNAR (OCIOSA)    ".
           03 LOC-HORAS   PIC Z.ZZZ.ZZ9.
           03 FILLER      PIC XX VALUE SPACES.
           03 LOC-COSTO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(3) VALUE SPACES.
           03 LOC-PORC    PIC ZZ9,99.
           03 FILLER      PIC X(13) VALUE "% DEL SECTOR".
       01 LINEA-TOTALES.
           03 FILLER      PIC X(16) VALUE "TOTAL COSTO ".
           03 LTO-COSTO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(12) VALUE "  ASIGNADO ".
           03 LTO-ASIGNADO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(15) VALUE "  SIN ASIGNAR ".
           03 LTO-SIN-ASIGNAR PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-GUIONES PIC X(100) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-26ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "COSTO LABORAL POR ACTIVIDAD".
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "PERIODO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:6) TO WS-PERIODO
           ELSE
               DISPLAY "MES A REPARTIR (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           COMPUTE WS-ANIO = WS-PERIODO / 100.
           COMPUTE WS-MES = WS-PERIODO - WS-ANIO * 100.
           IF WS-MES < 1 OR WS-MES > 12
               DISPLAY "PERIODO " WS-PERIODO " INVALIDO, CORRIDA "
                   "RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           MOVE "HORASMES" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:3) TO WS-HORAS-MES
           END-IF.
           IF WS-HORAS-MES = ZERO
               MOVE 176 TO WS-HORAS-MES
           END-IF.
           COMPUTE WS-PRIMER-DIA = WS-PERIODO * 100 + 1.

           MOVE ZEROS TO TABLA-SECTORES.
           PERFORM CARGAR-COSTO-REAL.
           IF WS-CANT-COSTO-MES = ZERO
               DISPLAY "EL MES " WS-PERIODO " TODAVIA NO SE LIQUIDO "
                   "(NO ESTA EN COSTOSEC), CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM CARGAR-ACTIVIDADES.
           PERFORM CARGAR-PLANMES.
           PERFORM CONTAR-DIAS-PATRON.
           PERFORM CARGAR-REALIZADAS.
           PERFORM CALCULAR-HORAS.

           OPEN OUTPUT ARCH-ACTCOSTO.
           MOVE WS-PERIODO TO TIT-PERIODO.
           MOVE WS-HORAS-MES TO TIT-HORAS-MES.
           MOVE LINEA-TITULO TO REG-ACTCOSTO.
           WRITE REG-ACTCOSTO.
           PERFORM VARYING IX-SECTOR FROM 1 BY 1 UNTIL IX-SECTOR > 99
               IF TS-COSTO (IX-SECTOR) > ZERO
                  OR TS-HORAS-BASE (IX-SECTOR) > ZERO
                   PERFORM REPARTIR-SECTOR
               END-IF
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-ACTCOSTO.
           WRITE REG-ACTCOSTO.
           MOVE WS-TOT-COSTO TO LTO-COSTO.
           MOVE WS-TOT-ASIGNADO TO LTO-ASIGNADO.
           MOVE WS-TOT-SIN-ASIGNAR TO LTO-SIN-ASIGNAR.
           MOVE LINEA-TOTALES TO REG-ACTCOSTO.
           WRITE REG-ACTCOSTO.
           CLOSE ARCH-ACTCOSTO.

           DISPLAY "SECTORES REPARTIDOS:     " WS-CANT-SECTORES.
           DISPLAY "PARTES DEL MES LEIDOS:   " WS-PARTES-LEIDOS.
           IF WS-PARTES-SIN-PLAN > ZERO
               DISPLAY "PARTES DE ACTIVIDADES FUERA DEL MAESTRO "
                   "(NO SE CUESTAN): " WS-PARTES-SIN-PLAN
           END-IF.
           MOVE WS-CANT-SECTORES TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   LAS HORAS-PERSONA DE CADA ACTIVIDAD SALEN DE LOS DIAS
      *>   HECHOS SI SU SECTOR TIENE PARTES DEL MES, Y SI NO DE LOS
      *>   PLANIFICADOS; LA CAPACIDAD, DE LA DOTACION LIQUIDADA
       CALCULAR-HORAS.
           PERFORM VARYING IX-ACT FROM 1 BY 1
                   UNTIL IX-ACT > WS-CANT-ACT
               MOVE TAC-SECTOR (IX-ACT) TO IX-SECTOR
               IF TS-CON-PARTES (IX-SECTOR) = "S"
                   COMPUTE TAC-HORAS-PER (IX-ACT) =
                       TAC-DIAS-HECHO (IX-ACT) * TAC-HORAS (IX-ACT)
                       * TAC-PERSONAL (IX-ACT)
               ELSE
                   COMPUTE TAC-HORAS-PER (IX-ACT) =
                       TAC-DIAS-PLAN (IX-ACT) * TAC-HORAS (IX-ACT)
                       * TAC-PERSONAL (IX-ACT)
               END-IF
               ADD TAC-HORAS-PER (IX-ACT) TO TS-HORAS-BASE (IX-SECTOR)
           END-PERFORM.
           PERFORM VARYING IX-SECTOR FROM 1 BY 1 UNTIL IX-SECTOR > 99
               COMPUTE TS-CAPACIDAD (IX-SECTOR) =
                   TS-HEADCOUNT (IX-SECTOR) * WS-HORAS-MES
           END-PERFORM.

      *>   SI EL PLAN OCUPA TODA LA CAPACIDAD (O MAS) SE REPARTE
      *>   TODO EL COSTO; SI NO, SOLO LA PARTE OCUPADA Y EL RESTO
      *>   QUEDA SIN ASIGNAR
       REPARTIR-SECTOR.
           ADD 1 TO WS-CANT-SECTORES.
           ADD TS-COSTO (IX-SECTOR) TO WS-TOT-COSTO.
           IF TS-HORAS-BASE (IX-SECTOR) = ZERO
               MOVE ZERO TO WS-A-ASIGNAR
           ELSE
               IF TS-HORAS-BASE (IX-SECTOR) NOT <
                  TS-CAPACIDAD (IX-SECTOR)
                   MOVE TS-COSTO (IX-SECTOR) TO WS-A-ASIGNAR
               ELSE
                   COMPUTE WS-A-ASIGNAR ROUNDED =
                       TS-COSTO (IX-SECTOR) * TS-HORAS-BASE (IX-SECTOR)
                       / TS-CAPACIDAD (IX-SECTOR)
               END-IF
           END-IF.
           COMPUTE WS-SIN-ASIGNAR =
               TS-COSTO (IX-SECTOR) - WS-A-ASIGNAR.

           MOVE LINEA-GUIONES TO REG-ACTCOSTO.
           WRITE REG-ACTCOSTO.
           MOVE IX-SECTOR TO LSE-SECTOR.
           MOVE TS-COSTO (IX-SECTOR) TO LSE-COSTO.
           MOVE TS-HEADCOUNT (IX-SECTOR) TO LSE-HC.
           MOVE TS-CAPACIDAD (IX-SECTOR) TO LSE-CAPACIDAD.
           IF TS-CON-PARTES (IX-SECTOR) = "S"
               MOVE "(DIAS REALIZADOS)" TO LSE-FUENTE
           ELSE
               MOVE "(DIAS DEL PLAN)" TO LSE-FUENTE
           END-IF.
           MOVE LINEA-SECTOR TO REG-ACTCOSTO.
           WRITE REG-ACTCOSTO.
           MOVE LINEA-ENC-ACT TO REG-ACTCOSTO.
           WRITE REG-ACTCOSTO.

      *>   LA ULTIMA ACTIVIDAD DEL SECTOR SE LLEVA EL RESTO DEL
      *>   REDONDEO, ASI LA SUMA CIERRA CON LO ASIGNADO
           MOVE ZERO TO TS-ASIGNADO (IX-SECTOR).
           MOVE ZERO TO WS-ACT-HALLADA.
           PERFORM VARYING IX-ACT FROM 1 BY 1
                   UNTIL IX-ACT > WS-CANT-ACT
               IF TAC-SECTOR (IX-ACT) = IX-SECTOR
                   MOVE ZERO TO TAC-COSTO (IX-ACT)
                   IF TS-HORAS-BASE (IX-SECTOR) > ZERO
                       COMPUTE TAC-COSTO (IX-ACT) ROUNDED =
                           WS-A-ASIGNAR * TAC-HORAS-PER (IX-ACT)
                           / TS-HORAS-BASE (IX-SECTOR)
                   END-IF
                   ADD TAC-COSTO (IX-ACT) TO TS-ASIGNADO (IX-SECTOR)
                   IF TAC-HORAS-PER (IX-ACT) > ZERO
                       MOVE IX-ACT TO WS-ACT-HALLADA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACT-HALLADA > ZERO
               COMPUTE TAC-COSTO (WS-ACT-HALLADA) =
                   TAC-COSTO (WS-ACT-HALLADA) + WS-A-ASIGNAR
                   - TS-ASIGNADO (IX-SECTOR)
           END-IF.
           PERFORM VARYING IX-ACT FROM 1 BY 1
                   UNTIL IX-ACT > WS-CANT-ACT
               IF TAC-SECTOR (IX-ACT) = IX-SECTOR
                   PERFORM LISTAR-ACTIVIDAD
               END-IF
           END-PERFORM.

           IF TS-COSTO (IX-SECTOR) > ZERO
               COMPUTE WS-OCIOSA-PORC ROUNDED =
                   WS-SIN-ASIGNAR * 100 / TS-COSTO (IX-SECTOR)
           ELSE
               MOVE ZERO TO WS-OCIOSA-PORC
           END-IF.
           IF TS-CAPACIDAD (IX-SECTOR) > TS-HORAS-BASE (IX-SECTOR)
               COMPUTE LOC-HORAS = TS-CAPACIDAD (IX-SECTOR)
                   - TS-HORAS-BASE (IX-SECTOR)
           ELSE
               MOVE ZERO TO LOC-HORAS
           END-IF.
           MOVE WS-SIN-ASIGNAR TO LOC-COSTO.
           MOVE WS-OCIOSA-PORC TO LOC-PORC.
           MOVE LINEA-OCIOSA TO REG-ACTCOSTO.
           WRITE REG-ACTCOSTO.
           ADD WS-A-ASIGNAR TO WS-TOT-ASIGNADO.
           ADD WS-SIN-ASIGNAR TO WS-TOT-SIN-ASIGNAR.
           IF TS-COSTO (IX-SECTOR) = ZERO
               DISPLAY "ADVERTENCIA: SECTOR " IX-SECTOR " CON "
                   "ACTIVIDADES PERO SIN COSTO LIQUIDADO EN EL MES"
           END-IF.

       LISTAR-ACTIVIDAD.
           MOVE TAC-ACTIVIDAD (IX-ACT) TO LAC-ACTIVIDAD.
           IF TS-CON-PARTES (IX-SECTOR) = "S"
               MOVE TAC-DIAS-HECHO (IX-ACT) TO LAC-DIAS
           ELSE
               MOVE TAC-DIAS-PLAN (IX-ACT) TO LAC-DIAS
           END-IF.
           MOVE TAC-HORAS-PER (IX-ACT) TO LAC-HORAS.
           MOVE TAC-COSTO (IX-ACT) TO LAC-COSTO.
           MOVE ZERO TO WS-COSTO-HORA.
           IF TAC-HORAS-PER (IX-ACT) > ZERO
               COMPUTE WS-COSTO-HORA ROUNDED =
                   TAC-COSTO (IX-ACT) / TAC-HORAS-PER (IX-ACT)
           END-IF.
           MOVE WS-COSTO-HORA TO LAC-COSTO-HORA.
           MOVE LINEA-ACTIVIDAD TO REG-ACTCOSTO.
           WRITE REG-ACTCOSTO.

      *>   EL RENGLON MAS NUEVO DE UN MISMO PERIODO Y SECTOR PISA
      *>   AL ANTERIOR (VER COPYLIB COSTOSEC)
       CARGAR-COSTO-REAL.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-COSTOSEC.
           IF NOT FS-COSTOSEC-OK
               DISPLAY "NO EXISTE COSTOSEC"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-COSTOSEC
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-COSTOSEC
                   NOT AT END
                       IF CSS-PERIODO = WS-PERIODO
                          AND CSS-SECTOR > ZERO
                           ADD 1 TO WS-CANT-COSTO-MES
                           MOVE CSS-HEADCOUNT TO
                                TS-HEADCOUNT (CSS-SECTOR)
                           COMPUTE TS-COSTO (CSS-SECTOR) =
                               CSS-BRUTO + CSS-CONTRIB
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-ACTIVIDADES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-ACTIVIDADES.
           IF NOT FS-ACTIVIDADES-OK
               DISPLAY "NO EXISTE ACTIVIDADES: TODO EL COSTO QUEDA "
                   "SIN ASIGNAR"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-ACTIVIDADES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-ACTIVIDADES
                   NOT AT END
                       PERFORM AGREGAR-ACTIVIDAD
               END-READ
           END-PERFORM.

       AGREGAR-ACTIVIDAD.
           IF AC-SECTOR-COD NOT NUMERIC OR AC-SECTOR-COD = "00"
               DISPLAY "ADVERTENCIA: SECTOR " AC-SECTOR-COD
                   " DE " AC-ACTIVIDAD " NO ES NUMERICO, SE IGNORA"
           ELSE
               IF WS-CANT-ACT >= 50
                   DISPLAY "MAS DE 50 ACTIVIDADES, CORRIDA RECHAZADA"
                   CLOSE ARCH-ACTIVIDADES
                   MOVE ZERO TO CTL-CANT-REG
                   MOVE "RECHAZADO" TO CTL-ESTADO
                   PERFORM GRABAR-CONTROL
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-ACT
               MOVE AC-SECTOR-COD TO TAC-SECTOR (WS-CANT-ACT)
               MOVE AC-ACTIVIDAD TO TAC-ACTIVIDAD (WS-CANT-ACT)
               MOVE AC-DIAS TO TAC-DIAS (WS-CANT-ACT)
               MOVE AC-HORAS TO TAC-HORAS (WS-CANT-ACT)
               MOVE AC-PERSONAL TO TAC-PERSONAL (WS-CANT-ACT)
               MOVE ZERO TO TAC-DIAS-PLAN (WS-CANT-ACT)
               MOVE ZERO TO TAC-DIAS-HECHO (WS-CANT-ACT)
               MOVE ZERO TO TAC-HORAS-PER (WS-CANT-ACT)
               MOVE ZERO TO TAC-COSTO (WS-CANT-ACT)
           END-IF.

      *>   CON PLAN FECHADO CADA RENGLON DEL MES ES UN DIA DE LA
      *>   ACTIVIDAD
       CARGAR-PLANMES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-PLANMES.
           IF NOT FS-PLANMES-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-PLANMES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-PLANMES
                   NOT AT END
                       MOVE "S" TO WS-MODO-FECHADO
                       COMPUTE WS-PERIODO-DIA = PLM-FECHA / 100
                       IF WS-PERIODO-DIA = WS-PERIODO
                           PERFORM VARYING IX-ACT FROM 1 BY 1
                                   UNTIL IX-ACT > WS-CANT-ACT
                               IF TAC-SECTOR (IX-ACT) = PLM-SECTOR
                                  AND TAC-ACTIVIDAD (IX-ACT) =
                                      PLM-ACTIVIDAD
                                   ADD 1 TO TAC-DIAS-PLAN (IX-ACT)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MODO-FECHADO = "S"
               DISPLAY "PLAN MENSUAL FECHADO EN USO"
           ELSE
               DISPLAY "SIN PLANMES: SE USA EL PATRON SEMANAL"
           END-IF.

      *>   SIN PLAN FECHADO SE CUENTAN LOS DIAS DEL MES QUE EL
      *>   PATRON SEMANAL MARCA CON "S"
       CONTAR-DIAS-PATRON.
           IF WS-MODO-FECHADO = "N"
               COMPUTE DIA-JULIANO =
                   FUNCTION INTEGER-OF-DATE(WS-PRIMER-DIA)
               MOVE WS-PRIMER-DIA TO WS-FECHA-DIA
               MOVE WS-PERIODO TO WS-PERIODO-DIA
               PERFORM UNTIL WS-PERIODO-DIA NOT = WS-PERIODO
                   COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-JULIANO, 7)
                   IF DIA-SEMANA = ZERO
                       MOVE 7 TO DIA-SEMANA
                   END-IF
                   PERFORM VARYING IX-ACT FROM 1 BY 1
                           UNTIL IX-ACT > WS-CANT-ACT
                       IF TAC-DIAS (IX-ACT) (DIA-SEMANA:1) = "S"
                           ADD 1 TO TAC-DIAS-PLAN (IX-ACT)
                       END-IF
                   END-PERFORM
                   ADD 1 TO DIA-JULIANO
                   COMPUTE WS-FECHA-DIA =
                       FUNCTION DATE-OF-INTEGER(DIA-JULIANO)
                   COMPUTE WS-PERIODO-DIA = WS-FECHA-DIA / 100
               END-PERFORM
           END-IF.

      *>   SOLO CUENTAN LOS PARTES FECHADOS EN EL MES: LOS VIEJOS
      *>   SIN FECHA NO SE PUEDEN UBICAR EN UN MES
       CARGAR-REALIZADAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-REALIZADAS.
           IF NOT FS-REALIZADAS-OK
               DISPLAY "SIN PARTE REALIZADAS: SE REPARTE POR EL PLAN"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-REALIZADAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-REALIZADAS
                   NOT AT END
                       MOVE ZERO TO WS-PERIODO-REA
                       IF REA-FECHA NUMERIC
                           COMPUTE WS-PERIODO-REA = REA-FECHA / 100
                       END-IF
                       IF WS-PERIODO-REA = WS-PERIODO
                           PERFORM CONTAR-PARTE
                       END-IF
               END-READ
           END-PERFORM.

      *>   UN PARTE DEL MES (HECHO O NO) YA DICE QUE EL SECTOR
      *>   INFORMA CUMPLIMIENTO, Y SE REPARTE POR LO HECHO
       CONTAR-PARTE.
           ADD 1 TO WS-PARTES-LEIDOS.
           MOVE ZERO TO WS-ACT-HALLADA.
           PERFORM VARYING IX-ACT FROM 1 BY 1
                   UNTIL IX-ACT > WS-CANT-ACT
               IF TAC-SECTOR (IX-ACT) = REA-SECTOR
                  AND TAC-ACTIVIDAD (IX-ACT) = REA-ACTIVIDAD
                   MOVE IX-ACT TO WS-ACT-HALLADA
               END-IF
           END-PERFORM.
           IF WS-ACT-HALLADA = ZERO
               ADD 1 TO WS-PARTES-SIN-PLAN
           ELSE
               MOVE TAC-SECTOR (WS-ACT-HALLADA) TO IX-SECTOR
               MOVE "S" TO TS-CON-PARTES (IX-SECTOR)
               IF REA-REALIZADA = "S"
                   ADD 1 TO TAC-DIAS-HECHO (WS-ACT-HALLADA)
               END-IF
           END-IF.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
