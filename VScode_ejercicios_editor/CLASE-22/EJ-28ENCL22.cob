      *> Libro de clases y recuperacion de clases suspendidas: la
      *> mesa tipea en CLASELOG cada clase del termino con su estado
      *> (DICTADA / SUSPENDIDA), el motivo y el reemplazante si la
      *> dio otro docente. Esta corrida valida el libro contra
      *> MATERIAS y DOCENTES y arma CLASESUSP: por comision, las
      *> clases planificadas del termino (los dias de la semana en
      *> que la comision tiene clases, entre INICIO y FIN, sin
      *> feriados), las dictadas y las suspendidas, y para cada
      *> suspendida una fecha propuesta de recuperacion en la misma
      *> aula y el mismo horario, un dia habil en que el aula no la
      *> usa ninguna otra comision. El posteo de asistencia
      *> (EJ-16ENCL22) ya no postea las clases suspendidas, asi que
      *> no le cuentan falta a nadie en ASISACUM.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-28ENCL22.
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
      *>   CLASELOG es el libro de clases del termino (ver COPYLIB
      *>   CLASELOG)
           SELECT ARCH-CLASELOG ASSIGN TO "CLASELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLASELOG.

           SELECT ARCH-MATERIAS ASSIGN TO "MATERIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATERIAS.

           SELECT ARCH-AULAS ASSIGN TO "AULAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AULAS.

           SELECT ARCH-DOCENTES ASSIGN TO "DOCENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOCENTES.

      *>   FERIADOS es el calendario compartido de la rutina de dias
      *>   habiles (ver COPYLIB HABILPR)
           SELECT ARCH-FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

      *>   CLASESUSP es el reporte de clases suspendidas por comision
      *>   con la recuperacion propuesta
           SELECT ARCH-CLASESUSP ASSIGN TO "CLASESUSP"
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
       FD  ARCH-CLASELOG
           RECORD CONTAINS 64 CHARACTERS.
           COPY CLASELOG.

       FD  ARCH-MATERIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY MATERIAS.

       FD  ARCH-AULAS
           RECORD CONTAINS 23 CHARACTERS.
           COPY AULAS.

       FD  ARCH-DOCENTES
           RECORD CONTAINS 65 CHARACTERS.
           COPY DOCENTES.

       FD  ARCH-FERIADOS
           RECORD CONTAINS 39 CHARACTERS.
           COPY FERIADO.

       FD  ARCH-CLASESUSP.
       01  REG-CLASESUSP PIC X(80).

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

      *>   VENTANA DE CLASES DEL TERMINO (AAAAMMDD)
       01 FECHA-INICIO PIC 9(8) VALUE ZERO.
       01 FECHA-FIN PIC 9(8) VALUE ZERO.
       01 INT-INICIO PIC 9(7) VALUE ZERO.
       01 INT-FIN PIC 9(7) VALUE ZERO.

      *>   COMISIONES DEL MAESTRO DE MATERIAS CON LOS DIAS DE LA
      *>   SEMANA EN QUE TIENEN CLASE (1 = LUNES ... 7 = DOMINGO,
      *>   SEGUN LAS FECHAS DEL LIBRO) Y LOS CONTADORES DEL TERMINO
       01 CANT-COMISIONES PIC 99 COMP VALUE ZERO.
       01 TABLA-COMISIONES.
           03 ENTRADA-COMISION OCCURS 27 TIMES.
               05 TC-MATERIA      PIC 9.
               05 TC-COMISION     PIC 9.
               05 TC-NOMBRE       PIC X(20).
               05 TC-HORARIO      PIC X(10).
               05 TC-AULA         PIC X(5).
               05 TC-DIAS         PIC X(7).
               05 TC-PLANIFICADAS PIC 999.
               05 TC-DICTADAS     PIC 999.
               05 TC-SUSPENDIDAS  PIC 999.
               05 TC-REEMPLAZOS   PIC 999.
       01 IX-COM PIC 99 COMP VALUE ZERO.
       01 IX-COM-HALLADA PIC 99 COMP VALUE ZERO.
       01 IX-OTRA PIC 99 COMP VALUE ZERO.

      *>   CLASES VALIDAS DEL LIBRO
       01 CANT-CLASES PIC 9(4) COMP VALUE ZERO.
       01 TABLA-CLASES.
           03 ENTRADA-CLASE OCCURS 500 TIMES.
               05 TCL-FECHA     PIC 9(8).
               05 TCL-COMISION  PIC 99.
               05 TCL-ESTADO    PIC X(10).
               05 TCL-MOTIVO    PIC X(30).
       01 IX-CLA PIC 9(4) COMP VALUE ZERO.

      *>   AULAS Y DOCENTES DE LOS MAESTROS, SOLO PARA VALIDAR
       01 CANT-AULAS PIC 99 COMP VALUE ZERO.
       01 TABLA-AULAS.
           03 ENTRADA-AULA OCCURS 50 TIMES.
               05 TA-CODIGO   PIC X(5).
               05 TA-EDIFICIO PIC X(15).
       01 IX-AUL PIC 99 COMP VALUE ZERO.
       01 IX-AUL-HALLADA PIC 99 COMP VALUE ZERO.
       01 CANT-DOCENTES PIC 99 COMP VALUE ZERO.
       01 TABLA-DOCENTES.
           03 ENTRADA-DOCENTE OCCURS 30 TIMES.
               05 TD-LEGAJO PIC X(10).
       01 IX-DOC PIC 99 COMP VALUE ZERO.
       01 DOCENTE-EXISTE PIC X VALUE "N".

      *>   FECHAS DE RECUPERACION YA PROPUESTAS, PARA NO DAR DOS
      *>   VECES EL MISMO TURNO DE LA MISMA AULA
       01 CANT-PROPUESTAS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-PROPUESTAS.
           03 ENTRADA-PROPUESTA OCCURS 500 TIMES.
               05 TPR-AULA    PIC X(5).
               05 TPR-HORARIO PIC X(10).
               05 TPR-FECHA   PIC 9(8).
       01 IX-PRO PIC 9(4) COMP VALUE ZERO.

      *>   BUSQUEDA DE LA FECHA DE RECUPERACION
       01 INT-CANDIDATA PIC 9(7) VALUE ZERO.
       01 FECHA-CANDIDATA PIC 9(8) VALUE ZERO.
       01 FECHA-PROPUESTA PIC 9(8) VALUE ZERO.
       01 DIA-SEMANA PIC 9 VALUE ZERO.
       01 TURNO-LIBRE PIC X VALUE "N".
       01 AULA-EN-CURSO PIC X(5) VALUE SPACES.
       01 HORARIO-EN-CURSO PIC X(10) VALUE SPACES.

       01 MOTIVO-RECHAZO PIC X(40) VALUE SPACES.
       01 FECHA-ENTRADA PIC X(20) VALUE SPACES.

       01 FIN-CLASELOG PIC X VALUE "N".
       01 FIN-MATERIAS PIC X VALUE "N".
       01 FIN-AULAS PIC X VALUE "N".
       01 FIN-DOCENTES PIC X VALUE "N".

       01 CANT-LEIDAS PIC 9(5) COMP VALUE ZERO.
       01 CANT-RECHAZADAS PIC 9(5) COMP VALUE ZERO.
       01 CANT-SIN-FECHA PIC 9(5) COMP VALUE ZERO.
       01 FORMATEO-RESULT PIC ZZZZ9.

       01 WS-FS-CLASELOG PIC XX.
           88 FS-CLASELOG-OK VALUE "00".
       01 WS-FS-MATERIAS PIC XX.
           88 FS-MATERIAS-OK VALUE "00".
       01 WS-FS-AULAS PIC XX.
           88 FS-AULAS-OK VALUE "00".
       01 WS-FS-DOCENTES PIC XX.
           88 FS-DOCENTES-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   LINEAS DEL REPORTE
       01 LINEA-COMISION.
           03 FILLER        PIC X(9) VALUE "COMISION ".
           03 LC-MATERIA    PIC 9.
           03 FILLER        PIC X VALUE "-".
           03 LC-COMISION   PIC 9.
           03 FILLER        PIC X VALUE SPACE.
           03 LC-NOMBRE     PIC X(20).
           03 FILLER        PIC X VALUE SPACE.
           03 LC-HORARIO    PIC X(10).
           03 FILLER        PIC X(6) VALUE " AULA ".
           03 LC-AULA       PIC X(5).
           03 FILLER        PIC X VALUE SPACE.
           03 LC-EDIFICIO   PIC X(15).
       01 LINEA-TOTALES.
           03 FILLER        PIC X(15) VALUE "  PLANIFICADAS ".
           03 LT-PLANIFICADAS PIC ZZ9.
           03 FILLER        PIC X(10) VALUE " DICTADAS ".
           03 LT-DICTADAS   PIC ZZ9.
           03 FILLER        PIC X(13) VALUE " SUSPENDIDAS ".
           03 LT-SUSPENDIDAS PIC ZZ9.
           03 FILLER        PIC X(2) VALUE " (".
           03 LT-PORCENTAJE PIC ZZ9.99.
           03 FILLER        PIC X(16) VALUE "%) REEMPLAZOS ".
           03 LT-REEMPLAZOS PIC ZZ9.
       01 LINEA-SUSPENDIDA.
           03 FILLER        PIC X(4) VALUE SPACES.
           03 LS-FECHA      PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 LS-MOTIVO     PIC X(30).
           03 FILLER        PIC X(11) VALUE " RECUPERA: ".
           03 LS-PROPUESTA  PIC X(24).
       01 PORCENTAJE-SUSP PIC 999V99 VALUE ZERO.

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   RUTINA DE DIAS HABILES (VER COPYLIB HABILPROC)
           COPY HABILPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-28ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "LIBRO DE CLASES Y RECUPERACION DE SUSPENDIDAS"
           DISPLAY "-------------------------------------------------".

           PERFORM PEDIR-TERMINO THRU PEDIR-TERMINO-FIN.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-COMISIONES.
           PERFORM CARGAR-AULAS.
           PERFORM CARGAR-DOCENTES.
           PERFORM CARGAR-LIBRO.
           PERFORM CONTAR-PLANIFICADAS.

           OPEN OUTPUT ARCH-CLASESUSP.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               PERFORM REPORTAR-COMISION
           END-PERFORM.
           CLOSE ARCH-CLASESUSP.

           MOVE CANT-LEIDAS TO FORMATEO-RESULT.
           DISPLAY "CLASES LEIDAS DEL LIBRO:      " FORMATEO-RESULT.
           MOVE CANT-RECHAZADAS TO FORMATEO-RESULT.
           DISPLAY "RENGLONES RECHAZADOS:         " FORMATEO-RESULT.
           MOVE CANT-SIN-FECHA TO FORMATEO-RESULT.
           DISPLAY "SUSPENDIDAS SIN FECHA LIBRE:  " FORMATEO-RESULT.
           DISPLAY "TERMINO EL PROGRAMA".

           MOVE "EJ-28ENCL22" TO CTL-JOB.
           MOVE CANT-LEIDAS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       PEDIR-TERMINO.
      *>   INICIO Y FIN DE CLASES SALEN DE LA TARJETA DE CORRIDA SI
      *>   EL JOB TIENE UNA (CLAVES INICIO Y FIN); SIN TARJETA SE
      *>   PREGUNTAN POR CONSOLA
           PERFORM CARGAR-RUNCARD THRU CARGAR-RUNCARD-FIN.
           MOVE "INICIO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR TO FECHA-ENTRADA
           ELSE
               DISPLAY "INICIO DE CLASES DEL TERMINO (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA
           END-IF.
           IF FECHA-ENTRADA (1:8) IS NUMERIC
               MOVE FECHA-ENTRADA (1:8) TO FECHA-INICIO
           END-IF.
           MOVE "FIN" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR TO FECHA-ENTRADA
           ELSE
               DISPLAY "FIN DE CLASES DEL TERMINO (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA
           END-IF.
           IF FECHA-ENTRADA (1:8) IS NUMERIC
               MOVE FECHA-ENTRADA (1:8) TO FECHA-FIN
           END-IF.
           IF FECHA-INICIO = ZERO OR FECHA-FIN = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(FECHA-INICIO) NOT = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(FECHA-FIN) NOT = ZERO
              OR FECHA-FIN NOT > FECHA-INICIO
               DISPLAY "TERMINO INVALIDO: " FECHA-INICIO " A "
                   FECHA-FIN ", CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           COMPUTE INT-INICIO = FUNCTION INTEGER-OF-DATE(FECHA-INICIO).
           COMPUTE INT-FIN = FUNCTION INTEGER-OF-DATE(FECHA-FIN).
       PEDIR-TERMINO-FIN.
           EXIT.

       CARGAR-COMISIONES.
           MOVE "N" TO FIN-MATERIAS.
           OPEN INPUT ARCH-MATERIAS.
           IF NOT FS-MATERIAS-OK
               DISPLAY "NO EXISTE MATERIAS: NO HAY COMISIONES CONTRA "
                   "LAS QUE VALIDAR EL LIBRO, CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-MATERIAS = "S"
               READ ARCH-MATERIAS
                   AT END
                       MOVE "S" TO FIN-MATERIAS
                       CLOSE ARCH-MATERIAS
                   NOT AT END
                       IF CANT-COMISIONES >= 27
                           DISPLAY "ADVERTENCIA: SE IGNORA COMISION "
                               "DE MATERIAS, YA HAY 27 CARGADAS"
                       ELSE
                           ADD 1 TO CANT-COMISIONES
                           MOVE MAT-CODIGO TO
                                TC-MATERIA (CANT-COMISIONES)
                           MOVE MAT-COMISION TO
                                TC-COMISION (CANT-COMISIONES)
                           MOVE MAT-NOMBRE TO
                                TC-NOMBRE (CANT-COMISIONES)
                           MOVE MAT-HORARIO TO
                                TC-HORARIO (CANT-COMISIONES)
                           MOVE MAT-AULA TO TC-AULA (CANT-COMISIONES)
                           MOVE "NNNNNNN" TO TC-DIAS (CANT-COMISIONES)
                           MOVE ZERO TO
                                TC-PLANIFICADAS (CANT-COMISIONES)
                           MOVE ZERO TO TC-DICTADAS (CANT-COMISIONES)
                           MOVE ZERO TO
                                TC-SUSPENDIDAS (CANT-COMISIONES)
                           MOVE ZERO TO
                                TC-REEMPLAZOS (CANT-COMISIONES)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-AULAS.
           MOVE "N" TO FIN-AULAS.
           OPEN INPUT ARCH-AULAS.
           IF NOT FS-AULAS-OK
               DISPLAY "NO EXISTE AULAS: NO SE PROPONEN FECHAS DE "
                   "RECUPERACION"
               MOVE "S" TO FIN-AULAS
           END-IF.
           PERFORM UNTIL FIN-AULAS = "S"
               READ ARCH-AULAS
                   AT END
                       MOVE "S" TO FIN-AULAS
                       CLOSE ARCH-AULAS
                   NOT AT END
                       IF CANT-AULAS < 50
                           ADD 1 TO CANT-AULAS
                           MOVE AUL-CODIGO TO TA-CODIGO (CANT-AULAS)
                           MOVE AUL-EDIFICIO TO
                                TA-EDIFICIO (CANT-AULAS)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-DOCENTES.
           MOVE "N" TO FIN-DOCENTES.
           OPEN INPUT ARCH-DOCENTES.
           IF NOT FS-DOCENTES-OK
               DISPLAY "NO EXISTE DOCENTES: SE RECHAZA TODA CLASE "
                   "CON REEMPLAZANTE"
               MOVE "S" TO FIN-DOCENTES
           END-IF.
           PERFORM UNTIL FIN-DOCENTES = "S"
               READ ARCH-DOCENTES
                   AT END
                       MOVE "S" TO FIN-DOCENTES
                       CLOSE ARCH-DOCENTES
                   NOT AT END
                       IF CANT-DOCENTES < 30
                           ADD 1 TO CANT-DOCENTES
                           MOVE DOC-LEGAJO TO TD-LEGAJO (CANT-DOCENTES)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-LIBRO.
           MOVE "N" TO FIN-CLASELOG.
           OPEN INPUT ARCH-CLASELOG.
           IF NOT FS-CLASELOG-OK
               DISPLAY "NO EXISTE CLASELOG: NO HAY CLASES REGISTRADAS"
               MOVE "S" TO FIN-CLASELOG
           END-IF.
           PERFORM UNTIL FIN-CLASELOG = "S"
               READ ARCH-CLASELOG
                   AT END
                       MOVE "S" TO FIN-CLASELOG
                       CLOSE ARCH-CLASELOG
                   NOT AT END
                       ADD 1 TO CANT-LEIDAS
                       PERFORM VALIDAR-CLASE THRU VALIDAR-CLASE-FIN
               END-READ
           END-PERFORM.

       VALIDAR-CLASE.
           MOVE SPACES TO MOTIVO-RECHAZO.
           IF CLG-FECHA NOT NUMERIC
              OR CLG-FECHA < FECHA-INICIO
              OR CLG-FECHA > FECHA-FIN
               MOVE "FECHA FUERA DEL TERMINO" TO MOTIVO-RECHAZO
               GO TO VALIDAR-CLASE-RECHAZO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(CLG-FECHA) NOT = ZERO
               MOVE "FECHA INVALIDA" TO MOTIVO-RECHAZO
               GO TO VALIDAR-CLASE-RECHAZO
           END-IF.
           MOVE ZERO TO IX-COM-HALLADA.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               IF TC-MATERIA (IX-COM) = CLG-MATERIA
                  AND TC-COMISION (IX-COM) = CLG-COMISION
                   MOVE IX-COM TO IX-COM-HALLADA
               END-IF
           END-PERFORM.
           IF IX-COM-HALLADA = ZERO
               MOVE "COMISION INEXISTENTE EN MATERIAS"
                   TO MOTIVO-RECHAZO
               GO TO VALIDAR-CLASE-RECHAZO
           END-IF.
           IF CLG-ESTADO NOT = "DICTADA"
              AND CLG-ESTADO NOT = "SUSPENDIDA"
               MOVE "ESTADO DISTINTO DE DICTADA/SUSPENDIDA"
                   TO MOTIVO-RECHAZO
               GO TO VALIDAR-CLASE-RECHAZO
           END-IF.
           IF CLG-ESTADO = "SUSPENDIDA" AND CLG-MOTIVO = SPACES
               MOVE "SUSPENDIDA SIN MOTIVO" TO MOTIVO-RECHAZO
               GO TO VALIDAR-CLASE-RECHAZO
           END-IF.
      *>   EL REEMPLAZANTE SOLO TIENE SENTIDO SI LA CLASE SE DIO, Y
      *>   TIENE QUE ESTAR EN EL MAESTRO DE DOCENTES
           IF CLG-REEMPLAZANTE NOT = SPACES
               IF CLG-ESTADO = "SUSPENDIDA"
                   MOVE "SUSPENDIDA CON REEMPLAZANTE"
                       TO MOTIVO-RECHAZO
                   GO TO VALIDAR-CLASE-RECHAZO
               END-IF
               MOVE "N" TO DOCENTE-EXISTE
               PERFORM VARYING IX-DOC FROM 1 BY 1
                       UNTIL IX-DOC > CANT-DOCENTES
                   IF TD-LEGAJO (IX-DOC) = CLG-REEMPLAZANTE
                       MOVE "S" TO DOCENTE-EXISTE
                   END-IF
               END-PERFORM
               IF DOCENTE-EXISTE = "N"
                   MOVE "REEMPLAZANTE NO ESTA EN DOCENTES"
                       TO MOTIVO-RECHAZO
                   GO TO VALIDAR-CLASE-RECHAZO
               END-IF
           END-IF.
           IF CANT-CLASES >= 500
               MOVE "EL LIBRO SUPERA LAS 500 CLASES"
                   TO MOTIVO-RECHAZO
               GO TO VALIDAR-CLASE-RECHAZO
           END-IF.

           ADD 1 TO CANT-CLASES.
           MOVE CLG-FECHA TO TCL-FECHA (CANT-CLASES).
           MOVE IX-COM-HALLADA TO TCL-COMISION (CANT-CLASES).
           MOVE CLG-ESTADO TO TCL-ESTADO (CANT-CLASES).
           MOVE CLG-MOTIVO TO TCL-MOTIVO (CANT-CLASES).
      *>   EL DIA DE LA SEMANA DE CADA CLASE DEL LIBRO MARCA UN DIA DE
      *>   CURSADA DE LA COMISION
           COMPUTE WS-HAB-INT-DIA = FUNCTION INTEGER-OF-DATE(CLG-FECHA).
           PERFORM CALCULAR-DIA-SEMANA.
           MOVE "S" TO TC-DIAS (IX-COM-HALLADA) (DIA-SEMANA:1).
           IF CLG-ESTADO = "DICTADA"
               ADD 1 TO TC-DICTADAS (IX-COM-HALLADA)
               IF CLG-REEMPLAZANTE NOT = SPACES
                   ADD 1 TO TC-REEMPLAZOS (IX-COM-HALLADA)
               END-IF
           ELSE
               ADD 1 TO TC-SUSPENDIDAS (IX-COM-HALLADA)
           END-IF.
           GO TO VALIDAR-CLASE-FIN.
       VALIDAR-CLASE-RECHAZO.
           ADD 1 TO CANT-RECHAZADAS.
           DISPLAY "RECHAZADO: " CLG-FECHA " MATERIA " CLG-MATERIA
               " COMISION " CLG-COMISION " - " MOTIVO-RECHAZO.
       VALIDAR-CLASE-FIN.
           EXIT.

       CALCULAR-DIA-SEMANA.
      *>   CON WS-HAB-INT-DIA CARGADO DEJA EL DIA DE LA SEMANA
      *>   (1 = LUNES ... 7 = DOMINGO) Y SI ES HABIL (VER HABILPR)
           PERFORM EVALUAR-DIA-HABIL.
           MOVE WS-HAB-DIA-SEMANA TO DIA-SEMANA.
           IF DIA-SEMANA = ZERO
               MOVE 7 TO DIA-SEMANA
           END-IF.

       CONTAR-PLANIFICADAS.
      *>   CADA DIA HABIL DEL TERMINO QUE CAE EN UN DIA DE CURSADA DE
      *>   LA COMISION ES UNA CLASE PLANIFICADA
           MOVE INT-INICIO TO WS-HAB-INT-DIA.
           PERFORM UNTIL WS-HAB-INT-DIA > INT-FIN
               PERFORM CALCULAR-DIA-SEMANA
               IF WS-HAB-ES-HABIL = "S"
                   PERFORM VARYING IX-COM FROM 1 BY 1
                           UNTIL IX-COM > CANT-COMISIONES
                       IF TC-DIAS (IX-COM) (DIA-SEMANA:1) = "S"
                           ADD 1 TO TC-PLANIFICADAS (IX-COM)
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-HAB-INT-DIA
           END-PERFORM.

       REPORTAR-COMISION.
           MOVE TC-MATERIA (IX-COM) TO LC-MATERIA.
           MOVE TC-COMISION (IX-COM) TO LC-COMISION.
           MOVE TC-NOMBRE (IX-COM) TO LC-NOMBRE.
           MOVE TC-HORARIO (IX-COM) TO LC-HORARIO.
           MOVE TC-AULA (IX-COM) TO LC-AULA.
           MOVE ZERO TO IX-AUL-HALLADA.
           PERFORM VARYING IX-AUL FROM 1 BY 1
                   UNTIL IX-AUL > CANT-AULAS
               IF TA-CODIGO (IX-AUL) = TC-AULA (IX-COM)
                   MOVE IX-AUL TO IX-AUL-HALLADA
               END-IF
           END-PERFORM.
           IF IX-AUL-HALLADA > ZERO
               MOVE TA-EDIFICIO (IX-AUL-HALLADA) TO LC-EDIFICIO
           ELSE
               MOVE "(SIN MAESTRO)" TO LC-EDIFICIO
           END-IF.
           MOVE LINEA-COMISION TO REG-CLASESUSP.
           WRITE REG-CLASESUSP.

           MOVE TC-PLANIFICADAS (IX-COM) TO LT-PLANIFICADAS.
           MOVE TC-DICTADAS (IX-COM) TO LT-DICTADAS.
           MOVE TC-SUSPENDIDAS (IX-COM) TO LT-SUSPENDIDAS.
           MOVE TC-REEMPLAZOS (IX-COM) TO LT-REEMPLAZOS.
           IF TC-PLANIFICADAS (IX-COM) > ZERO
               COMPUTE PORCENTAJE-SUSP ROUNDED =
                   (TC-SUSPENDIDAS (IX-COM) * 100)
                   / TC-PLANIFICADAS (IX-COM)
           ELSE
               MOVE ZERO TO PORCENTAJE-SUSP
           END-IF.
           MOVE PORCENTAJE-SUSP TO LT-PORCENTAJE.
           MOVE LINEA-TOTALES TO REG-CLASESUSP.
           WRITE REG-CLASESUSP.

           PERFORM VARYING IX-CLA FROM 1 BY 1
                   UNTIL IX-CLA > CANT-CLASES
               IF TCL-COMISION (IX-CLA) = IX-COM
                  AND TCL-ESTADO (IX-CLA) = "SUSPENDIDA"
                   PERFORM REPORTAR-SUSPENDIDA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REG-CLASESUSP.
           WRITE REG-CLASESUSP.

       REPORTAR-SUSPENDIDA.
           MOVE TCL-FECHA (IX-CLA) TO LS-FECHA.
           MOVE TCL-MOTIVO (IX-CLA) TO LS-MOTIVO.
           IF IX-AUL-HALLADA = ZERO
               MOVE "(AULA FUERA DE AULAS)" TO LS-PROPUESTA
           ELSE
               PERFORM BUSCAR-RECUPERACION
               IF FECHA-PROPUESTA = ZERO
                   MOVE "(SIN FECHA LIBRE)" TO LS-PROPUESTA
                   ADD 1 TO CANT-SIN-FECHA
               ELSE
                   MOVE FECHA-PROPUESTA TO LS-PROPUESTA
               END-IF
           END-IF.
           MOVE LINEA-SUSPENDIDA TO REG-CLASESUSP.
           WRITE REG-CLASESUSP.

       BUSCAR-RECUPERACION.
      *>   PRIMER DIA HABIL DESPUES DE LA CLASE SUSPENDIDA Y HASTA EL
      *>   FIN DEL TERMINO EN QUE EL AULA ESTA LIBRE EN ESE HORARIO:
      *>   NINGUNA COMISION DE LA MISMA AULA Y HORARIO CURSA ESE DIA
      *>   DE LA SEMANA (LA PROPIA TAMPOCO) Y NO FUE PROPUESTO ANTES
           MOVE ZERO TO FECHA-PROPUESTA.
           MOVE TC-AULA (IX-COM) TO AULA-EN-CURSO.
           MOVE TC-HORARIO (IX-COM) TO HORARIO-EN-CURSO.
           COMPUTE INT-CANDIDATA =
               FUNCTION INTEGER-OF-DATE(TCL-FECHA (IX-CLA)) + 1.
           PERFORM UNTIL INT-CANDIDATA > INT-FIN
                      OR FECHA-PROPUESTA NOT = ZERO
               MOVE INT-CANDIDATA TO WS-HAB-INT-DIA
               PERFORM CALCULAR-DIA-SEMANA
               IF WS-HAB-ES-HABIL = "S"
                   PERFORM VERIFICAR-TURNO-LIBRE
                   IF TURNO-LIBRE = "S"
                       COMPUTE FECHA-PROPUESTA =
                           FUNCTION DATE-OF-INTEGER(INT-CANDIDATA)
                   END-IF
               END-IF
               ADD 1 TO INT-CANDIDATA
           END-PERFORM.
           IF FECHA-PROPUESTA NOT = ZERO AND CANT-PROPUESTAS < 500
               ADD 1 TO CANT-PROPUESTAS
               MOVE AULA-EN-CURSO TO TPR-AULA (CANT-PROPUESTAS)
               MOVE HORARIO-EN-CURSO TO TPR-HORARIO (CANT-PROPUESTAS)
               MOVE FECHA-PROPUESTA TO TPR-FECHA (CANT-PROPUESTAS)
           END-IF.

       VERIFICAR-TURNO-LIBRE.
           MOVE "S" TO TURNO-LIBRE.
           PERFORM VARYING IX-OTRA FROM 1 BY 1
                   UNTIL IX-OTRA > CANT-COMISIONES
               IF TC-AULA (IX-OTRA) = AULA-EN-CURSO
                  AND TC-HORARIO (IX-OTRA) = HORARIO-EN-CURSO
                  AND TC-DIAS (IX-OTRA) (DIA-SEMANA:1) = "S"
                   MOVE "N" TO TURNO-LIBRE
               END-IF
           END-PERFORM.
           IF TURNO-LIBRE = "S"
               COMPUTE FECHA-CANDIDATA =
                   FUNCTION DATE-OF-INTEGER(INT-CANDIDATA)
               PERFORM VARYING IX-PRO FROM 1 BY 1
                       UNTIL IX-PRO > CANT-PROPUESTAS
                   IF TPR-AULA (IX-PRO) = AULA-EN-CURSO
                      AND TPR-HORARIO (IX-PRO) = HORARIO-EN-CURSO
                      AND TPR-FECHA (IX-PRO) = FECHA-CANDIDATA
                       MOVE "N" TO TURNO-LIBRE
                   END-IF
               END-PERFORM
           END-IF.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY HABILPR.
