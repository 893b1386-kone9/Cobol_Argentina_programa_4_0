      *> Nota de trabajo practico de los impares: las planillas de
      *> impares se corrigen en cada sesion (EJ-02ENCL21) y quedan en
      *> HISTSESION, pero nunca contaban para la materia y cada
      *> docente pasaba los porcentajes a mano a su libreta. Esta
      *> corrida de fin de termino acumula por legajo las
      *> operaciones corregidas y las correctas de las sesiones del
      *> termino, pasa el porcentaje a nota de 0 a 10 con la escala
      *> de la catedra (ESCALATP; sin escala, porcentaje / 10) y la
      *> agrega en NOTASALUMNO como renglon "TP" de la materia, asi
      *> entra en los promedios por turno, en el acta y en
      *> TRANSCRIPT. Solo se postea a quien esta en el PADRON y en
      *> el LISTADO de la materia; el resto, y quien ya tiene su TP
      *> en NOTASALUMNO, sale como excepcion en la hoja IMPTPREP.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-34ENCL22.
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
      *>   HISTSESION es el historial de sesiones de correccion de
      *>   los impares (ver COPYLIB HISTSES)
           SELECT ARCH-HISTSESION ASSIGN TO "HISTSESION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTSESION.

      *>   ESCALATP pasa el porcentaje a nota (ver COPYLIB ESCALATP)
           SELECT ARCH-ESCALATP ASSIGN TO "ESCALATP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCALATP.

           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

           SELECT ARCH-LISTADO ASSIGN TO "LISTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

      *>   NOTASALUMNO se lee para el turno de cada alumno y para no
      *>   repetir un TP ya posteado, y despues se le agregan los TP
           SELECT ARCH-NOTAS-ALUMNO ASSIGN TO "NOTASALUMNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTAS.

      *>   IMPTPREP es la hoja imprimible con las notas posteadas y
      *>   las excepciones
           SELECT ARCH-IMPTPREP ASSIGN TO "IMPTPREP"
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
       FD  ARCH-HISTSESION
           RECORD CONTAINS 29 CHARACTERS.
           COPY HISTSES.

       FD  ARCH-ESCALATP
           RECORD CONTAINS 8 CHARACTERS.
           COPY ESCALATP.

       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-LISTADO
           RECORD CONTAINS 36 CHARACTERS.
           COPY LISTADO.

       FD  ARCH-NOTAS-ALUMNO.
           COPY NOTASALU.

       FD  ARCH-IMPTPREP.
       01  REG-IMPTPREP PIC X(80).

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

      *>   MATERIA DEL TP Y TERMINO (AAAAMMDD) CUYAS SESIONES CUENTAN;
      *>   SIN DESDE CUENTA TODO EL HISTORIAL HASTA LA FECHA DE CIERRE
       01 MATERIA PIC 9 VALUE ZERO.
       01 MATERIA-NOMBRE PIC X(25) VALUE SPACES.
       01 TERMINO-DESDE PIC 9(8) VALUE ZERO.
       01 TERMINO-HASTA PIC 9(8) VALUE ZERO.
       01 FECHA-ENTRADA PIC X(8) VALUE SPACES.
       01 FECHA-CORRIDA PIC 9(8) VALUE ZERO.

      *>   ESCALA DE LA CATEDRA, EN EL ORDEN DEL ARCHIVO
       01 CANT-ESCALONES PIC 99 COMP VALUE ZERO.
       01 TABLA-ESCALA.
           03 ENTRADA-ESCALON OCCURS 20 TIMES.
               05 TES-DESDE PIC 999.
               05 TES-NOTA  PIC 9(2)V99.
       01 IX-ESC PIC 99 COMP VALUE ZERO.
       01 DESDE-ALCANZADO PIC 999 VALUE ZERO.

      *>   PADRON EN MEMORIA (LEGAJO Y NOMBRE PARA NOTASALUMNO)
       01 CANT-PADRON PIC 9(4) COMP VALUE ZERO.
       01 TABLA-PADRON.
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-PADRON OCCURS 6000 TIMES.
               05 TPA-LEGAJO   PIC X(10).
               05 TPA-APELLIDO PIC X(20).
               05 TPA-NOMBRE   PIC X(20).
       01 IX-PADRON PIC 9(4) COMP VALUE ZERO.
       01 IX-PADRON-HALLADO PIC 9(4) COMP VALUE ZERO.

      *>   INSCRIPTOS EN LA MATERIA DEL TP
       01 CANT-INSCRIPTOS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-INSCRIPTOS.
           03 ENTRADA-INSCRIPTO OCCURS 1000 TIMES.
               05 TLI-LEGAJO PIC X(10).
       01 IX-LIS PIC 9(4) COMP VALUE ZERO.
       01 INSCRIPTO PIC X VALUE "N".

      *>   LO QUE YA HAY EN NOTASALUMNO DE LA MATERIA: EL TURNO DEL
      *>   ALUMNO (EL DE SU ULTIMO EXAMEN) Y SI YA TIENE TP
       01 CANT-NOTAS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-NOTAS.
           03 ENTRADA-NOTA OCCURS 1000 TIMES.
               05 TNA-LEGAJO  PIC X(10).
               05 TNA-TURNO   PIC X(10).
               05 TNA-TIENE-TP PIC X.
       01 IX-NOT PIC 9(4) COMP VALUE ZERO.
       01 IX-NOT-HALLADA PIC 9(4) COMP VALUE ZERO.

      *>   ACUMULADO DEL TERMINO POR LEGAJO
       01 CANT-ACUMULADOS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-ACUMULADOS.
           03 ENTRADA-ACUMULADO OCCURS 1000 TIMES.
               05 TAC-LEGAJO    PIC X(10).
               05 TAC-CORREGIDAS PIC 9(5).
               05 TAC-CORRECTAS PIC 9(5).
               05 TAC-SESIONES  PIC 999.
               05 TAC-ULTIMA-FECHA PIC 9(8).
      *>       EN BLANCO SI EL TP SE POSTEO; SI NO, POR QUE NO
               05 TAC-MOTIVO    PIC X(35).
       01 IX-ACU PIC 9(4) COMP VALUE ZERO.
       01 IX-ACU-HALLADO PIC 9(4) COMP VALUE ZERO.

      *>   ALUMNO EN EVALUACION
       01 PORCENTAJE PIC 999V99 VALUE ZERO.
       01 NOTA-TP PIC 9(2)V99 VALUE ZERO.
       01 MOTIVO-EXCEPCION PIC X(35) VALUE SPACES.

       01 FIN-HISTSESION PIC X VALUE "N".
       01 FIN-ESCALATP PIC X VALUE "N".
       01 FIN-PADRON PIC X VALUE "N".
       01 FIN-LISTADO PIC X VALUE "N".
       01 FIN-NOTAS PIC X VALUE "N".
       01 CANT-POSTEADAS PIC 9(5) VALUE ZERO.
       01 CANT-EXCEPCIONES PIC 9(5) VALUE ZERO.
       01 FORMATEO-RESULT PIC ZZZZ9.

       01 WS-FS-HISTSESION PIC XX.
           88 FS-HISTSESION-OK VALUE "00".
       01 WS-FS-ESCALATP PIC XX.
           88 FS-ESCALATP-OK VALUE "00".
       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-LISTADO PIC XX.
           88 FS-LISTADO-OK VALUE "00".

      *>   ESTADO DE ARCH-NOTAS-ALUMNO, PARA ABRIRLO EN OUTPUT SI
      *>   TODAVIA NO EXISTE (EXTEND FALLA SI EL ARCHIVO NO ESTA)
       01 WS-FS-NOTAS PIC XX.
           88 FS-NOTAS-OK VALUE "00".
           88 FS-NOTAS-NO-EXISTE VALUE "35".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   LINEAS ARMADAS DE LA HOJA IMPTPREP
       01 LINEA-TITULO.
           03 FILLER      PIC X(28)
               VALUE "NOTA DE TP DE LOS IMPARES - ".
           03 REP-MATERIA PIC X(25).
       01 LINEA-TERMINO.
           03 FILLER      PIC X(20) VALUE "SESIONES DEL TERMINO".
           03 FILLER      PIC X(5) VALUE " DEL ".
           03 REP-DESDE   PIC 9(8).
           03 FILLER      PIC X(4) VALUE " AL ".
           03 REP-HASTA   PIC 9(8).
       01 LINEA-ENCABEZADO.
           03 FILLER      PIC X(44) VALUE
               "  LEGAJO      NOMBRE                    SES.".
           03 FILLER      PIC X(28) VALUE
               "  CORREG.  CORR.     %  NOTA".
       01 LINEA-ALUMNO.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-LEGAJO  PIC X(10).
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-NOMBRE  PIC X(25).
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-SESIONES PIC ZZ9.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-CORREGIDAS PIC ZZZZ9.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-CORRECTAS PIC ZZZZ9.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-PORCENTAJE PIC ZZ9.99.
           03 FILLER      PIC X VALUE SPACE.
           03 REP-NOTA    PIC Z9.99.
       01 LINEA-TITULO-EXCEPCIONES.
           03 FILLER      PIC X(40)
               VALUE "EXCEPCIONES (NO SE POSTEA EL TP)".
       01 LINEA-EXCEPCION.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-EXC-LEGAJO PIC X(10).
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-EXC-MOTIVO PIC X(35).
       01 LINEA-TOTALES.
           03 FILLER      PIC X(20) VALUE "TP POSTEADOS: ".
           03 REP-TOT-POSTEADAS PIC ZZZZ9.
           03 FILLER      PIC X(18) VALUE "   EXCEPCIONES: ".
           03 REP-TOT-EXCEPCIONES PIC ZZZZ9.
       01 LINEA-GUIONES PIC X(72) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-34ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "NOTA DE TRABAJO PRACTICO DE LOS IMPARES"
           DISPLAY "-------------------------------------------------".
           ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.

      *>   MATERIA Y TERMINO SALEN DE LA TARJETA DE CORRIDA (CLAVES
      *>   MATERIA, DESDE Y HASTA); SIN TARJETA SE PREGUNTA
           PERFORM CARGAR-RUNCARD THRU CARGAR-RUNCARD-FIN.
           MOVE "MATERIA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:1) TO FECHA-ENTRADA
           ELSE
               DISPLAY "MATERIA DEL TP (1, 2 O 3): "
               ACCEPT FECHA-ENTRADA
           END-IF.
           IF FECHA-ENTRADA (1:1) IS NUMERIC
               MOVE FECHA-ENTRADA (1:1) TO MATERIA
           END-IF.
           PERFORM OBTENER-NOMBRE-MATERIA.
           IF MATERIA-NOMBRE = SPACES
               DISPLAY "MATERIA INVALIDA, CORRIDA RECHAZADA"
               PERFORM TERMINAR-RECHAZADO
           END-IF.

           MOVE SPACES TO FECHA-ENTRADA.
           MOVE "DESDE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO FECHA-ENTRADA
           ELSE
               DISPLAY "INICIO DEL TERMINO (AAAAMMDD, EN BLANCO = "
                   "TODO EL HISTORIAL): "
               ACCEPT FECHA-ENTRADA
           END-IF.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO TERMINO-DESDE
           END-IF.
           MOVE SPACES TO FECHA-ENTRADA.
           MOVE "HASTA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO FECHA-ENTRADA
           ELSE
               DISPLAY "CIERRE DEL TERMINO (AAAAMMDD, EN BLANCO = "
                   "HOY): "
               ACCEPT FECHA-ENTRADA
           END-IF.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO TERMINO-HASTA
           ELSE
               MOVE FECHA-CORRIDA TO TERMINO-HASTA
           END-IF.
           IF TERMINO-DESDE > TERMINO-HASTA
               DISPLAY "TERMINO INVALIDO, CORRIDA RECHAZADA"
               PERFORM TERMINAR-RECHAZADO
           END-IF.

           PERFORM CARGAR-ESCALA.
           PERFORM CARGAR-PADRON.
           PERFORM CARGAR-LISTADO.
           PERFORM CARGAR-NOTAS.
           PERFORM ACUMULAR-SESIONES.
           IF CANT-ACUMULADOS = ZERO
               DISPLAY "NINGUNA SESION DE IMPARES EN EL TERMINO, "
                   "CORRIDA RECHAZADA"
               PERFORM TERMINAR-RECHAZADO
           END-IF.

           OPEN OUTPUT ARCH-IMPTPREP.
           MOVE MATERIA-NOMBRE TO REP-MATERIA.
           MOVE LINEA-TITULO TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.
           MOVE TERMINO-DESDE TO REP-DESDE.
           MOVE TERMINO-HASTA TO REP-HASTA.
           MOVE LINEA-TERMINO TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.
           MOVE SPACES TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.
           MOVE LINEA-ENCABEZADO TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.
           MOVE LINEA-GUIONES TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.

           OPEN EXTEND ARCH-NOTAS-ALUMNO.
           IF FS-NOTAS-NO-EXISTE
               OPEN OUTPUT ARCH-NOTAS-ALUMNO
           END-IF.
           PERFORM VARYING IX-ACU FROM 1 BY 1
                   UNTIL IX-ACU > CANT-ACUMULADOS
               PERFORM POSTEAR-TP THRU POSTEAR-TP-FIN
               IF MOTIVO-EXCEPCION NOT = SPACES
                   MOVE MOTIVO-EXCEPCION TO TAC-MOTIVO (IX-ACU)
                   ADD 1 TO CANT-EXCEPCIONES
               END-IF
           END-PERFORM.
           CLOSE ARCH-NOTAS-ALUMNO.

      *>   LAS EXCEPCIONES VAN JUNTAS AL FINAL DE LA HOJA
           MOVE SPACES TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.
           MOVE LINEA-TITULO-EXCEPCIONES TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.
           MOVE LINEA-GUIONES TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.
           PERFORM VARYING IX-ACU FROM 1 BY 1
                   UNTIL IX-ACU > CANT-ACUMULADOS
               PERFORM LISTAR-EXCEPCION
           END-PERFORM.
           MOVE SPACES TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.
           MOVE CANT-POSTEADAS TO REP-TOT-POSTEADAS.
           MOVE CANT-EXCEPCIONES TO REP-TOT-EXCEPCIONES.
           MOVE LINEA-TOTALES TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.
           CLOSE ARCH-IMPTPREP.

           MOVE CANT-ACUMULADOS TO FORMATEO-RESULT.
           DISPLAY "LEGAJOS CON SESIONES:   " FORMATEO-RESULT.
           MOVE CANT-POSTEADAS TO FORMATEO-RESULT.
           DISPLAY "TP POSTEADOS:           " FORMATEO-RESULT.
           MOVE CANT-EXCEPCIONES TO FORMATEO-RESULT.
           DISPLAY "EXCEPCIONES:            " FORMATEO-RESULT.
           DISPLAY "VER DETALLE EN IMPTPREP".
           DISPLAY "TERMINO EL PROGRAMA".

           MOVE "EJ-34ENCL22" TO CTL-JOB.
           MOVE CANT-POSTEADAS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       TERMINAR-RECHAZADO.
           MOVE "EJ-34ENCL22" TO CTL-JOB.
           MOVE ZERO TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   MISMOS NOMBRES QUE EL LISTADO DE LA MATERIA
       OBTENER-NOMBRE-MATERIA.
           EVALUATE MATERIA
               WHEN 1 MOVE "ANALISIS MATEMATICO I" TO MATERIA-NOMBRE
               WHEN 2 MOVE "DERECHO ADMINISTRATIVO I"
                        TO MATERIA-NOMBRE
               WHEN 3 MOVE "IMPUESTOS I" TO MATERIA-NOMBRE
               WHEN OTHER MOVE SPACES TO MATERIA-NOMBRE
           END-EVALUATE.

      *>   EL MOTIVO DE EXCEPCION QUEDA EN BLANCO SI EL TP SE POSTEA
       POSTEAR-TP.
           MOVE SPACES TO MOTIVO-EXCEPCION.
           MOVE ZERO TO IX-PADRON-HALLADO.
           PERFORM VARYING IX-PADRON FROM 1 BY 1
                   UNTIL IX-PADRON > CANT-PADRON
               IF TPA-LEGAJO (IX-PADRON) = TAC-LEGAJO (IX-ACU)
                   MOVE IX-PADRON TO IX-PADRON-HALLADO
               END-IF
           END-PERFORM.
           IF IX-PADRON-HALLADO = ZERO
               MOVE "LEGAJO INEXISTENTE EN EL PADRON"
                 TO MOTIVO-EXCEPCION
               GO TO POSTEAR-TP-FIN
           END-IF.
           MOVE "N" TO INSCRIPTO.
           PERFORM VARYING IX-LIS FROM 1 BY 1
                   UNTIL IX-LIS > CANT-INSCRIPTOS
               IF TLI-LEGAJO (IX-LIS) = TAC-LEGAJO (IX-ACU)
                   MOVE "S" TO INSCRIPTO
               END-IF
           END-PERFORM.
           IF INSCRIPTO = "N"
               MOVE "NO INSCRIPTO EN LA MATERIA"
                 TO MOTIVO-EXCEPCION
               GO TO POSTEAR-TP-FIN
           END-IF.
           IF TAC-CORREGIDAS (IX-ACU) = ZERO
               MOVE "SIN OPERACIONES CORREGIDAS"
                 TO MOTIVO-EXCEPCION
               GO TO POSTEAR-TP-FIN
           END-IF.
           PERFORM BUSCAR-NOTA-EXISTENTE.
           IF IX-NOT-HALLADA > ZERO
               IF TNA-TIENE-TP (IX-NOT-HALLADA) = "S"
                   MOVE "YA TIENE TP EN NOTASALUMNO"
                     TO MOTIVO-EXCEPCION
                   GO TO POSTEAR-TP-FIN
               END-IF
           END-IF.

           COMPUTE PORCENTAJE ROUNDED =
               TAC-CORRECTAS (IX-ACU) * 100 / TAC-CORREGIDAS (IX-ACU).
           PERFORM CALCULAR-NOTA.

           MOVE TAC-LEGAJO (IX-ACU) TO NA-ID-ALUMNO.
           MOVE SPACES TO NA-NOMBRE.
           MOVE TPA-APELLIDO (IX-PADRON-HALLADO) TO NA-NOMBRE (1:20).
           MOVE TPA-NOMBRE (IX-PADRON-HALLADO) TO NA-NOMBRE (21:10).
      *>   EL TP VA AL TURNO EN QUE EL ALUMNO RINDE LA MATERIA, ASI
      *>   SUMA EN EL PROMEDIO DE ESE TURNO
           IF IX-NOT-HALLADA > ZERO
               MOVE TNA-TURNO (IX-NOT-HALLADA) TO NA-TURNO
           ELSE
               MOVE SPACES TO NA-TURNO
           END-IF.
           MOVE MATERIA TO NA-MATERIA.
           MOVE NOTA-TP TO NA-NOTA.
           MOVE FECHA-CORRIDA TO NA-FECHA.
           MOVE "TP" TO NA-INSTANCIA.
           WRITE REG-NOTAS-ALUMNO.
           ADD 1 TO CANT-POSTEADAS.

           MOVE TAC-LEGAJO (IX-ACU) TO REP-LEGAJO.
           MOVE NA-NOMBRE TO REP-NOMBRE.
           MOVE TAC-SESIONES (IX-ACU) TO REP-SESIONES.
           MOVE TAC-CORREGIDAS (IX-ACU) TO REP-CORREGIDAS.
           MOVE TAC-CORRECTAS (IX-ACU) TO REP-CORRECTAS.
           MOVE PORCENTAJE TO REP-PORCENTAJE.
           MOVE NOTA-TP TO REP-NOTA.
           MOVE LINEA-ALUMNO TO REG-IMPTPREP.
           WRITE REG-IMPTPREP.
       POSTEAR-TP-FIN.
           EXIT.

       LISTAR-EXCEPCION.
           IF TAC-MOTIVO (IX-ACU) NOT = SPACES
               MOVE TAC-LEGAJO (IX-ACU) TO REP-EXC-LEGAJO
               MOVE TAC-MOTIVO (IX-ACU) TO REP-EXC-MOTIVO
               MOVE LINEA-EXCEPCION TO REG-IMPTPREP
               WRITE REG-IMPTPREP
           END-IF.

      *>   SIN ESCALA LA NOTA ES EL PORCENTAJE SOBRE 10; CON ESCALA
      *>   VALE EL ESCALON MAS ALTO QUE EL PORCENTAJE ALCANZA
       CALCULAR-NOTA.
           IF CANT-ESCALONES = ZERO
               COMPUTE NOTA-TP ROUNDED = PORCENTAJE / 10
           ELSE
               MOVE ZERO TO NOTA-TP
               MOVE ZERO TO DESDE-ALCANZADO
               PERFORM VARYING IX-ESC FROM 1 BY 1
                       UNTIL IX-ESC > CANT-ESCALONES
                   IF TES-DESDE (IX-ESC) NOT > PORCENTAJE
                      AND TES-DESDE (IX-ESC) NOT < DESDE-ALCANZADO
                       MOVE TES-DESDE (IX-ESC) TO DESDE-ALCANZADO
                       MOVE TES-NOTA (IX-ESC) TO NOTA-TP
                   END-IF
               END-PERFORM
           END-IF.

       BUSCAR-NOTA-EXISTENTE.
           MOVE ZERO TO IX-NOT-HALLADA.
           PERFORM VARYING IX-NOT FROM 1 BY 1
                   UNTIL IX-NOT > CANT-NOTAS
               IF TNA-LEGAJO (IX-NOT) = TAC-LEGAJO (IX-ACU)
                   MOVE IX-NOT TO IX-NOT-HALLADA
               END-IF
           END-PERFORM.

      *>   UN ESCALON FUERA DE RANGO NO SE USA (LA NOTA VA DE 0 A
      *>   10 Y EL PORCENTAJE DE 0 A 100)
       CARGAR-ESCALA.
           MOVE "N" TO FIN-ESCALATP.
           OPEN INPUT ARCH-ESCALATP.
           IF NOT FS-ESCALATP-OK
               DISPLAY "NO EXISTE ESCALATP: LA NOTA ES EL PORCENTAJE "
                   "SOBRE 10"
               MOVE "S" TO FIN-ESCALATP
           END-IF.
           PERFORM UNTIL FIN-ESCALATP = "S"
               READ ARCH-ESCALATP
                   AT END
                       MOVE "S" TO FIN-ESCALATP
                       CLOSE ARCH-ESCALATP
                   NOT AT END
                       IF ETP-DESDE NOT NUMERIC OR ETP-NOTA NOT NUMERIC
                          OR ETP-DESDE > 100 OR ETP-NOTA > 10
                           DISPLAY "ESCALON INVALIDO EN ESCALATP, SE "
                               "IGNORA: " REG-ESCALATP
                       ELSE
                           IF CANT-ESCALONES >= 20
                               DISPLAY "ADVERTENCIA: SE IGNORA "
                                   "ESCALON, YA HAY 20 CARGADOS"
                           ELSE
                               ADD 1 TO CANT-ESCALONES
                               MOVE ETP-DESDE TO
                                    TES-DESDE (CANT-ESCALONES)
                               MOVE ETP-NOTA TO
                                    TES-NOTA (CANT-ESCALONES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-PADRON.
           MOVE "N" TO FIN-PADRON.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-PADRON-OK
               DISPLAY "NO EXISTE EL PADRON: NINGUN TP SE POSTEA"
               MOVE "S" TO FIN-PADRON
           END-IF.
           PERFORM UNTIL FIN-PADRON = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO FIN-PADRON
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF CANT-PADRON >= 6000
                           DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO "
                               PAD-LEGAJO ", YA HAY 6000 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-PADRON
                           MOVE PAD-LEGAJO TO TPA-LEGAJO (CANT-PADRON)
                           MOVE PAD-APELLIDO TO
                                TPA-APELLIDO (CANT-PADRON)
                           MOVE PAD-NOMBRE TO TPA-NOMBRE (CANT-PADRON)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-LISTADO.
           MOVE "N" TO FIN-LISTADO.
           OPEN INPUT ARCH-LISTADO.
           IF NOT FS-LISTADO-OK
               DISPLAY "NO EXISTE LISTADO: NADIE FIGURA INSCRIPTO"
               MOVE "S" TO FIN-LISTADO
           END-IF.
           PERFORM UNTIL FIN-LISTADO = "S"
               READ ARCH-LISTADO
                   AT END
                       MOVE "S" TO FIN-LISTADO
                       CLOSE ARCH-LISTADO
                   NOT AT END
                       IF LIST-MATERIA = MATERIA-NOMBRE
                           IF CANT-INSCRIPTOS >= 1000
                               DISPLAY "ADVERTENCIA: SE IGNORA "
                                   "INSCRIPTO, YA HAY 1000 CARGADOS"
                           ELSE
                               ADD 1 TO CANT-INSCRIPTOS
                               MOVE LIST-ID-ALUMNO TO
                                    TLI-LEGAJO (CANT-INSCRIPTOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>   UN RENGLON POR LEGAJO DE LA MATERIA: EL TURNO QUEDA EL
      *>   DEL ULTIMO EXAMEN Y SE MARCA SI YA HAY UN TP
       CARGAR-NOTAS.
           MOVE "N" TO FIN-NOTAS.
           OPEN INPUT ARCH-NOTAS-ALUMNO.
           IF NOT FS-NOTAS-OK
               MOVE "S" TO FIN-NOTAS
           END-IF.
           PERFORM UNTIL FIN-NOTAS = "S"
               READ ARCH-NOTAS-ALUMNO
                   AT END
                       MOVE "S" TO FIN-NOTAS
                       CLOSE ARCH-NOTAS-ALUMNO
                   NOT AT END
                       IF NA-MATERIA = MATERIA
                           PERFORM ANOTAR-NOTA-EXISTENTE
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-NOTA-EXISTENTE.
           MOVE ZERO TO IX-NOT-HALLADA.
           PERFORM VARYING IX-NOT FROM 1 BY 1
                   UNTIL IX-NOT > CANT-NOTAS
               IF TNA-LEGAJO (IX-NOT) = NA-ID-ALUMNO
                   MOVE IX-NOT TO IX-NOT-HALLADA
               END-IF
           END-PERFORM.
           IF IX-NOT-HALLADA = ZERO
               IF CANT-NOTAS >= 1000
                   DISPLAY "ADVERTENCIA: SE IGNORA NOTA DE "
                       NA-ID-ALUMNO ", YA HAY 1000 CARGADAS"
               ELSE
                   ADD 1 TO CANT-NOTAS
                   MOVE CANT-NOTAS TO IX-NOT-HALLADA
                   MOVE NA-ID-ALUMNO TO TNA-LEGAJO (IX-NOT-HALLADA)
                   MOVE SPACES TO TNA-TURNO (IX-NOT-HALLADA)
                   MOVE "N" TO TNA-TIENE-TP (IX-NOT-HALLADA)
               END-IF
           END-IF.
           IF IX-NOT-HALLADA > ZERO
               IF NA-INSTANCIA = "TP"
                   MOVE "S" TO TNA-TIENE-TP (IX-NOT-HALLADA)
               ELSE
                   MOVE NA-TURNO TO TNA-TURNO (IX-NOT-HALLADA)
               END-IF
           END-IF.

      *>   SOLO CUENTAN LAS SESIONES DEL TERMINO
       ACUMULAR-SESIONES.
           MOVE "N" TO FIN-HISTSESION.
           OPEN INPUT ARCH-HISTSESION.
           IF NOT FS-HISTSESION-OK
               DISPLAY "NO EXISTE HISTSESION"
               MOVE "S" TO FIN-HISTSESION
           END-IF.
           PERFORM UNTIL FIN-HISTSESION = "S"
               READ ARCH-HISTSESION
                   AT END
                       MOVE "S" TO FIN-HISTSESION
                       CLOSE ARCH-HISTSESION
                   NOT AT END
                       IF HIS-FECHA NOT < TERMINO-DESDE
                          AND HIS-FECHA NOT > TERMINO-HASTA
                           PERFORM ACUMULAR-RENGLON
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-RENGLON.
           MOVE ZERO TO IX-ACU-HALLADO.
           PERFORM VARYING IX-ACU FROM 1 BY 1
                   UNTIL IX-ACU > CANT-ACUMULADOS
               IF TAC-LEGAJO (IX-ACU) = HIS-LEGAJO
                   MOVE IX-ACU TO IX-ACU-HALLADO
               END-IF
           END-PERFORM.
           IF IX-ACU-HALLADO = ZERO
               IF CANT-ACUMULADOS >= 1000
                   DISPLAY "ADVERTENCIA: SE IGNORA HISTORIAL DE "
                       HIS-LEGAJO ", YA HAY 1000 LEGAJOS"
               ELSE
                   ADD 1 TO CANT-ACUMULADOS
                   MOVE CANT-ACUMULADOS TO IX-ACU-HALLADO
                   MOVE HIS-LEGAJO TO TAC-LEGAJO (IX-ACU-HALLADO)
                   MOVE ZERO TO TAC-CORREGIDAS (IX-ACU-HALLADO)
                   MOVE ZERO TO TAC-CORRECTAS (IX-ACU-HALLADO)
                   MOVE ZERO TO TAC-SESIONES (IX-ACU-HALLADO)
                   MOVE ZERO TO TAC-ULTIMA-FECHA (IX-ACU-HALLADO)
                   MOVE SPACES TO TAC-MOTIVO (IX-ACU-HALLADO)
               END-IF
           END-IF.
           IF IX-ACU-HALLADO > ZERO
               ADD HIS-CORREGIDAS TO TAC-CORREGIDAS (IX-ACU-HALLADO)
               ADD HIS-CORRECTAS TO TAC-CORRECTAS (IX-ACU-HALLADO)
      *>       UNA SESION TIENE UN RENGLON POR CODIGO: SE CUENTA UNA
      *>       VEZ POR FECHA
               IF HIS-FECHA NOT = TAC-ULTIMA-FECHA (IX-ACU-HALLADO)
                   ADD 1 TO TAC-SESIONES (IX-ACU-HALLADO)
                   MOVE HIS-FECHA TO TAC-ULTIMA-FECHA (IX-ACU-HALLADO)
               END-IF
           END-IF.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
