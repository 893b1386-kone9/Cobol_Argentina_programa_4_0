      *> Pronostico de elegibles para el proximo termino: el reporte
      *> de demanda (EJ-05ENCL22) avisa que una comision desbordo
      *> cuando la inscripcion ya esta abierta y es tarde para abrir
      *> otra. Esta corrida se pasa antes de publicar MATERIAS: por
      *> cada legajo del PADRON recorre el PLANESTUDIOS de su carrera
      *> y cuenta, por materia, a los que no la aprobaron (TRANSCRIPT
      *> o equivalencia), no la tienen ya regularizada (REGULARIDAD,
      *> solo les falta el final) y cumplen las CORRELATIVAS. El que
      *> tiene la previa aprobada es ELEGIBLE; el que solo la tiene
      *> REGULAR queda como CON PREVIA REGULAR, porque puede rendir el
      *> final antes del termino. La hoja PRONOSTICO abre la cuenta
      *> por carrera, la compara con el cupo que suma MATERIAS y
      *> sugiere cuantas comisiones abrir o cerrar (la materia sin
      *> comisiones cargadas se calcula con el cupo de la tarjeta
      *> CUPO, 40 si no viene).

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-13ENCL20.
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
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

           SELECT ARCH-TRANSCRIPT ASSIGN TO "TRANSCRIPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSCRIPT.

           SELECT ARCH-REGULARIDAD ASSIGN TO "REGULARIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGULARIDAD.

      *>   CORRELATIVAS es el plan de correlatividades (ver COPYLIB
      *>   CORRELAT); sin archivo no hay previas que exigir
           SELECT ARCH-CORRELATIVAS ASSIGN TO "CORRELATIVAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORRELATIVAS.

      *>   PLANESTUDIOS lista las materias obligatorias de cada
      *>   carrera (ver COPYLIB PLANEST)
           SELECT ARCH-PLANEST ASSIGN TO "PLANESTUDIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANEST.

           SELECT ARCH-CARRERAS ASSIGN TO "CARRERAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARRERAS.

           SELECT ARCH-MATERIAS ASSIGN TO "MATERIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATERIAS.

      *>   PRONOSTICO es la hoja para coordinacion
           SELECT ARCH-PRONOSTICO ASSIGN TO "PRONOSTICO"
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
       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-TRANSCRIPT
           RECORD CONTAINS 51 CHARACTERS.
           COPY TRANSCRI.

       FD  ARCH-REGULARIDAD
           RECORD CONTAINS 29 CHARACTERS.
           COPY REGULARI.

       FD  ARCH-CORRELATIVAS
           RECORD CONTAINS 2 CHARACTERS.
           COPY CORRELAT.

       FD  ARCH-PLANEST
           RECORD CONTAINS 4 CHARACTERS.
           COPY PLANEST.

       FD  ARCH-CARRERAS
           RECORD CONTAINS 35 CHARACTERS.
           COPY CARRERAS.

       FD  ARCH-MATERIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY MATERIAS.

       FD  ARCH-PRONOSTICO.
       01  REG-PRONOSTICO PIC X(80).

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

      *>   PLAN DE ESTUDIOS EN MEMORIA (CARRERA + MATERIA)
       01 CANT-PLAN PIC 99 COMP VALUE ZERO.
       01 TABLA-PLAN.
           03 ENTRADA-PLAN OCCURS 30 TIMES.
               05 TPL-CARRERA PIC X(3).
               05 TPL-MATERIA PIC 9.
       01 IX-PLA PIC 99 COMP VALUE ZERO.

      *>   CORRELATIVIDADES (MATERIA + PREVIA)
       01 CANT-CORRELATIVAS PIC 99 COMP VALUE ZERO.
       01 TABLA-CORRELATIVAS.
           03 ENTRADA-CORRELATIVA OCCURS 10 TIMES.
               05 TCO-MATERIA PIC 9.
               05 TCO-PREVIA  PIC 9.
       01 IX-CORR PIC 99 COMP VALUE ZERO.

      *>   SITUACION POR LEGAJO Y MATERIA, ARMADA DESDE TRANSCRIPT
      *>   (APROBADA) Y REGULARIDAD (CURSADA REGULAR, FALTA EL FINAL)
       01 NOTA-APROBACION PIC 99V99 VALUE 4.00.
       01 CANT-LEGAJOS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-SITUACION.
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-SITUACION OCCURS 6000 TIMES.
               05 TS-LEGAJO  PIC X(10).
               05 TS-APROBO  PIC X OCCURS 3 TIMES.
               05 TS-REGULAR PIC X OCCURS 3 TIMES.
       01 IX-LEG PIC 9(4) COMP VALUE ZERO.
       01 IX-LEG-HALLADO PIC 9(4) COMP VALUE ZERO.
       01 LEGAJO-BUSCADO PIC X(10) VALUE SPACES.

      *>   CARRERAS DEL MAESTRO (CODIGO Y NOMBRE)
       01 CANT-CARRERAS PIC 99 COMP VALUE ZERO.
       01 TABLA-CARRERAS.
           03 ENTRADA-CARRERA OCCURS 20 TIMES.
               05 TCA-CODIGO PIC X(3).
               05 TCA-NOMBRE PIC X(30).
       01 IX-CAR PIC 99 COMP VALUE ZERO.

      *>   DEMANDA POR CARRERA (EN EL ORDEN EN QUE APARECEN EN EL
      *>   PADRON) Y MATERIA
       01 CANT-DEMANDA PIC 99 COMP VALUE ZERO.
       01 TABLA-DEMANDA.
           03 ENTRADA-DEMANDA OCCURS 20 TIMES.
               05 TDE-CARRERA PIC X(3).
               05 TDE-MATERIA OCCURS 3 TIMES.
                   07 TDE-ELEGIBLES   PIC 9(5).
                   07 TDE-CON-REGULAR PIC 9(5).
       01 IX-DEM PIC 99 COMP VALUE ZERO.
       01 IX-DEM-HALLADO PIC 99 COMP VALUE ZERO.

      *>   OFERTA CARGADA EN MATERIAS POR MATERIA
       01 TABLA-OFERTA.
           03 ENTRADA-OFERTA OCCURS 3 TIMES.
               05 TOF-COMISIONES PIC 99.
               05 TOF-CUPO       PIC 9(4).
       01 IX-MAT PIC 9 COMP VALUE ZERO.

      *>   CUPO POR COMISION PARA LA MATERIA SIN COMISIONES CARGADAS
       01 CUPO-NUEVA PIC 999 VALUE 40.
       01 CUPO-ENTRADA PIC X(20) VALUE SPACES.

      *>   EVALUACION DEL LEGAJO Y MATERIA EN CURSO
       01 PREVIAS-APROBADAS PIC X VALUE "S".
       01 PREVIAS-CUMPLIDAS PIC X VALUE "S".
       01 PREVIA PIC 9 VALUE ZERO.

      *>   TOTALES Y SUGERENCIA DE LA MATERIA EN CURSO
       01 TOTAL-ELEGIBLES PIC 9(5) VALUE ZERO.
       01 TOTAL-CON-REGULAR PIC 9(5) VALUE ZERO.
       01 DEMANDA-MATERIA PIC 9(5) VALUE ZERO.
       01 CUPO-POR-COMISION PIC 999 VALUE ZERO.
       01 COMISIONES-NECESARIAS PIC 99 VALUE ZERO.
       01 RESTO-DIVISION PIC 999 VALUE ZERO.
       01 DIFERENCIA-COMISIONES PIC 99 VALUE ZERO.

       01 MATERIA-NOMBRE PIC X(25) VALUE SPACES.
       01 MATERIA PIC 9 VALUE ZERO.
       01 CANT-PADRON-LEIDO PIC 9(5) VALUE ZERO.
       01 CANT-A-ABRIR PIC 99 VALUE ZERO.
       01 CANT-A-CERRAR PIC 99 VALUE ZERO.

       01 FIN-PADRON PIC X VALUE "N".
       01 FIN-TRANSCRIPT PIC X VALUE "N".
       01 FIN-REGULARIDAD PIC X VALUE "N".
       01 FIN-CORRELATIVAS PIC X VALUE "N".
       01 FIN-PLANEST PIC X VALUE "N".
       01 FIN-CARRERAS PIC X VALUE "N".
       01 FIN-MATERIAS PIC X VALUE "N".

       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-TRANSCRIPT PIC XX.
           88 FS-TRANSCRIPT-OK VALUE "00".
       01 WS-FS-REGULARIDAD PIC XX.
           88 FS-REGULARIDAD-OK VALUE "00".
       01 WS-FS-CORRELATIVAS PIC XX.
           88 FS-CORRELATIVAS-OK VALUE "00".
       01 WS-FS-PLANEST PIC XX.
           88 FS-PLANEST-OK VALUE "00".
       01 WS-FS-CARRERAS PIC XX.
           88 FS-CARRERAS-OK VALUE "00".
       01 WS-FS-MATERIAS PIC XX.
           88 FS-MATERIAS-OK VALUE "00".
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   LINEAS DE LA HOJA DE PRONOSTICO
       01 LINEA-MATERIA.
           03 FILLER      PIC X(9) VALUE "MATERIA: ".
           03 LMA-NOMBRE  PIC X(25).
       01 LINEA-TITULOS.
           03 FILLER      PIC X(36) VALUE "  CARRERA".
           03 FILLER      PIC X(32) VALUE
              "ELEGIBLES  PREVIA REG.     TOTAL".
       01 LINEA-CARRERA.
           03 FILLER      PIC XX VALUE SPACES.
           03 LCA-CODIGO  PIC X(3).
           03 FILLER      PIC X VALUE SPACE.
           03 LCA-NOMBRE  PIC X(30).
           03 LCA-ELEGIBLES   PIC Z(8)9.
           03 LCA-CON-REGULAR PIC Z(12)9.
           03 LCA-TOTAL       PIC Z(9)9.
       01 LINEA-OFERTA.
           03 FILLER      PIC X(23) VALUE "  COMISIONES CARGADAS: ".
           03 LOF-COMISIONES PIC Z9.
           03 FILLER      PIC X(15) VALUE "   CUPO TOTAL: ".
           03 LOF-CUPO    PIC ZZZ9.
           03 FILLER      PIC X(22) VALUE "   CUPO POR COMISION: ".
           03 LOF-CUPO-COMISION PIC ZZ9.
       01 LINEA-SUGERENCIA.
           03 FILLER      PIC X(25) VALUE "  COMISIONES NECESARIAS: ".
           03 LSU-NECESARIAS PIC Z9.
           03 FILLER      PIC X(15) VALUE "   SUGERENCIA: ".
           03 LSU-TEXTO   PIC X(30).
       01 TEXTO-SUGERENCIA.
           03 TSU-ACCION  PIC X(7).
           03 TSU-CANT    PIC Z9.
           03 FILLER      PIC X(14) VALUE " COMISION(ES)".
       01 LINEA-GUIONES PIC X(70) VALUE ALL "-".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-13ENCL20" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "PRONOSTICO DE ELEGIBLES PARA EL PROXIMO TERMINO"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-RUNCARD THRU CARGAR-RUNCARD-FIN.
           MOVE "CUPO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR TO CUPO-ENTRADA
               PERFORM TOMAR-CUPO-NUEVA
           END-IF.

           PERFORM CARGAR-PLAN.
           IF CANT-PLAN = ZERO
               DISPLAY "SIN PLAN DE ESTUDIOS NO HAY MATERIAS QUE "
                   "PRONOSTICAR, NO SE EMITE NADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM CARGAR-CORRELATIVAS.
           PERFORM CARGAR-CARRERAS.
           PERFORM CARGAR-OFERTA.
           PERFORM ACUMULAR-TRANSCRIPT.
           PERFORM ACUMULAR-REGULARIDAD.
           PERFORM RECORRER-PADRON.

           OPEN OUTPUT ARCH-PRONOSTICO.
           MOVE "PRONOSTICO DE ELEGIBLES PARA EL PROXIMO TERMINO"
             TO REG-PRONOSTICO.
           WRITE REG-PRONOSTICO.
           PERFORM VARYING IX-MAT FROM 1 BY 1 UNTIL IX-MAT > 3
               PERFORM ESCRIBIR-MATERIA
           END-PERFORM.
           CLOSE ARCH-PRONOSTICO.

           DISPLAY "LEGAJOS EVALUADOS: " CANT-PADRON-LEIDO.
           DISPLAY "  COMISIONES A ABRIR.: " CANT-A-ABRIR.
           DISPLAY "  COMISIONES A CERRAR: " CANT-A-CERRAR.
           MOVE CANT-PADRON-LEIDO TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       TOMAR-CUPO-NUEVA.
      *>   EL CUPO VIENE DE UNO A TRES DIGITOS AJUSTADO A IZQUIERDA;
      *>   CERO O ALGO QUE NO ES NUMERO DEJA EL DE POR DEFECTO
           MOVE ZERO TO CUPO-POR-COMISION.
           IF CUPO-ENTRADA (1:3) IS NUMERIC
               MOVE CUPO-ENTRADA (1:3) TO CUPO-POR-COMISION
           ELSE
               IF CUPO-ENTRADA (1:2) IS NUMERIC
                  AND CUPO-ENTRADA (3:1) = SPACE
                   MOVE CUPO-ENTRADA (1:2) TO CUPO-POR-COMISION
               ELSE
                   IF CUPO-ENTRADA (1:1) IS NUMERIC
                      AND CUPO-ENTRADA (2:1) = SPACE
                       MOVE CUPO-ENTRADA (1:1) TO CUPO-POR-COMISION
                   END-IF
               END-IF
           END-IF.
           IF CUPO-POR-COMISION > ZERO
               MOVE CUPO-POR-COMISION TO CUPO-NUEVA
           END-IF.

       RECORRER-PADRON.
           MOVE "N" TO FIN-PADRON.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-PADRON-OK
               DISPLAY "NO EXISTE EL PADRON"
               MOVE "S" TO FIN-PADRON
           END-IF.
           PERFORM UNTIL FIN-PADRON = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO FIN-PADRON
                       CLOSE ARCH-PADRON
                   NOT AT END
                       ADD 1 TO CANT-PADRON-LEIDO
      *>               EL INACTIVO (NO SE REINSCRIBIO) NO CURSA EL
      *>               PROXIMO CUATRIMESTRE HASTA QUE LO REACTIVEN
                       IF PAD-ESTADO NOT = "I"
                           PERFORM EVALUAR-LEGAJO
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-LEGAJO.
      *>   CADA MATERIA DEL PLAN DE SU CARRERA QUE EL ALUMNO TODAVIA
      *>   TIENE QUE CURSAR SUMA EN LA DEMANDA DE ESA CARRERA
           MOVE PAD-LEGAJO TO LEGAJO-BUSCADO.
           PERFORM BUSCAR-LEGAJO-EN-SITUACION.
           MOVE ZERO TO IX-DEM-HALLADO.
           PERFORM VARYING IX-PLA FROM 1 BY 1
                   UNTIL IX-PLA > CANT-PLAN
               IF TPL-CARRERA (IX-PLA) = PAD-CARRERA-COD
                  AND TPL-MATERIA (IX-PLA) >= 1
                  AND TPL-MATERIA (IX-PLA) <= 3
                   MOVE TPL-MATERIA (IX-PLA) TO IX-MAT
                   PERFORM EVALUAR-MATERIA
                       THRU EVALUAR-MATERIA-FIN
               END-IF
           END-PERFORM.

       EVALUAR-MATERIA.
      *>   YA APROBADA, O CURSADA REGULAR CON SOLO EL FINAL PENDIENTE:
      *>   NO VUELVE A OCUPAR LUGAR EN UNA COMISION
           IF IX-LEG-HALLADO > ZERO
               IF TS-APROBO (IX-LEG-HALLADO, IX-MAT) = "S"
                  OR TS-REGULAR (IX-LEG-HALLADO, IX-MAT) = "S"
                   GO TO EVALUAR-MATERIA-FIN
               END-IF
           END-IF.
      *>   CADA PREVIA DE LA MATERIA TIENE QUE ESTAR APROBADA; SI
      *>   ALGUNA ESTA SOLO REGULAR EL ALUMNO SE CUENTA APARTE, Y SI
      *>   ALGUNA NI SIQUIERA ESTA REGULAR NO PUEDE CURSARLA
           MOVE "S" TO PREVIAS-APROBADAS.
           MOVE "S" TO PREVIAS-CUMPLIDAS.
           PERFORM VARYING IX-CORR FROM 1 BY 1
                   UNTIL IX-CORR > CANT-CORRELATIVAS
               IF TCO-MATERIA (IX-CORR) = IX-MAT
                   MOVE TCO-PREVIA (IX-CORR) TO PREVIA
                   PERFORM EVALUAR-PREVIA
               END-IF
           END-PERFORM.
           IF PREVIAS-CUMPLIDAS = "N"
               GO TO EVALUAR-MATERIA-FIN
           END-IF.
           IF IX-DEM-HALLADO = ZERO
               PERFORM BUSCAR-CARRERA-EN-DEMANDA
               IF IX-DEM-HALLADO = ZERO
                   GO TO EVALUAR-MATERIA-FIN
               END-IF
           END-IF.
           IF PREVIAS-APROBADAS = "S"
               ADD 1 TO TDE-ELEGIBLES (IX-DEM-HALLADO, IX-MAT)
           ELSE
               ADD 1 TO TDE-CON-REGULAR (IX-DEM-HALLADO, IX-MAT)
           END-IF.
       EVALUAR-MATERIA-FIN.
           EXIT.

       EVALUAR-PREVIA.
           IF PREVIA < 1 OR PREVIA > 3 OR IX-LEG-HALLADO = ZERO
               MOVE "N" TO PREVIAS-APROBADAS
               MOVE "N" TO PREVIAS-CUMPLIDAS
           ELSE
               IF TS-APROBO (IX-LEG-HALLADO, PREVIA) NOT = "S"
                   MOVE "N" TO PREVIAS-APROBADAS
                   IF TS-REGULAR (IX-LEG-HALLADO, PREVIA) NOT = "S"
                       MOVE "N" TO PREVIAS-CUMPLIDAS
                   END-IF
               END-IF
           END-IF.

       BUSCAR-CARRERA-EN-DEMANDA.
      *>   DEJA EN IX-DEM-HALLADO LA CARRERA DEL LEGAJO EN CURSO,
      *>   DANDOLA DE ALTA EN CERO LA PRIMERA VEZ QUE APARECE
           MOVE ZERO TO IX-DEM-HALLADO.
           PERFORM VARYING IX-DEM FROM 1 BY 1
                   UNTIL IX-DEM > CANT-DEMANDA
               IF TDE-CARRERA (IX-DEM) = PAD-CARRERA-COD
                   MOVE IX-DEM TO IX-DEM-HALLADO
               END-IF
           END-PERFORM.
           IF IX-DEM-HALLADO = ZERO
               IF CANT-DEMANDA >= 20
                   DISPLAY "ADVERTENCIA: SE IGNORA LA CARRERA "
                       PAD-CARRERA-COD ", YA HAY 20 CARGADAS"
               ELSE
                   ADD 1 TO CANT-DEMANDA
                   MOVE CANT-DEMANDA TO IX-DEM-HALLADO
                   MOVE PAD-CARRERA-COD TO TDE-CARRERA (CANT-DEMANDA)
                   MOVE ZERO TO TDE-ELEGIBLES (CANT-DEMANDA, 1)
                   MOVE ZERO TO TDE-ELEGIBLES (CANT-DEMANDA, 2)
                   MOVE ZERO TO TDE-ELEGIBLES (CANT-DEMANDA, 3)
                   MOVE ZERO TO TDE-CON-REGULAR (CANT-DEMANDA, 1)
                   MOVE ZERO TO TDE-CON-REGULAR (CANT-DEMANDA, 2)
                   MOVE ZERO TO TDE-CON-REGULAR (CANT-DEMANDA, 3)
               END-IF
           END-IF.

       ESCRIBIR-MATERIA.
      *>   UNA SECCION POR MATERIA: DEMANDA POR CARRERA, OFERTA
      *>   CARGADA Y COMISIONES SUGERIDAS
           MOVE IX-MAT TO MATERIA.
           PERFORM OBTENER-NOMBRE-MATERIA.
           MOVE LINEA-GUIONES TO REG-PRONOSTICO.
           WRITE REG-PRONOSTICO.
           MOVE MATERIA-NOMBRE TO LMA-NOMBRE.
           MOVE LINEA-MATERIA TO REG-PRONOSTICO.
           WRITE REG-PRONOSTICO.
           MOVE LINEA-TITULOS TO REG-PRONOSTICO.
           WRITE REG-PRONOSTICO.
           MOVE ZERO TO TOTAL-ELEGIBLES.
           MOVE ZERO TO TOTAL-CON-REGULAR.
           PERFORM VARYING IX-DEM FROM 1 BY 1
                   UNTIL IX-DEM > CANT-DEMANDA
               IF TDE-ELEGIBLES (IX-DEM, IX-MAT) > ZERO
                  OR TDE-CON-REGULAR (IX-DEM, IX-MAT) > ZERO
                   PERFORM ESCRIBIR-CARRERA
               END-IF
           END-PERFORM.
           MOVE SPACES TO LCA-CODIGO.
           MOVE "TOTAL DE LA MATERIA" TO LCA-NOMBRE.
           MOVE TOTAL-ELEGIBLES TO LCA-ELEGIBLES.
           MOVE TOTAL-CON-REGULAR TO LCA-CON-REGULAR.
           COMPUTE DEMANDA-MATERIA =
               TOTAL-ELEGIBLES + TOTAL-CON-REGULAR.
           MOVE DEMANDA-MATERIA TO LCA-TOTAL.
           MOVE LINEA-CARRERA TO REG-PRONOSTICO.
           WRITE REG-PRONOSTICO.

      *>   CUPO POR COMISION: EL PROMEDIO DE LO CARGADO, O EL DE LA
      *>   TARJETA SI LA MATERIA NO TIENE COMISIONES
           IF TOF-COMISIONES (IX-MAT) > ZERO
               DIVIDE TOF-CUPO (IX-MAT) BY TOF-COMISIONES (IX-MAT)
                   GIVING CUPO-POR-COMISION
           ELSE
               MOVE CUPO-NUEVA TO CUPO-POR-COMISION
           END-IF.
           IF CUPO-POR-COMISION = ZERO
               MOVE CUPO-NUEVA TO CUPO-POR-COMISION
           END-IF.
           MOVE TOF-COMISIONES (IX-MAT) TO LOF-COMISIONES.
           MOVE TOF-CUPO (IX-MAT) TO LOF-CUPO.
           MOVE CUPO-POR-COMISION TO LOF-CUPO-COMISION.
           MOVE LINEA-OFERTA TO REG-PRONOSTICO.
           WRITE REG-PRONOSTICO.

           DIVIDE DEMANDA-MATERIA BY CUPO-POR-COMISION
               GIVING COMISIONES-NECESARIAS
               REMAINDER RESTO-DIVISION.
           IF RESTO-DIVISION > ZERO
               ADD 1 TO COMISIONES-NECESARIAS
           END-IF.
           MOVE SPACES TO LSU-TEXTO.
           IF COMISIONES-NECESARIAS > TOF-COMISIONES (IX-MAT)
               COMPUTE DIFERENCIA-COMISIONES =
                   COMISIONES-NECESARIAS - TOF-COMISIONES (IX-MAT)
               ADD DIFERENCIA-COMISIONES TO CANT-A-ABRIR
               MOVE "ABRIR " TO TSU-ACCION
               MOVE DIFERENCIA-COMISIONES TO TSU-CANT
               MOVE TEXTO-SUGERENCIA TO LSU-TEXTO
           ELSE
               IF COMISIONES-NECESARIAS < TOF-COMISIONES (IX-MAT)
                   COMPUTE DIFERENCIA-COMISIONES =
                       TOF-COMISIONES (IX-MAT) - COMISIONES-NECESARIAS
                   ADD DIFERENCIA-COMISIONES TO CANT-A-CERRAR
                   MOVE "CERRAR " TO TSU-ACCION
                   MOVE DIFERENCIA-COMISIONES TO TSU-CANT
                   MOVE TEXTO-SUGERENCIA TO LSU-TEXTO
               ELSE
                   MOVE "MANTENER LAS CARGADAS" TO LSU-TEXTO
               END-IF
           END-IF.
           MOVE COMISIONES-NECESARIAS TO LSU-NECESARIAS.
           MOVE LINEA-SUGERENCIA TO REG-PRONOSTICO.
           WRITE REG-PRONOSTICO.

       ESCRIBIR-CARRERA.
           MOVE TDE-CARRERA (IX-DEM) TO LCA-CODIGO.
           MOVE "(CARRERA FUERA DEL MAESTRO)" TO LCA-NOMBRE.
           PERFORM VARYING IX-CAR FROM 1 BY 1
                   UNTIL IX-CAR > CANT-CARRERAS
               IF TCA-CODIGO (IX-CAR) = TDE-CARRERA (IX-DEM)
                   MOVE TCA-NOMBRE (IX-CAR) TO LCA-NOMBRE
               END-IF
           END-PERFORM.
           MOVE TDE-ELEGIBLES (IX-DEM, IX-MAT) TO LCA-ELEGIBLES.
           MOVE TDE-CON-REGULAR (IX-DEM, IX-MAT) TO LCA-CON-REGULAR.
           COMPUTE LCA-TOTAL = TDE-ELEGIBLES (IX-DEM, IX-MAT)
               + TDE-CON-REGULAR (IX-DEM, IX-MAT).
           MOVE LINEA-CARRERA TO REG-PRONOSTICO.
           WRITE REG-PRONOSTICO.
           ADD TDE-ELEGIBLES (IX-DEM, IX-MAT) TO TOTAL-ELEGIBLES.
           ADD TDE-CON-REGULAR (IX-DEM, IX-MAT) TO TOTAL-CON-REGULAR.

       BUSCAR-LEGAJO-EN-SITUACION.
           MOVE ZERO TO IX-LEG-HALLADO.
           PERFORM VARYING IX-LEG FROM 1 BY 1
                   UNTIL IX-LEG > CANT-LEGAJOS
               IF TS-LEGAJO (IX-LEG) = LEGAJO-BUSCADO
                   MOVE IX-LEG TO IX-LEG-HALLADO
               END-IF
           END-PERFORM.

       ALTA-LEGAJO-EN-SITUACION.
           PERFORM BUSCAR-LEGAJO-EN-SITUACION.
           IF IX-LEG-HALLADO = ZERO
               IF CANT-LEGAJOS >= 6000
                   DISPLAY "ADVERTENCIA: SE IGNORA "
                       LEGAJO-BUSCADO ", YA HAY 6000 LEGAJOS CARGADOS"
               ELSE
                   ADD 1 TO CANT-LEGAJOS
                   MOVE CANT-LEGAJOS TO IX-LEG-HALLADO
                   MOVE LEGAJO-BUSCADO TO TS-LEGAJO (IX-LEG-HALLADO)
                   MOVE "N" TO TS-APROBO (IX-LEG-HALLADO, 1)
                   MOVE "N" TO TS-APROBO (IX-LEG-HALLADO, 2)
                   MOVE "N" TO TS-APROBO (IX-LEG-HALLADO, 3)
                   MOVE "N" TO TS-REGULAR (IX-LEG-HALLADO, 1)
                   MOVE "N" TO TS-REGULAR (IX-LEG-HALLADO, 2)
                   MOVE "N" TO TS-REGULAR (IX-LEG-HALLADO, 3)
               END-IF
           END-IF.

       OBTENER-NOMBRE-MATERIA.
           EVALUATE MATERIA
               WHEN 1 MOVE "ANALISIS MATEMATICO I" TO MATERIA-NOMBRE
               WHEN 2 MOVE "DERECHO ADMINISTRATIVO I" TO MATERIA-NOMBRE
               WHEN 3 MOVE "IMPUESTOS I" TO MATERIA-NOMBRE
               WHEN OTHER MOVE "(MATERIA DESCONOCIDA)"
                    TO MATERIA-NOMBRE
           END-EVALUATE.

       ACUMULAR-TRANSCRIPT.
           MOVE "N" TO FIN-TRANSCRIPT.
           OPEN INPUT ARCH-TRANSCRIPT.
           IF NOT FS-TRANSCRIPT-OK
               DISPLAY "NO EXISTE TRANSCRIPT: NADIE TIENE MATERIAS "
                   "APROBADAS"
               MOVE "S" TO FIN-TRANSCRIPT
           END-IF.
           PERFORM UNTIL FIN-TRANSCRIPT = "S"
               READ ARCH-TRANSCRIPT
                   AT END
                       MOVE "S" TO FIN-TRANSCRIPT
                       CLOSE ARCH-TRANSCRIPT
                   NOT AT END
                       PERFORM ACUMULAR-NOTA
               END-READ
           END-PERFORM.

       ACUMULAR-NOTA.
      *>   UNA EQUIVALENCIA (TERMINO EQUIV) APRUEBA LA MATERIA AUNQUE
      *>   NO TRAIGA NOTA
           IF TR-MATERIA >= 1 AND TR-MATERIA <= 3
              AND (TR-NOTA NOT < NOTA-APROBACION
                   OR TR-TERMINO = "EQUIV")
               MOVE TR-LEGAJO TO LEGAJO-BUSCADO
               PERFORM ALTA-LEGAJO-EN-SITUACION
               IF IX-LEG-HALLADO > ZERO
                   MOVE "S" TO TS-APROBO (IX-LEG-HALLADO, TR-MATERIA)
               END-IF
           END-IF.

       ACUMULAR-REGULARIDAD.
      *>   SIN REGULARIDAD (TERMINO SIN CIERRE DE ASISTENCIA) NADIE
      *>   TIENE CURSADAS PENDIENTES DE FINAL
           MOVE "N" TO FIN-REGULARIDAD.
           OPEN INPUT ARCH-REGULARIDAD.
           IF NOT FS-REGULARIDAD-OK
               DISPLAY "NO EXISTE REGULARIDAD: SOLO SE MIRAN LAS "
                   "MATERIAS APROBADAS"
               MOVE "S" TO FIN-REGULARIDAD
           END-IF.
           PERFORM UNTIL FIN-REGULARIDAD = "S"
               READ ARCH-REGULARIDAD
                   AT END
                       MOVE "S" TO FIN-REGULARIDAD
                       CLOSE ARCH-REGULARIDAD
                   NOT AT END
                       IF RGL-CONDICION = "REGULAR"
                          AND RGL-MATERIA >= 1 AND RGL-MATERIA <= 3
                           MOVE RGL-LEGAJO TO LEGAJO-BUSCADO
                           PERFORM ALTA-LEGAJO-EN-SITUACION
                           IF IX-LEG-HALLADO > ZERO
                               MOVE "S" TO
                                    TS-REGULAR (IX-LEG-HALLADO,
                                                RGL-MATERIA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-PLAN.
           MOVE "N" TO FIN-PLANEST.
           OPEN INPUT ARCH-PLANEST.
           IF NOT FS-PLANEST-OK
               DISPLAY "NO EXISTE PLANESTUDIOS"
               MOVE "S" TO FIN-PLANEST
           END-IF.
           PERFORM UNTIL FIN-PLANEST = "S"
               READ ARCH-PLANEST
                   AT END
                       MOVE "S" TO FIN-PLANEST
                       CLOSE ARCH-PLANEST
                   NOT AT END
                       IF CANT-PLAN >= 30
                           DISPLAY "ADVERTENCIA: SE IGNORA RENGLON "
                               "DEL PLAN, YA HAY 30 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-PLAN
                           MOVE PLA-CARRERA TO
                                TPL-CARRERA (CANT-PLAN)
                           MOVE PLA-MATERIA TO
                                TPL-MATERIA (CANT-PLAN)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-CORRELATIVAS.
      *>   LEVANTA EL PLAN DE CORRELATIVIDADES; SI EL ARCHIVO NO
      *>   EXISTE NO HAY PREVIAS QUE CONTROLAR
           MOVE "N" TO FIN-CORRELATIVAS.
           OPEN INPUT ARCH-CORRELATIVAS.
           IF NOT FS-CORRELATIVAS-OK
               MOVE "S" TO FIN-CORRELATIVAS
           END-IF.
           PERFORM UNTIL FIN-CORRELATIVAS = "S"
               READ ARCH-CORRELATIVAS
                   AT END
                       MOVE "S" TO FIN-CORRELATIVAS
                       CLOSE ARCH-CORRELATIVAS
                   NOT AT END
                       IF CANT-CORRELATIVAS >= 10
                           DISPLAY "ADVERTENCIA: SE IGNORA "
                               "CORRELATIVA, YA HAY 10 CARGADAS"
                       ELSE
                           ADD 1 TO CANT-CORRELATIVAS
                           MOVE CORR-MATERIA TO
                                TCO-MATERIA (CANT-CORRELATIVAS)
                           MOVE CORR-PREVIA TO
                                TCO-PREVIA (CANT-CORRELATIVAS)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-CARRERAS.
           MOVE "N" TO FIN-CARRERAS.
           OPEN INPUT ARCH-CARRERAS.
           IF NOT FS-CARRERAS-OK
               MOVE "S" TO FIN-CARRERAS
           END-IF.
           PERFORM UNTIL FIN-CARRERAS = "S"
               READ ARCH-CARRERAS
                   AT END
                       MOVE "S" TO FIN-CARRERAS
                       CLOSE ARCH-CARRERAS
                   NOT AT END
                       IF CANT-CARRERAS >= 20
                           DISPLAY "ADVERTENCIA: SE IGNORA CARRERA "
                               CARR-CODIGO ", YA HAY 20 CARGADAS"
                       ELSE
                           ADD 1 TO CANT-CARRERAS
                           MOVE CARR-CODIGO TO
                                TCA-CODIGO (CANT-CARRERAS)
                           MOVE CARR-NOMBRE TO
                                TCA-NOMBRE (CANT-CARRERAS)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-OFERTA.
      *>   CANTIDAD DE COMISIONES Y CUPO TOTAL POR MATERIA SEGUN EL
      *>   MAESTRO MATERIAS TAL COMO ESTA CARGADO HOY
           PERFORM VARYING IX-MAT FROM 1 BY 1 UNTIL IX-MAT > 3
               MOVE ZERO TO TOF-COMISIONES (IX-MAT)
               MOVE ZERO TO TOF-CUPO (IX-MAT)
           END-PERFORM.
           MOVE "N" TO FIN-MATERIAS.
           OPEN INPUT ARCH-MATERIAS.
           IF NOT FS-MATERIAS-OK
               DISPLAY "NO EXISTE MATERIAS: NO HAY COMISIONES "
                   "CARGADAS"
               MOVE "S" TO FIN-MATERIAS
           END-IF.
           PERFORM UNTIL FIN-MATERIAS = "S"
               READ ARCH-MATERIAS
                   AT END
                       MOVE "S" TO FIN-MATERIAS
                       CLOSE ARCH-MATERIAS
                   NOT AT END
                       IF MAT-CODIGO >= 1 AND MAT-CODIGO <= 3
                           ADD 1 TO TOF-COMISIONES (MAT-CODIGO)
                           ADD MAT-CUPO TO TOF-CUPO (MAT-CODIGO)
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
