      *> Desgranamiento por cohorte: el informe anual de la facultad
      *> pide cuantos ingresantes de cada anio siguen activos, cuantos
      *> egresaron y cuantos abandonaron, y hasta ahora nadie cruzaba
      *> TRANSCRIPT, LISTADO y EGRESADOS por cohorte. Esta corrida
      *> agrupa el PADRON por anio de ingreso y carrera y, por cada
      *> anio de cursada desde el ingreso hasta el anio de analisis
      *> (tarjeta ANIO, el anio en curso si no viene), cuenta los que
      *> se siguieron inscribiendo (algun termino en TRANSCRIPT ese
      *> anio, o en el LISTADO vigente para el anio en curso), el
      *> promedio de materias aprobadas que llevaban acumuladas, los
      *> que egresaron (EGRESADOS, en el ultimo anio en que cursaron)
      *> y los que dejaron de aparecer (en el anio siguiente al
      *> ultimo que cursaron). Deja la hoja COHORTES y el mismo dato
      *> separado por ";" en COHORCSV para la oficina de estadistica.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-14ENCL20.
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

      *>   LISTADO es la nomina vigente: el que figura ahi se esta
      *>   inscribiendo en el anio en curso aunque todavia no tenga
      *>   nota en TRANSCRIPT
           SELECT ARCH-LISTADO ASSIGN TO "LISTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

      *>   EGRESADOS es la lista de legajos que completaron su plan
      *>   (la deja EJ-08ENCL20)
           SELECT ARCH-EGRESADOS ASSIGN TO "EGRESADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EGRESADOS.

           SELECT ARCH-CARRERAS ASSIGN TO "CARRERAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARRERAS.

      *>   COHORTES es la hoja para el informe anual; COHORCSV el
      *>   mismo dato para la oficina de estadistica
           SELECT ARCH-COHORTES ASSIGN TO "COHORTES"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-COHORCSV ASSIGN TO "COHORCSV"
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

       FD  ARCH-LISTADO
           RECORD CONTAINS 36 CHARACTERS.
           COPY LISTADO.

       FD  ARCH-EGRESADOS.
       01  REG-EGRESADO.
           03 EGR-LEGAJO   PIC X(10).
           03 EGR-SEP1     PIC X.
           03 EGR-NOMBRE   PIC X(40).
           03 EGR-SEP2     PIC X.
           03 EGR-CARRERA  PIC X(3).
           03 EGR-SEP3     PIC X.
           03 EGR-PROMEDIO PIC 99V99.

       FD  ARCH-CARRERAS
           RECORD CONTAINS 35 CHARACTERS.
           COPY CARRERAS.

       FD  ARCH-COHORTES.
       01  REG-COHORTES PIC X(80).

       FD  ARCH-COHORCSV
           RECORD CONTAINS 37 CHARACTERS.
           COPY COHORCSV.

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

      *>   ANIO DE ANALISIS: EL ULTIMO ANIO QUE ENTRA EN EL REPORTE
       01 FECHA-HOY PIC 9(8) VALUE ZERO.
       01 ANIO-ANALISIS PIC 9(4) VALUE ZERO.
       01 ANIO-ENTRADA PIC X(20) VALUE SPACES.

      *>   NOTA MINIMA PARA DAR POR APROBADA UNA MATERIA
       01 NOTA-APROBACION PIC 99V99 VALUE 4.00.

      *>   ALUMNOS DEL PADRON CON ANIO DE INGRESO; POR CADA ANIO DE
      *>   CURSADA (1 = EL DE INGRESO, EL 12 JUNTA LOS POSTERIORES)
      *>   SI SE INSCRIBIO Y CUANTAS MATERIAS APROBO ESE ANIO
       01 CANT-ALUMNOS PIC 9999 COMP VALUE ZERO.
       01 TABLA-ALUMNOS.
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-ALUMNO OCCURS 6000 TIMES.
               05 TA-LEGAJO    PIC X(10).
               05 TA-CARRERA   PIC X(3).
               05 TA-INGRESO   PIC 9(4).
               05 TA-EGRESADO  PIC X.
               05 TA-ANIO OCCURS 12 TIMES.
                   07 TA-ACTIVO    PIC X.
                   07 TA-APROBADAS PIC 99.
       01 IX-ALU PIC 9999 COMP VALUE ZERO.
       01 IX-ALU-HALLADO PIC 9999 COMP VALUE ZERO.
       01 LEGAJO-BUSCADO PIC X(10) VALUE SPACES.

      *>   COHORTES (ANIO DE INGRESO + CARRERA) CON SUS TOTALES Y EL
      *>   DETALLE POR ANIO DE CURSADA
       01 CANT-COHORTES PIC 99 COMP VALUE ZERO.
       01 TABLA-COHORTES.
           03 ENTRADA-COHORTE OCCURS 60 TIMES.
               05 TK-INGRESO     PIC 9(4).
               05 TK-CARRERA     PIC X(3).
               05 TK-INGRESANTES PIC 9(4).
               05 TK-ACTIVOS     PIC 9(4).
               05 TK-EGRESADOS   PIC 9(4).
               05 TK-ABANDONOS   PIC 9(4).
               05 TK-ANIOS       PIC 99.
               05 TK-ANIO OCCURS 12 TIMES.
                   07 TK-INSCRIPTOS PIC 9(4).
                   07 TK-SUMA-APROB PIC 9(6).
                   07 TK-EGR        PIC 9(4).
                   07 TK-ABAND      PIC 9(4).
       01 IX-COH PIC 99 COMP VALUE ZERO.
       01 IX-COH-HALLADA PIC 99 COMP VALUE ZERO.
       01 IX-COH-2 PIC 99 COMP VALUE ZERO.
       01 AUX-COHORTE PIC X(241).

      *>   CARRERAS, SOLO PARA IMPRIMIR EL NOMBRE
       01 CANT-CARRERAS PIC 99 COMP VALUE ZERO.
       01 TABLA-CARRERAS.
           03 ENTRADA-CARRERA OCCURS 20 TIMES.
               05 TCA-CODIGO PIC X(3).
               05 TCA-NOMBRE PIC X(30).
       01 IX-CAR PIC 99 COMP VALUE ZERO.

      *>   ANIO DE CURSADA QUE SE ESTA PROCESANDO
       01 IX-ANIO PIC 99 COMP VALUE ZERO.
       01 ANIO-TERMINO PIC 9(4) VALUE ZERO.
       01 ANIO-CURSADA PIC 99 VALUE ZERO.
       01 ANIO-ACTUAL-COHORTE PIC 99 VALUE ZERO.
       01 ULTIMO-ANIO-ACTIVO PIC 99 VALUE ZERO.
       01 APROBADAS-ACUMULADAS PIC 9(4) VALUE ZERO.
       01 PROMEDIO-APROBADAS PIC 99V99 VALUE ZERO.

      *>   CONDICIONES DE FIN DE ARCHIVO
       01 FIN-PADRON PIC X VALUE "N".
       01 FIN-TRANSCRIPT PIC X VALUE "N".
       01 FIN-LISTADO PIC X VALUE "N".
       01 FIN-EGRESADOS PIC X VALUE "N".
       01 FIN-CARRERAS PIC X VALUE "N".

       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-TRANSCRIPT PIC XX.
           88 FS-TRANSCRIPT-OK VALUE "00".
       01 WS-FS-LISTADO PIC XX.
           88 FS-LISTADO-OK VALUE "00".
       01 WS-FS-EGRESADOS PIC XX.
           88 FS-EGRESADOS-OK VALUE "00".
       01 WS-FS-CARRERAS PIC XX.
           88 FS-CARRERAS-OK VALUE "00".
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   CONTADORES DEL RESUMEN DE LA CORRIDA
       01 CANT-PADRON-LEIDO PIC 9(5) VALUE ZERO.
       01 CANT-SIN-INGRESO PIC 9(5) VALUE ZERO.
       01 FORMATEO-RESULT PIC ZZZZ9.

      *>   RENGLONES DE LA HOJA COHORTES
       01 LINEA-TITULO.
           03 FILLER PIC X(34) VALUE
              "DESGRANAMIENTO POR COHORTE - ANIO ".
           03 FILLER PIC X(13) VALUE "DE ANALISIS: ".
           03 LT-ANIO PIC 9(4).

       01 LINEA-COHORTE.
           03 FILLER       PIC X(8) VALUE "COHORTE ".
           03 LK-INGRESO   PIC 9(4).
           03 FILLER       PIC X(9) VALUE " CARRERA ".
           03 LK-CARRERA   PIC X(3).
           03 FILLER       PIC X VALUE SPACE.
           03 LK-NOMBRE    PIC X(30).
           03 FILLER       PIC X(13) VALUE " INGRESANTES ".
           03 LK-INGRESANTES PIC ZZZ9.

       01 LINEA-TITULOS.
           03 FILLER PIC X(36) VALUE
              "  ANIO  INSCRIPTOS  PROM.APROBADAS  ".
           03 FILLER PIC X(20) VALUE "EGRESADOS  ABANDONOS".

       01 LINEA-ANIO.
           03 FILLER       PIC X(4) VALUE SPACES.
           03 LA-ANIO      PIC Z9.
           03 FILLER       PIC X(7) VALUE SPACES.
           03 LA-INSCRIPTOS PIC ZZZ9.
           03 FILLER       PIC X(11) VALUE SPACES.
           03 LA-PROMEDIO  PIC Z9.99.
           03 FILLER       PIC X(7) VALUE SPACES.
           03 LA-EGRESADOS PIC ZZZ9.
           03 FILLER       PIC X(7) VALUE SPACES.
           03 LA-ABANDONOS PIC ZZZ9.

       01 LINEA-TOTAL.
           03 FILLER       PIC X(17) VALUE "  TOTAL: ACTIVOS ".
           03 LTT-ACTIVOS  PIC ZZZ9.
           03 FILLER       PIC X(11) VALUE " EGRESADOS ".
           03 LTT-EGRESADOS PIC ZZZ9.
           03 FILLER       PIC X(11) VALUE " ABANDONOS ".
           03 LTT-ABANDONOS PIC ZZZ9.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-14ENCL20" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "DESGRANAMIENTO POR COHORTE"
           DISPLAY "-------------------------------------------------".

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE FECHA-HOY (1:4) TO ANIO-ANALISIS.
           PERFORM CARGAR-RUNCARD THRU CARGAR-RUNCARD-FIN.
           MOVE "ANIO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR TO ANIO-ENTRADA
           ELSE
               DISPLAY "ANIO DE ANALISIS (ENTER = EL ANIO EN CURSO): "
               ACCEPT ANIO-ENTRADA
           END-IF.
           IF ANIO-ENTRADA (1:4) IS NUMERIC
               MOVE ANIO-ENTRADA (1:4) TO ANIO-ANALISIS
           END-IF.

           PERFORM CARGAR-PADRON.
           IF CANT-ALUMNOS = ZERO
               DISPLAY "NO HAY ALUMNOS CON ANIO DE INGRESO EN EL "
                   "PADRON"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM CARGAR-CARRERAS.
           PERFORM ACUMULAR-TRANSCRIPT.
           PERFORM ACUMULAR-LISTADO.
           PERFORM MARCAR-EGRESADOS.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               PERFORM ACUMULAR-COHORTE
           END-PERFORM.
           PERFORM ORDENAR-COHORTES.

           OPEN OUTPUT ARCH-COHORTES.
           OPEN OUTPUT ARCH-COHORCSV.
           MOVE ANIO-ANALISIS TO LT-ANIO.
           MOVE LINEA-TITULO TO REG-COHORTES.
           WRITE REG-COHORTES.
           PERFORM VARYING IX-COH FROM 1 BY 1
                   UNTIL IX-COH > CANT-COHORTES
               PERFORM ESCRIBIR-COHORTE
           END-PERFORM.
           CLOSE ARCH-COHORTES.
           CLOSE ARCH-COHORCSV.

           DISPLAY "LEGAJOS DEL PADRON:     " CANT-PADRON-LEIDO.
           DISPLAY "  SIN ANIO DE INGRESO:  " CANT-SIN-INGRESO.
           MOVE CANT-COHORTES TO FORMATEO-RESULT.
           DISPLAY "COHORTES:               " FORMATEO-RESULT.
           MOVE CANT-PADRON-LEIDO TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   SOLO ENTRAN LOS LEGAJOS CON ANIO DE INGRESO; LOS VIEJOS
      *>   QUE TODAVIA TRAEN EL TEXTO LIBRE NO TIENEN COHORTE
       CARGAR-PADRON.
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
                       PERFORM ALTA-ALUMNO
               END-READ
           END-PERFORM.

       ALTA-ALUMNO.
           IF PAD-ANIO-INGRESO IS NOT NUMERIC
               ADD 1 TO CANT-SIN-INGRESO
           ELSE
               IF CANT-ALUMNOS >= 6000
                   DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO " PAD-LEGAJO
                       ", YA HAY 6000 CARGADOS"
               ELSE
                   ADD 1 TO CANT-ALUMNOS
                   MOVE PAD-LEGAJO TO TA-LEGAJO (CANT-ALUMNOS)
                   MOVE PAD-CARRERA-COD TO TA-CARRERA (CANT-ALUMNOS)
                   MOVE PAD-ANIO-INGRESO TO TA-INGRESO (CANT-ALUMNOS)
                   MOVE "N" TO TA-EGRESADO (CANT-ALUMNOS)
                   PERFORM VARYING IX-ANIO FROM 1 BY 1
                           UNTIL IX-ANIO > 12
                       MOVE "N" TO TA-ACTIVO (CANT-ALUMNOS, IX-ANIO)
                       MOVE ZERO TO
                            TA-APROBADAS (CANT-ALUMNOS, IX-ANIO)
                   END-PERFORM
               END-IF
           END-IF.

       BUSCAR-ALUMNO.
           MOVE ZERO TO IX-ALU-HALLADO.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
                      OR IX-ALU-HALLADO > ZERO
               IF TA-LEGAJO (IX-ALU) = LEGAJO-BUSCADO
                   MOVE IX-ALU TO IX-ALU-HALLADO
               END-IF
           END-PERFORM.

      *>   DEJA EN ANIO-CURSADA EL ANIO DE CURSADA DE ANIO-TERMINO
      *>   PARA EL ALUMNO IX-ALU-HALLADO (1 A 12)
       CALCULAR-ANIO-CURSADA.
           IF ANIO-TERMINO < TA-INGRESO (IX-ALU-HALLADO)
               MOVE 1 TO ANIO-CURSADA
           ELSE
               IF ANIO-TERMINO - TA-INGRESO (IX-ALU-HALLADO) > 11
                   MOVE 12 TO ANIO-CURSADA
               ELSE
                   COMPUTE ANIO-CURSADA =
                       ANIO-TERMINO - TA-INGRESO (IX-ALU-HALLADO) + 1
               END-IF
           END-IF.

       ACUMULAR-TRANSCRIPT.
           MOVE "N" TO FIN-TRANSCRIPT.
           OPEN INPUT ARCH-TRANSCRIPT.
           IF NOT FS-TRANSCRIPT-OK
               DISPLAY "NO EXISTE TRANSCRIPT: SOLO CUENTA EL LISTADO "
                   "VIGENTE"
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
      *>   UNA EQUIVALENCIA (TERMINO EQUIV) CUENTA COMO APROBADA EN EL
      *>   ANIO DE INGRESO PERO NO COMO INSCRIPCION; UN TERMINO QUE NO
      *>   EMPIEZA CON EL ANIO (AAAACN) NO SE PUEDE UBICAR Y SE SALTEA
           MOVE TR-LEGAJO TO LEGAJO-BUSCADO.
           PERFORM BUSCAR-ALUMNO.
           IF IX-ALU-HALLADO > ZERO
               IF TR-TERMINO = "EQUIV"
                   ADD 1 TO TA-APROBADAS (IX-ALU-HALLADO, 1)
               ELSE
                   IF TR-TERMINO (1:4) IS NUMERIC
                       MOVE TR-TERMINO (1:4) TO ANIO-TERMINO
                       PERFORM CALCULAR-ANIO-CURSADA
                       MOVE "S" TO
                            TA-ACTIVO (IX-ALU-HALLADO, ANIO-CURSADA)
                       IF TR-NOTA NOT < NOTA-APROBACION
                           ADD 1 TO
                               TA-APROBADAS (IX-ALU-HALLADO,
                                             ANIO-CURSADA)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>   EL QUE ESTA EN LA NOMINA VIGENTE SE ESTA INSCRIBIENDO EN EL
      *>   ANIO DE ANALISIS
       ACUMULAR-LISTADO.
           MOVE "N" TO FIN-LISTADO.
           OPEN INPUT ARCH-LISTADO.
           IF NOT FS-LISTADO-OK
               MOVE "S" TO FIN-LISTADO
           END-IF.
           PERFORM UNTIL FIN-LISTADO = "S"
               READ ARCH-LISTADO
                   AT END
                       MOVE "S" TO FIN-LISTADO
                       CLOSE ARCH-LISTADO
                   NOT AT END
                       MOVE LIST-ID-ALUMNO TO LEGAJO-BUSCADO
                       PERFORM BUSCAR-ALUMNO
                       IF IX-ALU-HALLADO > ZERO
                           MOVE ANIO-ANALISIS TO ANIO-TERMINO
                           PERFORM CALCULAR-ANIO-CURSADA
                           MOVE "S" TO
                                TA-ACTIVO (IX-ALU-HALLADO,
                                           ANIO-CURSADA)
                       END-IF
               END-READ
           END-PERFORM.

       MARCAR-EGRESADOS.
           MOVE "N" TO FIN-EGRESADOS.
           OPEN INPUT ARCH-EGRESADOS.
           IF NOT FS-EGRESADOS-OK
               DISPLAY "NO EXISTE EGRESADOS: NADIE FIGURA EGRESADO"
               MOVE "S" TO FIN-EGRESADOS
           END-IF.
           PERFORM UNTIL FIN-EGRESADOS = "S"
               READ ARCH-EGRESADOS
                   AT END
                       MOVE "S" TO FIN-EGRESADOS
                       CLOSE ARCH-EGRESADOS
                   NOT AT END
                       MOVE EGR-LEGAJO TO LEGAJO-BUSCADO
                       PERFORM BUSCAR-ALUMNO
                       IF IX-ALU-HALLADO > ZERO
                           MOVE "S" TO TA-EGRESADO (IX-ALU-HALLADO)
                       END-IF
               END-READ
           END-PERFORM.

      *>   SUMA AL ALUMNO IX-ALU EN SU COHORTE. EL EGRESADO CUENTA EN
      *>   EL ULTIMO ANIO QUE CURSO; EL QUE NO CURSA EN EL ANIO DE
      *>   ANALISIS Y NO EGRESO CUENTA COMO ABANDONO EN EL ANIO
      *>   SIGUIENTE AL ULTIMO QUE CURSO (EL 1 SI NUNCA APARECIO)
       ACUMULAR-COHORTE.
           PERFORM BUSCAR-O-ALTA-COHORTE.
           IF IX-COH-HALLADA > ZERO
               ADD 1 TO TK-INGRESANTES (IX-COH-HALLADA)
               MOVE IX-ALU TO IX-ALU-HALLADO
               MOVE ANIO-ANALISIS TO ANIO-TERMINO
               PERFORM CALCULAR-ANIO-CURSADA
               MOVE ANIO-CURSADA TO ANIO-ACTUAL-COHORTE
               IF ANIO-ACTUAL-COHORTE > TK-ANIOS (IX-COH-HALLADA)
                   MOVE ANIO-ACTUAL-COHORTE
                     TO TK-ANIOS (IX-COH-HALLADA)
               END-IF
               MOVE ZERO TO APROBADAS-ACUMULADAS
               MOVE ZERO TO ULTIMO-ANIO-ACTIVO
               PERFORM VARYING IX-ANIO FROM 1 BY 1
                       UNTIL IX-ANIO > ANIO-ACTUAL-COHORTE
                   ADD TA-APROBADAS (IX-ALU, IX-ANIO)
                     TO APROBADAS-ACUMULADAS
                   IF TA-ACTIVO (IX-ALU, IX-ANIO) = "S"
                       ADD 1 TO TK-INSCRIPTOS (IX-COH-HALLADA, IX-ANIO)
                       ADD APROBADAS-ACUMULADAS
                         TO TK-SUMA-APROB (IX-COH-HALLADA, IX-ANIO)
                       MOVE IX-ANIO TO ULTIMO-ANIO-ACTIVO
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN TA-EGRESADO (IX-ALU) = "S"
                       IF ULTIMO-ANIO-ACTIVO = ZERO
                           MOVE 1 TO ULTIMO-ANIO-ACTIVO
                       END-IF
                       ADD 1 TO TK-EGRESADOS (IX-COH-HALLADA)
                       ADD 1 TO TK-EGR (IX-COH-HALLADA,
                                        ULTIMO-ANIO-ACTIVO)
                   WHEN ULTIMO-ANIO-ACTIVO < ANIO-ACTUAL-COHORTE
                       ADD 1 TO TK-ABANDONOS (IX-COH-HALLADA)
                       ADD 1 TO ULTIMO-ANIO-ACTIVO
                       ADD 1 TO TK-ABAND (IX-COH-HALLADA,
                                          ULTIMO-ANIO-ACTIVO)
                   WHEN OTHER
                       ADD 1 TO TK-ACTIVOS (IX-COH-HALLADA)
               END-EVALUATE
           END-IF.

       BUSCAR-O-ALTA-COHORTE.
           MOVE ZERO TO IX-COH-HALLADA.
           PERFORM VARYING IX-COH FROM 1 BY 1
                   UNTIL IX-COH > CANT-COHORTES
               IF TK-INGRESO (IX-COH) = TA-INGRESO (IX-ALU)
                  AND TK-CARRERA (IX-COH) = TA-CARRERA (IX-ALU)
                   MOVE IX-COH TO IX-COH-HALLADA
               END-IF
           END-PERFORM.
           IF IX-COH-HALLADA = ZERO
               IF CANT-COHORTES >= 60
                   DISPLAY "ADVERTENCIA: SE IGNORA COHORTE "
                       TA-INGRESO (IX-ALU) " " TA-CARRERA (IX-ALU)
                       ", YA HAY 60 CARGADAS"
               ELSE
                   ADD 1 TO CANT-COHORTES
                   MOVE CANT-COHORTES TO IX-COH-HALLADA
                   MOVE TA-INGRESO (IX-ALU)
                     TO TK-INGRESO (IX-COH-HALLADA)
                   MOVE TA-CARRERA (IX-ALU)
                     TO TK-CARRERA (IX-COH-HALLADA)
                   MOVE ZERO TO TK-INGRESANTES (IX-COH-HALLADA)
                   MOVE ZERO TO TK-ACTIVOS (IX-COH-HALLADA)
                   MOVE ZERO TO TK-EGRESADOS (IX-COH-HALLADA)
                   MOVE ZERO TO TK-ABANDONOS (IX-COH-HALLADA)
                   MOVE ZERO TO TK-ANIOS (IX-COH-HALLADA)
                   PERFORM VARYING IX-ANIO FROM 1 BY 1
                           UNTIL IX-ANIO > 12
                       MOVE ZERO TO
                            TK-INSCRIPTOS (IX-COH-HALLADA, IX-ANIO)
                       MOVE ZERO TO
                            TK-SUMA-APROB (IX-COH-HALLADA, IX-ANIO)
                       MOVE ZERO TO TK-EGR (IX-COH-HALLADA, IX-ANIO)
                       MOVE ZERO TO TK-ABAND (IX-COH-HALLADA, IX-ANIO)
                   END-PERFORM
               END-IF
           END-IF.

      *>   ORDENA LAS COHORTES POR ANIO DE INGRESO Y CARRERA
       ORDENAR-COHORTES.
           PERFORM VARYING IX-COH FROM 1 BY 1
                   UNTIL IX-COH >= CANT-COHORTES
               PERFORM VARYING IX-COH-2 FROM IX-COH BY 1
                       UNTIL IX-COH-2 > CANT-COHORTES
                   IF TK-INGRESO (IX-COH-2) < TK-INGRESO (IX-COH)
                      OR (TK-INGRESO (IX-COH-2) = TK-INGRESO (IX-COH)
                      AND TK-CARRERA (IX-COH-2) < TK-CARRERA (IX-COH))
                       MOVE ENTRADA-COHORTE (IX-COH) TO AUX-COHORTE
                       MOVE ENTRADA-COHORTE (IX-COH-2)
                         TO ENTRADA-COHORTE (IX-COH)
                       MOVE AUX-COHORTE TO ENTRADA-COHORTE (IX-COH-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIBIR-COHORTE.
           MOVE SPACES TO REG-COHORTES.
           WRITE REG-COHORTES.
           MOVE TK-INGRESO (IX-COH) TO LK-INGRESO.
           MOVE TK-CARRERA (IX-COH) TO LK-CARRERA.
           MOVE "CARRERA NO CARGADA" TO LK-NOMBRE.
           PERFORM VARYING IX-CAR FROM 1 BY 1
                   UNTIL IX-CAR > CANT-CARRERAS
               IF TCA-CODIGO (IX-CAR) = TK-CARRERA (IX-COH)
                   MOVE TCA-NOMBRE (IX-CAR) TO LK-NOMBRE
               END-IF
           END-PERFORM.
           MOVE TK-INGRESANTES (IX-COH) TO LK-INGRESANTES.
           MOVE LINEA-COHORTE TO REG-COHORTES.
           WRITE REG-COHORTES.
           MOVE LINEA-TITULOS TO REG-COHORTES.
           WRITE REG-COHORTES.
           PERFORM VARYING IX-ANIO FROM 1 BY 1
                   UNTIL IX-ANIO > TK-ANIOS (IX-COH)
               PERFORM ESCRIBIR-ANIO
           END-PERFORM.
           MOVE TK-ACTIVOS (IX-COH) TO LTT-ACTIVOS.
           MOVE TK-EGRESADOS (IX-COH) TO LTT-EGRESADOS.
           MOVE TK-ABANDONOS (IX-COH) TO LTT-ABANDONOS.
           MOVE LINEA-TOTAL TO REG-COHORTES.
           WRITE REG-COHORTES.

       ESCRIBIR-ANIO.
           IF TK-INSCRIPTOS (IX-COH, IX-ANIO) > ZERO
               COMPUTE PROMEDIO-APROBADAS ROUNDED =
                   TK-SUMA-APROB (IX-COH, IX-ANIO) /
                   TK-INSCRIPTOS (IX-COH, IX-ANIO)
           ELSE
               MOVE ZERO TO PROMEDIO-APROBADAS
           END-IF.
           MOVE IX-ANIO TO LA-ANIO.
           MOVE TK-INSCRIPTOS (IX-COH, IX-ANIO) TO LA-INSCRIPTOS.
           MOVE PROMEDIO-APROBADAS TO LA-PROMEDIO.
           MOVE TK-EGR (IX-COH, IX-ANIO) TO LA-EGRESADOS.
           MOVE TK-ABAND (IX-COH, IX-ANIO) TO LA-ABANDONOS.
           MOVE LINEA-ANIO TO REG-COHORTES.
           WRITE REG-COHORTES.

           MOVE TK-INGRESO (IX-COH) TO COH-ANIO-INGRESO.
           MOVE ";" TO COH-SEP1.
           MOVE TK-CARRERA (IX-COH) TO COH-CARRERA.
           MOVE ";" TO COH-SEP2.
           MOVE IX-ANIO TO COH-ANIO-CURSADA.
           MOVE ";" TO COH-SEP3.
           MOVE TK-INGRESANTES (IX-COH) TO COH-INGRESANTES.
           MOVE ";" TO COH-SEP4.
           MOVE TK-INSCRIPTOS (IX-COH, IX-ANIO) TO COH-INSCRIPTOS.
           MOVE ";" TO COH-SEP5.
           MOVE PROMEDIO-APROBADAS TO COH-PROM-APROB.
           MOVE ";" TO COH-SEP6.
           MOVE TK-EGR (IX-COH, IX-ANIO) TO COH-EGRESADOS.
           MOVE ";" TO COH-SEP7.
           MOVE TK-ABAND (IX-COH, IX-ANIO) TO COH-ABANDONOS.
           WRITE REG-COHORCSV.

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

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
