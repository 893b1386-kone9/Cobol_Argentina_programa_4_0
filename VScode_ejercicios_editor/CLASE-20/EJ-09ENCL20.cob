      *> Posteo de equivalencias: el alumno que viene de otra
      *> facultad trae materias aprobadas que hasta ahora no habia
      *> donde registrar, y tanto la elegibilidad de egreso
      *> (EJ-08ENCL20) como el control de correlativas del posteo de
      *> inscripcion lo trataban como si nunca las hubiera aprobado.
      *> Esta corrida lee el lote EQUIVALENCIAS (legajo, materia,
      *> institucion de origen, resolucion, fecha y nota o "aprobada
      *> por equivalencia"), valida cada renglon contra el PADRON y el
      *> PLANESTUDIOS de la carrera del alumno, y lo postea en
      *> TRANSCRIPT con termino EQUIV (ver COPYLIB TRANSCRI) para que
      *> no se confunda con un examen, dejando el detalle con la
      *> resolucion en EQUIVREG. Los rechazados salen en EQUIVRECHAZ.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-09ENCL20.
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
      *>   EQUIVALENCIAS es el lote de resoluciones a postear
           SELECT ARCH-EQUIVALENCIAS ASSIGN TO "EQUIVALENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EQUIVALENCIAS.

           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

      *>   PLANESTUDIOS lista las materias obligatorias de cada
      *>   carrera (ver COPYLIB PLANEST)
           SELECT ARCH-PLANEST ASSIGN TO "PLANESTUDIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANEST.

      *>   TRANSCRIPT se lee para no reconocer una materia que el
      *>   alumno ya tiene aprobada y se extiende con los renglones
      *>   EQUIV del lote
           SELECT ARCH-TRANSCRIPT ASSIGN TO "TRANSCRIPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSCRIPT.

      *>   EQUIVREG es el registro permanente de equivalencias con
      *>   su resolucion (ver COPYLIB EQUIVREG)
           SELECT ARCH-EQUIVREG ASSIGN TO "EQUIVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EQUIVREG.

      *>   EQUIVRECHAZ lista los renglones del lote que no se
      *>   postearon y por que
           SELECT ARCH-EQUIVRECHAZ ASSIGN TO "EQUIVRECHAZ"
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
       FD  ARCH-EQUIVALENCIAS.
       01  REG-EQUIVALENCIA.
           03 EQV-LEGAJO      PIC X(10).
           03 EQV-SEP1        PIC X.
           03 EQV-MATERIA     PIC 9.
           03 EQV-SEP2        PIC X.
           03 EQV-INSTITUCION PIC X(30).
           03 EQV-SEP3        PIC X.
           03 EQV-RESOLUCION  PIC X(12).
           03 EQV-SEP4        PIC X.
           03 EQV-FECHA       PIC 9(8).
           03 EQV-SEP5        PIC X.
      *>   N = CON NOTA (EQV-NOTA DE 4 A 10), A = APROBADA POR
      *>   EQUIVALENCIA SIN CALIFICACION (EQV-NOTA EN CERO)
           03 EQV-TIPO        PIC X.
           03 EQV-SEP6        PIC X.
           03 EQV-NOTA        PIC 9(2)V99.

       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-PLANEST
           RECORD CONTAINS 4 CHARACTERS.
           COPY PLANEST.

       FD  ARCH-TRANSCRIPT
           RECORD CONTAINS 51 CHARACTERS.
           COPY TRANSCRI.

       FD  ARCH-EQUIVREG.
           COPY EQUIVREG.

       FD  ARCH-EQUIVRECHAZ.
       01  REG-EQUIVRECHAZ.
           03 EQX-LEGAJO     PIC X(10).
           03 EQX-SEP1       PIC X.
           03 EQX-MATERIA    PIC 9.
           03 EQX-SEP2       PIC X.
           03 EQX-RESOLUCION PIC X(12).
           03 EQX-SEP3       PIC X.
           03 EQX-MOTIVO     PIC X(30).

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

      *>   LEGAJOS DEL PADRON CON SU CARRERA Y EL NOMBRE QUE VA A
      *>   TR-NOMBRE
       01 CANT-PADRON PIC 9(4) COMP VALUE ZERO.
       01 TABLA-PADRON.
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-PADRON OCCURS 6000 TIMES.
               05 TP-LEGAJO  PIC X(10).
               05 TP-CARRERA PIC X(3).
               05 TP-NOMBRE  PIC X(30).
       01 IX-PAD PIC 9(4) COMP VALUE ZERO.
       01 IX-PAD-HALLADO PIC 9(4) COMP VALUE ZERO.

      *>   PLAN DE ESTUDIOS EN MEMORIA (CARRERA + MATERIA)
       01 CANT-PLAN PIC 99 COMP VALUE ZERO.
       01 TABLA-PLAN.
           03 ENTRADA-PLAN OCCURS 30 TIMES.
               05 TPL-CARRERA PIC X(3).
               05 TPL-MATERIA PIC 9.
       01 IX-PLA PIC 99 COMP VALUE ZERO.
       01 MATERIA-EN-PLAN PIC X VALUE "N".

      *>   MATERIAS YA APROBADAS (LEGAJO + MATERIA) SEGUN TRANSCRIPT,
      *>   MAS LAS QUE VA RECONOCIENDO ESTE MISMO LOTE
       01 NOTA-APROBACION PIC 99V99 VALUE 4.00.
       01 NOTA-MAXIMA PIC 99V99 VALUE 10.00.
       01 CANT-APROBADAS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-APROBADAS.
           03 ENTRADA-APROBADA OCCURS 3000 TIMES.
               05 TA-LEGAJO  PIC X(10).
               05 TA-MATERIA PIC 9.
       01 IX-APR PIC 9(4) COMP VALUE ZERO.
       01 YA-APROBADA PIC X VALUE "N".

      *>   RENGLONES DEL LOTE QUE PASARON LA VALIDACION
       01 CANT-LOTE PIC 999 COMP VALUE ZERO.
       01 TABLA-LOTE.
           03 ENTRADA-LOTE OCCURS 200 TIMES.
               05 TL-LEGAJO      PIC X(10).
               05 TL-MATERIA     PIC 9.
               05 TL-INSTITUCION PIC X(30).
               05 TL-RESOLUCION  PIC X(12).
               05 TL-FECHA       PIC 9(8).
               05 TL-TIPO        PIC X.
               05 TL-NOTA        PIC 9(2)V99.
               05 TL-NOMBRE      PIC X(30).
       01 IX-LOTE PIC 999 COMP VALUE ZERO.

       01 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
       01 CANT-LEIDOS PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.

      *>   OPERADOR Y FECHA QUE QUEDAN EN EQUIVREG
       01 OPERADOR-TURNO PIC X(10) VALUE SPACES.
       01 FECHA-CORRIDA PIC 9(8) VALUE ZERO.

       01 FIN-EQUIVALENCIAS PIC X VALUE "N".
       01 FIN-PADRON PIC X VALUE "N".
       01 FIN-PLANEST PIC X VALUE "N".
       01 FIN-TRANSCRIPT PIC X VALUE "N".

       01 WS-FS-EQUIVALENCIAS PIC XX.
           88 FS-EQUIVALENCIAS-OK VALUE "00".
       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-PLANEST PIC XX.
           88 FS-PLANEST-OK VALUE "00".
       01 WS-FS-TRANSCRIPT PIC XX.
           88 FS-TRANSCRIPT-OK VALUE "00".
           88 FS-TRANSCRIPT-NO-EXISTE VALUE "35".
       01 WS-FS-EQUIVREG PIC XX.
           88 FS-EQUIVREG-OK VALUE "00".
           88 FS-EQUIVREG-NO-EXISTE VALUE "35".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC)
           COPY CONFPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-09ENCL20" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "POSTEO DE EQUIVALENCIAS AL HISTORIAL ACADEMICO"
           DISPLAY "-------------------------------------------------".

           MOVE WS-OPERADOR-ID TO OPERADOR-TURNO.
           ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.

           PERFORM CARGAR-PADRON.
           PERFORM CARGAR-PLAN.
           PERFORM CARGAR-APROBADAS.

           OPEN OUTPUT ARCH-EQUIVRECHAZ.
           PERFORM LEER-LOTE.
           CLOSE ARCH-EQUIVRECHAZ.

           DISPLAY "RENGLONES LEIDOS:     " CANT-LEIDOS.
           DISPLAY "RENGLONES RECHAZADOS: " CANT-RECHAZADOS.
           DISPLAY "EQUIVALENCIAS A POSTEAR: " CANT-LOTE.

           IF CANT-LOTE = ZERO
               DISPLAY "NO HAY EQUIVALENCIAS PARA POSTEAR"
               MOVE "OK" TO CTL-ESTADO
               MOVE ZERO TO CTL-CANT-REG
               PERFORM GRABAR-CONTROL
               DISPLAY "TERMINO EL PROGRAMA"
               STOP RUN
           END-IF.

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM POSTEAR-EQUIVALENCIAS
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: NO SE "
                   "POSTEA NINGUNA EQUIVALENCIA"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.

           MOVE "EJ-09ENCL20" TO CTL-JOB.
           MOVE CANT-LOTE TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.

           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       CARGAR-PADRON.
           MOVE "N" TO FIN-PADRON.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-PADRON-OK
               DISPLAY "NO EXISTE EL PADRON: TODO EL LOTE SE RECHAZA"
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
                               "DEL PADRON, YA HAY 6000 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-PADRON
                           MOVE PAD-LEGAJO TO
                                TP-LEGAJO (CANT-PADRON)
                           MOVE PAD-CARRERA-COD TO
                                TP-CARRERA (CANT-PADRON)
                           MOVE SPACES TO TP-NOMBRE (CANT-PADRON)
                           STRING PAD-APELLIDO DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               PAD-NOMBRE DELIMITED BY "  "
                               INTO TP-NOMBRE (CANT-PADRON)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-PLAN.
           MOVE "N" TO FIN-PLANEST.
           OPEN INPUT ARCH-PLANEST.
           IF NOT FS-PLANEST-OK
               DISPLAY "NO EXISTE PLANESTUDIOS: TODO EL LOTE SE "
                   "RECHAZA"
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

      *>   CUENTA COMO APROBADA LA NOTA DE EXAMEN DESDE 4 Y CUALQUIER
      *>   RENGLON EQUIV (CON O SIN NOTA)
       CARGAR-APROBADAS.
           MOVE "N" TO FIN-TRANSCRIPT.
           OPEN INPUT ARCH-TRANSCRIPT.
           IF NOT FS-TRANSCRIPT-OK
               MOVE "S" TO FIN-TRANSCRIPT
           END-IF.
           PERFORM UNTIL FIN-TRANSCRIPT = "S"
               READ ARCH-TRANSCRIPT
                   AT END
                       MOVE "S" TO FIN-TRANSCRIPT
                       CLOSE ARCH-TRANSCRIPT
                   NOT AT END
                       IF TR-NOTA NOT < NOTA-APROBACION
                          OR TR-TERMINO = "EQUIV"
                           IF CANT-APROBADAS >= 3000
                               DISPLAY "ADVERTENCIA: SE IGNORA "
                                   "APROBADA DE TRANSCRIPT, YA HAY "
                                   "3000 CARGADAS"
                           ELSE
                               ADD 1 TO CANT-APROBADAS
                               MOVE TR-LEGAJO TO
                                    TA-LEGAJO (CANT-APROBADAS)
                               MOVE TR-MATERIA TO
                                    TA-MATERIA (CANT-APROBADAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LEER-LOTE.
           MOVE "N" TO FIN-EQUIVALENCIAS.
           OPEN INPUT ARCH-EQUIVALENCIAS.
           IF NOT FS-EQUIVALENCIAS-OK
               DISPLAY "NO EXISTE EL LOTE EQUIVALENCIAS: NADA QUE "
                   "POSTEAR"
               MOVE "S" TO FIN-EQUIVALENCIAS
           END-IF.
           PERFORM UNTIL FIN-EQUIVALENCIAS = "S"
               READ ARCH-EQUIVALENCIAS
                   AT END
                       MOVE "S" TO FIN-EQUIVALENCIAS
                       CLOSE ARCH-EQUIVALENCIAS
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       PERFORM VALIDAR-EQUIVALENCIA
                           THRU VALIDAR-EQUIVALENCIA-FIN
               END-READ
           END-PERFORM.

      *>   UN RENGLON QUE NO PASA SALE A EQUIVRECHAZ CON SU MOTIVO;
      *>   EL QUE PASA QUEDA EN TABLA-LOTE Y SE ANOTA COMO APROBADA
      *>   PARA QUE NO SE REPITA DENTRO DEL MISMO LOTE
       VALIDAR-EQUIVALENCIA.
           MOVE ZERO TO IX-PAD-HALLADO.
           PERFORM VARYING IX-PAD FROM 1 BY 1
                   UNTIL IX-PAD > CANT-PADRON
               IF TP-LEGAJO (IX-PAD) = EQV-LEGAJO
                   MOVE IX-PAD TO IX-PAD-HALLADO
               END-IF
           END-PERFORM.
           IF IX-PAD-HALLADO = ZERO
               MOVE "LEGAJO QUE NO ESTA EN PADRON" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-EQUIVALENCIA
               GO TO VALIDAR-EQUIVALENCIA-FIN.

           MOVE "N" TO MATERIA-EN-PLAN.
           PERFORM VARYING IX-PLA FROM 1 BY 1
                   UNTIL IX-PLA > CANT-PLAN
               IF TPL-CARRERA (IX-PLA) = TP-CARRERA (IX-PAD-HALLADO)
                  AND TPL-MATERIA (IX-PLA) = EQV-MATERIA
                   MOVE "S" TO MATERIA-EN-PLAN
               END-IF
           END-PERFORM.
           IF MATERIA-EN-PLAN = "N"
               MOVE "MATERIA FUERA DEL PLAN" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-EQUIVALENCIA
               GO TO VALIDAR-EQUIVALENCIA-FIN.

           IF EQV-INSTITUCION = SPACES OR EQV-RESOLUCION = SPACES
               MOVE "FALTA INSTITUCION O RESOLUCION" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-EQUIVALENCIA
               GO TO VALIDAR-EQUIVALENCIA-FIN.
           IF EQV-FECHA IS NOT NUMERIC OR EQV-FECHA = ZERO
              OR EQV-FECHA > FECHA-CORRIDA
               MOVE "FECHA DE RESOLUCION INVALIDA" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-EQUIVALENCIA
               GO TO VALIDAR-EQUIVALENCIA-FIN.

           EVALUATE TRUE
               WHEN EQV-TIPO = "N" AND EQV-NOTA IS NUMERIC
                    AND EQV-NOTA NOT < NOTA-APROBACION
                    AND EQV-NOTA NOT > NOTA-MAXIMA
                   CONTINUE
               WHEN EQV-TIPO = "A"
                   MOVE ZERO TO EQV-NOTA
               WHEN OTHER
                   MOVE "TIPO O NOTA INVALIDA" TO MOTIVO-RECHAZO
                   PERFORM RECHAZAR-EQUIVALENCIA
                   GO TO VALIDAR-EQUIVALENCIA-FIN
           END-EVALUATE.

           MOVE "N" TO YA-APROBADA.
           PERFORM VARYING IX-APR FROM 1 BY 1
                   UNTIL IX-APR > CANT-APROBADAS
               IF TA-LEGAJO (IX-APR) = EQV-LEGAJO
                  AND TA-MATERIA (IX-APR) = EQV-MATERIA
                   MOVE "S" TO YA-APROBADA
               END-IF
           END-PERFORM.
           IF YA-APROBADA = "S"
               MOVE "LA MATERIA YA ESTA APROBADA" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-EQUIVALENCIA
               GO TO VALIDAR-EQUIVALENCIA-FIN.

           IF CANT-LOTE >= 200 OR CANT-APROBADAS >= 3000
               MOVE "LOTE LLENO, VA EN OTRA CORRIDA" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-EQUIVALENCIA
               GO TO VALIDAR-EQUIVALENCIA-FIN.

           ADD 1 TO CANT-LOTE.
           MOVE EQV-LEGAJO TO TL-LEGAJO (CANT-LOTE).
           MOVE EQV-MATERIA TO TL-MATERIA (CANT-LOTE).
           MOVE EQV-INSTITUCION TO TL-INSTITUCION (CANT-LOTE).
           MOVE EQV-RESOLUCION TO TL-RESOLUCION (CANT-LOTE).
           MOVE EQV-FECHA TO TL-FECHA (CANT-LOTE).
           MOVE EQV-TIPO TO TL-TIPO (CANT-LOTE).
           MOVE EQV-NOTA TO TL-NOTA (CANT-LOTE).
           MOVE TP-NOMBRE (IX-PAD-HALLADO) TO TL-NOMBRE (CANT-LOTE).
           ADD 1 TO CANT-APROBADAS.
           MOVE EQV-LEGAJO TO TA-LEGAJO (CANT-APROBADAS).
           MOVE EQV-MATERIA TO TA-MATERIA (CANT-APROBADAS).
       VALIDAR-EQUIVALENCIA-FIN.
           EXIT.

       RECHAZAR-EQUIVALENCIA.
           ADD 1 TO CANT-RECHAZADOS.
           MOVE EQV-LEGAJO TO EQX-LEGAJO.
           MOVE ";" TO EQX-SEP1.
           MOVE EQV-MATERIA TO EQX-MATERIA.
           MOVE ";" TO EQX-SEP2.
           MOVE EQV-RESOLUCION TO EQX-RESOLUCION.
           MOVE ";" TO EQX-SEP3.
           MOVE MOTIVO-RECHAZO TO EQX-MOTIVO.
           WRITE REG-EQUIVRECHAZ.
           DISPLAY "RECHAZADA " EQV-LEGAJO " MATERIA " EQV-MATERIA
               ": " MOTIVO-RECHAZO.

      *>   TRANSCRIPT Y EQUIVREG SE EXTIENDEN: NINGUN RENGLON
      *>   EXISTENTE SE TOCA
       POSTEAR-EQUIVALENCIAS.
           OPEN EXTEND ARCH-TRANSCRIPT.
           IF FS-TRANSCRIPT-NO-EXISTE
               OPEN OUTPUT ARCH-TRANSCRIPT
           END-IF.
           OPEN EXTEND ARCH-EQUIVREG.
           IF FS-EQUIVREG-NO-EXISTE
               OPEN OUTPUT ARCH-EQUIVREG
           END-IF.
           PERFORM VARYING IX-LOTE FROM 1 BY 1
                   UNTIL IX-LOTE > CANT-LOTE
               MOVE TL-LEGAJO (IX-LOTE) TO TR-LEGAJO
               MOVE "EQUIV" TO TR-TERMINO
               MOVE TL-MATERIA (IX-LOTE) TO TR-MATERIA
               MOVE TL-NOMBRE (IX-LOTE) TO TR-NOMBRE
               MOVE TL-NOTA (IX-LOTE) TO TR-NOTA
               WRITE REG-TRANSCRIPT

               MOVE TL-LEGAJO (IX-LOTE) TO EQR-LEGAJO
               MOVE ";" TO EQR-SEP1
               MOVE TL-MATERIA (IX-LOTE) TO EQR-MATERIA
               MOVE ";" TO EQR-SEP2
               MOVE TL-INSTITUCION (IX-LOTE) TO EQR-INSTITUCION
               MOVE ";" TO EQR-SEP3
               MOVE TL-RESOLUCION (IX-LOTE) TO EQR-RESOLUCION
               MOVE ";" TO EQR-SEP4
               MOVE TL-FECHA (IX-LOTE) TO EQR-FECHA
               MOVE ";" TO EQR-SEP5
               MOVE TL-TIPO (IX-LOTE) TO EQR-TIPO
               MOVE ";" TO EQR-SEP6
               MOVE TL-NOTA (IX-LOTE) TO EQR-NOTA
               MOVE ";" TO EQR-SEP7
               MOVE FECHA-CORRIDA TO EQR-FECHA-POSTEO
               MOVE ";" TO EQR-SEP8
               MOVE OPERADOR-TURNO TO EQR-OPERADOR
               WRITE REG-EQUIVREG
           END-PERFORM.
           CLOSE ARCH-TRANSCRIPT.
           CLOSE ARCH-EQUIVREG.
           DISPLAY "EQUIVALENCIAS POSTEADAS: " CANT-LOTE.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
