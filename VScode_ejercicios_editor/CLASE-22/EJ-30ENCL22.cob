      *> Posteo de la encuesta docente: secretaria academica toma al
      *> fin del termino una encuesta en papel, una hoja por alumno y
      *> comision con cinco preguntas de 1 a 5, y las hojas nunca se
      *> contaban. La mesa tipea cada hoja en el parte ENCUESTAS y
      *> esta corrida la acepta solo si el alumno curso esa comision
      *> (figura en LISTADO con esa materia y comision y, si hay
      *> acumulado de asistencia, vino a alguna clase segun ASISACUM)
      *> y si no contesto ya esa comision (registro ENCVOTO). Las
      *> respuestas aceptadas van SIN legajo a ENCRESP, ordenadas,
      *> para que el reporte EJ-31ENCL22 no pueda identificar a
      *> nadie; al final el parte se vacia como el de asistencia.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-30ENCL22.
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
      *>   ENCUESTAS es el parte tipeado de las hojas (ver COPYLIB
      *>   ENCUESTA)
           SELECT ARCH-ENCUESTAS ASSIGN TO "ENCUESTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCUESTAS.

           SELECT ARCH-LISTADO ASSIGN TO "LISTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT ARCH-ASISACUM ASSIGN TO "ASISACUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASISACUM.

      *>   ENCVOTO es quien ya contesto y ENCRESP las respuestas
      *>   anonimas (ver COPYLIB ENCVOTO y ENCRESP); se agregan al
      *>   confirmar
           SELECT ARCH-ENCVOTO ASSIGN TO "ENCVOTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCVOTO.

           SELECT ARCH-ENCRESP ASSIGN TO "ENCRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCRESP.

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
       FD  ARCH-ENCUESTAS
           RECORD CONTAINS 17 CHARACTERS.
           COPY ENCUESTA.

       FD  ARCH-LISTADO
           RECORD CONTAINS 36 CHARACTERS.
           COPY LISTADO.

       FD  ARCH-ASISACUM
           RECORD CONTAINS 17 CHARACTERS.
           COPY ASISACUM.

       FD  ARCH-ENCVOTO
           RECORD CONTAINS 12 CHARACTERS.
           COPY ENCVOTO.

       FD  ARCH-ENCRESP
           RECORD CONTAINS 7 CHARACTERS.
           COPY ENCRESP.

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

      *>   NOMINA VIGENTE (LEGAJO + MATERIA + COMISION) DE LISTADO
       01 CANT-NOMINA PIC 9(4) COMP VALUE ZERO.
       01 TABLA-NOMINA.
           03 ENTRADA-NOMINA OCCURS 1000 TIMES.
               05 TL-LEGAJO   PIC X(10).
               05 TL-MATERIA  PIC 9.
               05 TL-COMISION PIC 9.
       01 IX-NOM PIC 9(4) COMP VALUE ZERO.
       01 ALUMNO-INSCRIPTO PIC X VALUE "N".

      *>   ACUMULADO DE ASISTENCIA (LEGAJO + MATERIA + PRESENTES)
       01 CANT-ACUM PIC 9(4) COMP VALUE ZERO.
       01 TABLA-ACUM.
           03 ENTRADA-ACUM OCCURS 1000 TIMES.
               05 TAC-LEGAJO    PIC X(10).
               05 TAC-MATERIA   PIC 9.
               05 TAC-PRESENTES PIC 999.
       01 IX-ACUM PIC 9(4) COMP VALUE ZERO.
       01 HAY-ACUMULADO PIC X VALUE "N".
       01 ALUMNO-CURSO PIC X VALUE "N".

      *>   QUIEN YA CONTESTO (REGISTRO PREVIO + LO ACEPTADO HOY)
       01 CANT-VOTOS PIC 9(4) COMP VALUE ZERO.
       01 CANT-VOTOS-PREVIOS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-VOTOS.
           03 ENTRADA-VOTO OCCURS 2000 TIMES.
               05 TV-LEGAJO   PIC X(10).
               05 TV-MATERIA  PIC 9.
               05 TV-COMISION PIC 9.
       01 IX-VOT PIC 9(4) COMP VALUE ZERO.
       01 VOTO-DESDE PIC 9(4) COMP VALUE ZERO.
       01 YA-CONTESTO PIC X VALUE "N".

      *>   RESPUESTAS ACEPTADAS EN ESTA CORRIDA, SIN LEGAJO; SE
      *>   ORDENAN ANTES DE GRABAR PARA QUE LA POSICION EN ENCRESP NO
      *>   DELATE EL ORDEN DE CARGA
       01 CANT-RESP PIC 9(4) COMP VALUE ZERO.
       01 TABLA-RESP.
           03 ENTRADA-RESP OCCURS 1000 TIMES.
               05 TR-CLAVE.
                   07 TR-MATERIA   PIC 9.
                   07 TR-COMISION  PIC 9.
                   07 TR-RESPUESTA OCCURS 5 TIMES PIC 9.
       01 RESP-AUX PIC X(7).
       01 IX-RESP PIC 9(4) COMP VALUE ZERO.
       01 IX-RESP2 PIC 9(4) COMP VALUE ZERO.
       01 IX-PREG PIC 9 VALUE ZERO.
       01 RESPUESTA-VALIDA PIC X VALUE "S".

       01 MATERIA PIC 9 VALUE ZERO.
       01 MATERIA-NOMBRE PIC X(25) VALUE SPACES.

       01 FIN-ENCUESTAS PIC X VALUE "N".
       01 FIN-LISTADO PIC X VALUE "N".
       01 FIN-ASISACUM PIC X VALUE "N".
       01 FIN-ENCVOTO PIC X VALUE "N".

       01 CANT-ACEPTADAS PIC 9(5) COMP VALUE ZERO.
       01 CANT-RECHAZADAS PIC 9(5) COMP VALUE ZERO.
       01 FORMATEO-RESULT PIC ZZZZ9.

       01 WS-FS-ENCUESTAS PIC XX.
           88 FS-ENCUESTAS-OK VALUE "00".
       01 WS-FS-LISTADO PIC XX.
           88 FS-LISTADO-OK VALUE "00".
       01 WS-FS-ASISACUM PIC XX.
           88 FS-ASISACUM-OK VALUE "00".
       01 WS-FS-ENCVOTO PIC XX.
           88 FS-ENCVOTO-OK VALUE "00".
           88 FS-ENCVOTO-NO-EXISTE VALUE "35".
       01 WS-FS-ENCRESP PIC XX.
           88 FS-ENCRESP-OK VALUE "00".
           88 FS-ENCRESP-NO-EXISTE VALUE "35".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE GRABAR LAS RESPUESTAS
           COPY CONFPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-30ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "POSTEO DE LA ENCUESTA DOCENTE"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-NOMINA.
           PERFORM CARGAR-ACUMULADO.
           PERFORM CARGAR-VOTOS.
           PERFORM POSTEAR-PARTE.

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM ORDENAR-RESPUESTAS
               PERFORM AGREGAR-VOTOS
               PERFORM AGREGAR-RESPUESTAS
               PERFORM VACIAR-PARTE
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: "
                   "LAS RESPUESTAS NO SE GRABAN"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.

           MOVE CANT-ACEPTADAS TO FORMATEO-RESULT.
           DISPLAY "HOJAS ACEPTADAS:       " FORMATEO-RESULT.
           MOVE CANT-RECHAZADAS TO FORMATEO-RESULT.
           DISPLAY "HOJAS RECHAZADAS:      " FORMATEO-RESULT.
           DISPLAY "TERMINO EL PROGRAMA".

           MOVE "EJ-30ENCL22" TO CTL-JOB.
           MOVE CANT-ACEPTADAS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       POSTEAR-PARTE.
           MOVE "N" TO FIN-ENCUESTAS.
           OPEN INPUT ARCH-ENCUESTAS.
           IF NOT FS-ENCUESTAS-OK
               DISPLAY "NO EXISTE ENCUESTAS: NO HAY HOJAS QUE "
                   "POSTEAR"
               MOVE "S" TO FIN-ENCUESTAS
           END-IF.
           PERFORM UNTIL FIN-ENCUESTAS = "S"
               READ ARCH-ENCUESTAS
                   AT END
                       MOVE "S" TO FIN-ENCUESTAS
                       CLOSE ARCH-ENCUESTAS
                   NOT AT END
                       PERFORM POSTEAR-HOJA THRU POSTEAR-HOJA-FIN
               END-READ
           END-PERFORM.

       POSTEAR-HOJA.
      *>   LAS CINCO RESPUESTAS TIENEN QUE ESTAR ENTRE 1 Y 5
           MOVE "S" TO RESPUESTA-VALIDA.
           PERFORM VARYING IX-PREG FROM 1 BY 1 UNTIL IX-PREG > 5
               IF ENC-RESPUESTA (IX-PREG) NOT NUMERIC
                   MOVE "N" TO RESPUESTA-VALIDA
               ELSE
                   IF ENC-RESPUESTA (IX-PREG) < 1
                      OR ENC-RESPUESTA (IX-PREG) > 5
                       MOVE "N" TO RESPUESTA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.
           IF RESPUESTA-VALIDA = "N"
               ADD 1 TO CANT-RECHAZADAS
               DISPLAY "RECHAZADA: " ENC-LEGAJO " MATERIA "
                   ENC-MATERIA " COMISION " ENC-COMISION
                   " TIENE RESPUESTAS FUERA DE 1 A 5"
               GO TO POSTEAR-HOJA-FIN
           END-IF.
      *>   EL ALUMNO TIENE QUE FIGURAR EN LISTADO EN ESA MATERIA Y
      *>   EN ESA COMISION
           MOVE "N" TO ALUMNO-INSCRIPTO.
           PERFORM VARYING IX-NOM FROM 1 BY 1
                   UNTIL IX-NOM > CANT-NOMINA
               IF TL-LEGAJO (IX-NOM) = ENC-LEGAJO
                  AND TL-MATERIA (IX-NOM) = ENC-MATERIA
                  AND TL-COMISION (IX-NOM) = ENC-COMISION
                   MOVE "S" TO ALUMNO-INSCRIPTO
               END-IF
           END-PERFORM.
           IF ALUMNO-INSCRIPTO = "N"
               ADD 1 TO CANT-RECHAZADAS
               DISPLAY "RECHAZADA: " ENC-LEGAJO " NO ESTA "
                   "INSCRIPTO EN LA MATERIA " ENC-MATERIA
                   " COMISION " ENC-COMISION
               GO TO POSTEAR-HOJA-FIN
           END-IF.
      *>   CON ACUMULADO DE ASISTENCIA, ADEMAS TIENE QUE HABER
      *>   VENIDO A ALGUNA CLASE DE LA MATERIA
           IF HAY-ACUMULADO = "S"
               MOVE "N" TO ALUMNO-CURSO
               PERFORM VARYING IX-ACUM FROM 1 BY 1
                       UNTIL IX-ACUM > CANT-ACUM
                   IF TAC-LEGAJO (IX-ACUM) = ENC-LEGAJO
                      AND TAC-MATERIA (IX-ACUM) = ENC-MATERIA
                      AND TAC-PRESENTES (IX-ACUM) > ZERO
                       MOVE "S" TO ALUMNO-CURSO
                   END-IF
               END-PERFORM
               IF ALUMNO-CURSO = "N"
                   ADD 1 TO CANT-RECHAZADAS
                   DISPLAY "RECHAZADA: " ENC-LEGAJO " NO TIENE "
                       "PRESENCIAS EN LA MATERIA " ENC-MATERIA
                   GO TO POSTEAR-HOJA-FIN
               END-IF
           END-IF.
      *>   UNA SOLA HOJA POR ALUMNO Y COMISION, CONTANDO LO YA
      *>   REGISTRADO Y LO ACEPTADO EN ESTA MISMA CORRIDA
           MOVE "N" TO YA-CONTESTO.
           PERFORM VARYING IX-VOT FROM 1 BY 1
                   UNTIL IX-VOT > CANT-VOTOS
               IF TV-LEGAJO (IX-VOT) = ENC-LEGAJO
                  AND TV-MATERIA (IX-VOT) = ENC-MATERIA
                  AND TV-COMISION (IX-VOT) = ENC-COMISION
                   MOVE "S" TO YA-CONTESTO
               END-IF
           END-PERFORM.
           IF YA-CONTESTO = "S"
               ADD 1 TO CANT-RECHAZADAS
               DISPLAY "RECHAZADA: " ENC-LEGAJO " YA CONTESTO LA "
                   "MATERIA " ENC-MATERIA " COMISION " ENC-COMISION
               GO TO POSTEAR-HOJA-FIN
           END-IF.
           IF CANT-VOTOS >= 2000 OR CANT-RESP >= 1000
               ADD 1 TO CANT-RECHAZADAS
               DISPLAY "RECHAZADA: " ENC-LEGAJO " SE SUPERO EL "
                   "MAXIMO DE HOJAS DEL REGISTRO"
               GO TO POSTEAR-HOJA-FIN
           END-IF.
           ADD 1 TO CANT-VOTOS.
           MOVE ENC-LEGAJO TO TV-LEGAJO (CANT-VOTOS).
           MOVE ENC-MATERIA TO TV-MATERIA (CANT-VOTOS).
           MOVE ENC-COMISION TO TV-COMISION (CANT-VOTOS).
           ADD 1 TO CANT-RESP.
           MOVE ENC-MATERIA TO TR-MATERIA (CANT-RESP).
           MOVE ENC-COMISION TO TR-COMISION (CANT-RESP).
           PERFORM VARYING IX-PREG FROM 1 BY 1 UNTIL IX-PREG > 5
               MOVE ENC-RESPUESTA (IX-PREG) TO
                    TR-RESPUESTA (CANT-RESP, IX-PREG)
           END-PERFORM.
           ADD 1 TO CANT-ACEPTADAS.
       POSTEAR-HOJA-FIN.
           EXIT.

       CARGAR-NOMINA.
           MOVE "N" TO FIN-LISTADO.
           OPEN INPUT ARCH-LISTADO.
           IF NOT FS-LISTADO-OK
               DISPLAY "NO EXISTE LISTADO: TODAS LAS HOJAS SE "
                   "RECHAZARIAN, CORRIDA RECHAZADA"
               MOVE "EJ-30ENCL22" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-LISTADO = "S"
               READ ARCH-LISTADO
                   AT END
                       MOVE "S" TO FIN-LISTADO
                       CLOSE ARCH-LISTADO
                   NOT AT END
                       IF CANT-NOMINA >= 1000
                           DISPLAY "ADVERTENCIA: SE IGNORA RENGLON "
                               "DE LISTADO, YA HAY 1000 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-NOMINA
                           MOVE LIST-ID-ALUMNO TO
                                TL-LEGAJO (CANT-NOMINA)
                           MOVE LIST-MATERIA TO MATERIA-NOMBRE
                           PERFORM OBTENER-CODIGO-MATERIA
                           MOVE MATERIA TO TL-MATERIA (CANT-NOMINA)
                           MOVE LIST-COMISION TO
                                TL-COMISION (CANT-NOMINA)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-ACUMULADO.
      *>   SIN ACUMULADO (TERMINO SIN POSTEO DE ASISTENCIA) ALCANZA
      *>   CON LISTADO
           MOVE "N" TO FIN-ASISACUM.
           OPEN INPUT ARCH-ASISACUM.
           IF NOT FS-ASISACUM-OK
               DISPLAY "NO EXISTE ASISACUM: SE VALIDA SOLO CONTRA "
                   "LISTADO"
               MOVE "S" TO FIN-ASISACUM
           ELSE
               MOVE "S" TO HAY-ACUMULADO
           END-IF.
           PERFORM UNTIL FIN-ASISACUM = "S"
               READ ARCH-ASISACUM
                   AT END
                       MOVE "S" TO FIN-ASISACUM
                       CLOSE ARCH-ASISACUM
                   NOT AT END
                       IF CANT-ACUM >= 1000
                           DISPLAY "ADVERTENCIA: SE IGNORA RENGLON "
                               "DEL ACUMULADO, YA HAY 1000 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-ACUM
                           MOVE ACM-LEGAJO TO TAC-LEGAJO (CANT-ACUM)
                           MOVE ACM-MATERIA TO
                                TAC-MATERIA (CANT-ACUM)
                           MOVE ACM-PRESENTES TO
                                TAC-PRESENTES (CANT-ACUM)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-VOTOS.
           MOVE "N" TO FIN-ENCVOTO.
           OPEN INPUT ARCH-ENCVOTO.
           IF NOT FS-ENCVOTO-OK
               MOVE "S" TO FIN-ENCVOTO
           END-IF.
           PERFORM UNTIL FIN-ENCVOTO = "S"
               READ ARCH-ENCVOTO
                   AT END
                       MOVE "S" TO FIN-ENCVOTO
                       CLOSE ARCH-ENCVOTO
                   NOT AT END
                       IF CANT-VOTOS >= 2000
                           DISPLAY "ADVERTENCIA: SE IGNORA RENGLON "
                               "DE ENCVOTO, YA HAY 2000 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-VOTOS
                           MOVE EVO-LEGAJO TO TV-LEGAJO (CANT-VOTOS)
                           MOVE EVO-MATERIA TO
                                TV-MATERIA (CANT-VOTOS)
                           MOVE EVO-COMISION TO
                                TV-COMISION (CANT-VOTOS)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CANT-VOTOS TO CANT-VOTOS-PREVIOS.

       ORDENAR-RESPUESTAS.
      *>   INTERCAMBIO DIRECTO POR MATERIA + COMISION + RESPUESTAS
           PERFORM VARYING IX-RESP FROM 1 BY 1
                   UNTIL IX-RESP >= CANT-RESP
               PERFORM VARYING IX-RESP2 FROM IX-RESP BY 1
                       UNTIL IX-RESP2 > CANT-RESP
                   IF TR-CLAVE (IX-RESP2) < TR-CLAVE (IX-RESP)
                       MOVE TR-CLAVE (IX-RESP) TO RESP-AUX
                       MOVE TR-CLAVE (IX-RESP2) TO TR-CLAVE (IX-RESP)
                       MOVE RESP-AUX TO TR-CLAVE (IX-RESP2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       AGREGAR-VOTOS.
      *>   SOLO LOS NUEVOS: EL REGISTRO PREVIO QUEDA COMO ESTABA
           OPEN EXTEND ARCH-ENCVOTO.
           IF FS-ENCVOTO-NO-EXISTE
               OPEN OUTPUT ARCH-ENCVOTO
           END-IF.
           COMPUTE VOTO-DESDE = CANT-VOTOS-PREVIOS + 1.
           PERFORM VARYING IX-VOT FROM VOTO-DESDE BY 1
                   UNTIL IX-VOT > CANT-VOTOS
               MOVE TV-LEGAJO (IX-VOT) TO EVO-LEGAJO
               MOVE TV-MATERIA (IX-VOT) TO EVO-MATERIA
               MOVE TV-COMISION (IX-VOT) TO EVO-COMISION
               WRITE REG-ENCVOTO
           END-PERFORM.
           CLOSE ARCH-ENCVOTO.

       AGREGAR-RESPUESTAS.
           OPEN EXTEND ARCH-ENCRESP.
           IF FS-ENCRESP-NO-EXISTE
               OPEN OUTPUT ARCH-ENCRESP
           END-IF.
           PERFORM VARYING IX-RESP FROM 1 BY 1
                   UNTIL IX-RESP > CANT-RESP
               MOVE TR-CLAVE (IX-RESP) TO REG-ENCRESP
               WRITE REG-ENCRESP
           END-PERFORM.
           CLOSE ARCH-ENCRESP.

       VACIAR-PARTE.
      *>   EL PARTE YA POSTEADO SE VACIA PARA QUE UNA CORRIDA
      *>   REPETIDA NO RECHACE TODO POR DUPLICADO
           OPEN OUTPUT ARCH-ENCUESTAS.
           CLOSE ARCH-ENCUESTAS.

       OBTENER-CODIGO-MATERIA.
      *>   DEJA EN MATERIA EL CODIGO DEL NOMBRE QUE ESTA EN
      *>   MATERIA-NOMBRE (CERO SI NO ES UNA MATERIA CONOCIDA)
           EVALUATE MATERIA-NOMBRE
               WHEN "ANALISIS MATEMATICO I" MOVE 1 TO MATERIA
               WHEN "DERECHO ADMINISTRATIVO I" MOVE 2 TO MATERIA
               WHEN "IMPUESTOS I" MOVE 3 TO MATERIA
               WHEN OTHER MOVE ZERO TO MATERIA
           END-EVALUATE.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
