      *> Resultados de la encuesta docente: toma las respuestas
      *> anonimas que dejo el posteo EJ-30ENCL22 en ENCRESP y arma el
      *> reporte ENCREPORT con el promedio de cada una de las cinco
      *> preguntas y el promedio general, por comision, por docente
      *> (segun ASIGNADOC y el maestro DOCENTES) y por materia. La
      *> comision con menos respuestas que el minimo (tarjeta MINIMO,
      *> cinco si no viene) sale como RESERVADA y no entra en ningun
      *> promedio, asi nadie puede ser identificado por descarte; el
      *> promedio de la materia se arma solo con comisiones publicadas
      *> y cada docente se compara contra el de su materia.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-31ENCL22.
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
      *>   ENCRESP son las respuestas aceptadas, sin legajo (ver
      *>   COPYLIB ENCRESP)
           SELECT ARCH-ENCRESP ASSIGN TO "ENCRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCRESP.

           SELECT ARCH-DOCENTES ASSIGN TO "DOCENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOCENTES.

           SELECT ARCH-ASIGNADOC ASSIGN TO "ASIGNADOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASIGNADOC.

      *>   ENCREPORT es el reporte de resultados para secretaria
      *>   academica
           SELECT ARCH-ENCREPORT ASSIGN TO "ENCREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCREPORT.

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
       FD  ARCH-ENCRESP
           RECORD CONTAINS 7 CHARACTERS.
           COPY ENCRESP.

       FD  ARCH-DOCENTES
           RECORD CONTAINS 65 CHARACTERS.
           COPY DOCENTES.

       FD  ARCH-ASIGNADOC
           RECORD CONTAINS 12 CHARACTERS.
           COPY ASIGNADOC.

       FD  ARCH-ENCREPORT.
       01  REG-ENCREPORT PIC X(80).

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

      *>   MINIMO DE RESPUESTAS PARA PUBLICAR UNA COMISION
       01 MINIMO-RESPUESTAS PIC 99 VALUE 5.
       01 MINIMO-ENTRADA PIC X(20) VALUE SPACES.

      *>   TOTALES POR COMISION (CANTIDAD Y SUMA DE CADA PREGUNTA)
       01 CANT-COMISIONES PIC 99 COMP VALUE ZERO.
       01 TABLA-COMISIONES.
           03 ENTRADA-COMISION OCCURS 27 TIMES.
               05 TC-CLAVE.
                   07 TC-MATERIA  PIC 9.
                   07 TC-COMISION PIC 9.
               05 TC-CANT PIC 9(4).
               05 TC-SUMA OCCURS 5 TIMES PIC 9(5).
       01 IX-COM PIC 99 COMP VALUE ZERO.
       01 IX-COM2 PIC 99 COMP VALUE ZERO.
       01 IX-COM-HALLADO PIC 99 COMP VALUE ZERO.
       01 COMISION-AUX PIC X(31).
       01 BUSCA-MATERIA PIC 9 VALUE ZERO.
       01 BUSCA-COMISION PIC 9 VALUE ZERO.

      *>   TOTALES POR MATERIA, SOLO DE COMISIONES PUBLICADAS
       01 TABLA-TOTAL-MATERIAS.
           03 ENTRADA-TOTAL-MATERIA OCCURS 3 TIMES.
               05 TMA-CANT PIC 9(4).
               05 TMA-SUMA OCCURS 5 TIMES PIC 9(5).
       01 IX-MAT PIC 9 COMP VALUE ZERO.

      *>   DOCENTES DEL MAESTRO
       01 CANT-DOCENTES PIC 99 COMP VALUE ZERO.
       01 TABLA-DOCENTES.
           03 ENTRADA-DOCENTE OCCURS 30 TIMES.
               05 TD-LEGAJO PIC X(10).
               05 TD-NOMBRE PIC X(30).
       01 IX-DOC PIC 99 COMP VALUE ZERO.

      *>   ASIGNACIONES DE DOCENTES POR MATERIA + COMISION
       01 CANT-ASIGNACIONES PIC 99 COMP VALUE ZERO.
       01 TABLA-ASIGNACIONES.
           03 ENTRADA-ASIGNACION OCCURS 27 TIMES.
               05 TG-MATERIA  PIC 9.
               05 TG-COMISION PIC 9.
               05 TG-DOCENTE  PIC X(10).
       01 IX-ASG PIC 99 COMP VALUE ZERO.
       01 DOCENTE-EN-MATERIA PIC X VALUE "N".

      *>   ACUMULADOR DE TRABAJO PARA FORMATEAR UN RENGLON DE PROMEDIOS
       01 ACUMULADOR.
           03 ACUM-CANT PIC 9(4) VALUE ZERO.
           03 ACUM-SUMA OCCURS 5 TIMES PIC 9(5).
       01 ACUM-TOTAL PIC 9(6) VALUE ZERO.
       01 IX-PREG PIC 9 COMP VALUE ZERO.
       01 PROMEDIO-PREG PIC 9V99 VALUE ZERO.
       01 PROMEDIO-DOCENTE PIC 9V99 VALUE ZERO.
       01 PROMEDIO-MATERIA PIC 9V99 VALUE ZERO.
       01 DIFERENCIA PIC S9V99 VALUE ZERO.

       01 MATERIA PIC 9 VALUE ZERO.
       01 MATERIA-NOMBRE PIC X(25) VALUE SPACES.

       01 FIN-ENCRESP PIC X VALUE "N".
       01 FIN-DOCENTES PIC X VALUE "N".
       01 FIN-ASIGNADOC PIC X VALUE "N".

       01 CANT-RESPUESTAS PIC 9(5) COMP VALUE ZERO.
       01 CANT-PUBLICADAS PIC 99 COMP VALUE ZERO.
       01 CANT-RESERVADAS PIC 99 COMP VALUE ZERO.
       01 FORMATEO-RESULT PIC ZZZZ9.

       01 WS-FS-ENCRESP PIC XX.
           88 FS-ENCRESP-OK VALUE "00".
       01 WS-FS-DOCENTES PIC XX.
           88 FS-DOCENTES-OK VALUE "00".
       01 WS-FS-ASIGNADOC PIC XX.
           88 FS-ASIGNADOC-OK VALUE "00".
       01 WS-FS-ENCREPORT PIC XX.
           88 FS-ENCREPORT-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   LINEAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER       PIC X(33) VALUE
              "RESULTADOS DE LA ENCUESTA DOCENTE".
           03 FILLER       PIC X(25) VALUE
              " - MINIMO PARA PUBLICAR: ".
           03 LT-MINIMO    PIC Z9.
       01 LINEA-SECCION    PIC X(64) VALUE SPACES.
       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(27) VALUE SPACES.
           03 FILLER       PIC X(7) VALUE "COM RTA".
           03 FILLER       PIC X(30) VALUE
              "    P1    P2    P3    P4    P5".
           03 FILLER       PIC X(6) VALUE "  PROM".
       01 LINEA-RESULTADO.
           03 FILLER       PIC XX VALUE SPACES.
           03 LR-TITULO    PIC X(25).
           03 FILLER       PIC X VALUE SPACE.
           03 LR-COMISION  PIC X(2).
           03 LR-CANT      PIC ZZZ9.
           03 LR-PREGUNTA OCCURS 5 TIMES.
               05 FILLER   PIC XX VALUE SPACES.
               05 LR-PROMEDIO PIC 9.99.
           03 FILLER       PIC XX VALUE SPACES.
           03 LR-GENERAL   PIC 9.99.
       01 LINEA-RESERVADA.
           03 FILLER       PIC XX VALUE SPACES.
           03 LRS-TITULO   PIC X(25).
           03 FILLER       PIC X VALUE SPACE.
           03 LRS-COMISION PIC X(2).
           03 LRS-CANT     PIC ZZZ9.
           03 FILLER       PIC X(26) VALUE
              "  RESERVADA: MENOS DE LAS ".
           03 LRS-MINIMO   PIC Z9.
           03 FILLER       PIC X(12) VALUE " RESPUESTAS".
       01 LINEA-DOCENTE.
           03 FILLER       PIC X(8) VALUE "DOCENTE ".
           03 LD-LEGAJO    PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LD-NOMBRE    PIC X(30).
       01 LINEA-COMPARACION.
           03 FILLER       PIC X(6) VALUE SPACES.
           03 FILLER       PIC X(24) VALUE "PROMEDIO DE LA MATERIA: ".
           03 LCO-MATERIA  PIC 9.99.
           03 FILLER       PIC X(14) VALUE "  DIFERENCIA: ".
           03 LCO-DIFERENCIA PIC +9.99.
       01 LINEA-GUIONES PIC X(71) VALUE ALL "-".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-31ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "RESULTADOS DE LA ENCUESTA DOCENTE"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-RUNCARD THRU CARGAR-RUNCARD-FIN.
           MOVE "MINIMO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR TO MINIMO-ENTRADA
           ELSE
               DISPLAY "MINIMO DE RESPUESTAS PARA PUBLICAR UNA "
                   "COMISION (ENTER = 5): "
               ACCEPT MINIMO-ENTRADA
           END-IF.
           IF MINIMO-ENTRADA (1:2) IS NUMERIC
               MOVE MINIMO-ENTRADA (1:2) TO MINIMO-RESPUESTAS
           ELSE
               IF MINIMO-ENTRADA (1:1) IS NUMERIC
                  AND MINIMO-ENTRADA (2:1) = SPACE
                   MOVE MINIMO-ENTRADA (1:1) TO MINIMO-RESPUESTAS
               END-IF
           END-IF.
           IF MINIMO-RESPUESTAS < 1
               MOVE 5 TO MINIMO-RESPUESTAS
           END-IF.

           PERFORM CARGAR-DOCENTES.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM CARGAR-RESPUESTAS.
           PERFORM ORDENAR-COMISIONES.
           PERFORM ACUMULAR-MATERIAS.

           OPEN OUTPUT ARCH-ENCREPORT.
           MOVE MINIMO-RESPUESTAS TO LT-MINIMO.
           MOVE LINEA-TITULO TO REG-ENCREPORT.
           WRITE REG-ENCREPORT.
           PERFORM ESCRIBIR-COMISIONES.
           PERFORM ESCRIBIR-DOCENTES.
           PERFORM ESCRIBIR-MATERIAS.
           CLOSE ARCH-ENCREPORT.

           MOVE CANT-RESPUESTAS TO FORMATEO-RESULT.
           DISPLAY "RESPUESTAS LEIDAS:     " FORMATEO-RESULT.
           MOVE CANT-PUBLICADAS TO FORMATEO-RESULT.
           DISPLAY "COMISIONES PUBLICADAS: " FORMATEO-RESULT.
           MOVE CANT-RESERVADAS TO FORMATEO-RESULT.
           DISPLAY "COMISIONES RESERVADAS: " FORMATEO-RESULT.
           DISPLAY "TERMINO EL PROGRAMA".

           MOVE "EJ-31ENCL22" TO CTL-JOB.
           MOVE CANT-RESPUESTAS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       CARGAR-DOCENTES.
           MOVE "N" TO FIN-DOCENTES.
           OPEN INPUT ARCH-DOCENTES.
           IF NOT FS-DOCENTES-OK
               DISPLAY "NO EXISTE DOCENTES: SIN MAESTRO NO HAY "
                   "RESULTADOS POR DOCENTE, CORRIDA RECHAZADA"
               MOVE "EJ-31ENCL22" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-DOCENTES = "S"
               READ ARCH-DOCENTES
                   AT END
                       MOVE "S" TO FIN-DOCENTES
                       CLOSE ARCH-DOCENTES
                   NOT AT END
                       IF CANT-DOCENTES >= 30
                           DISPLAY "ADVERTENCIA: SE IGNORA DOCENTE "
                               DOC-LEGAJO ", YA HAY 30 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-DOCENTES
                           MOVE DOC-LEGAJO TO
                                TD-LEGAJO (CANT-DOCENTES)
                           MOVE DOC-NOMBRE TO
                                TD-NOMBRE (CANT-DOCENTES)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-ASIGNACIONES.
      *>   CADA COMISION ASIGNADA ENTRA EN LA TABLA AUNQUE NO TENGA
      *>   RESPUESTAS, PARA QUE SALGA COMO RESERVADA Y NO SE PIERDA
           MOVE "N" TO FIN-ASIGNADOC.
           OPEN INPUT ARCH-ASIGNADOC.
           IF NOT FS-ASIGNADOC-OK
               DISPLAY "NO EXISTE ASIGNADOC: NO HAY RESULTADOS "
                   "POR DOCENTE"
               MOVE "S" TO FIN-ASIGNADOC
           END-IF.
           PERFORM UNTIL FIN-ASIGNADOC = "S"
               READ ARCH-ASIGNADOC
                   AT END
                       MOVE "S" TO FIN-ASIGNADOC
                       CLOSE ARCH-ASIGNADOC
                   NOT AT END
                       IF CANT-ASIGNACIONES >= 27
                           DISPLAY "ADVERTENCIA: SE IGNORA "
                               "ASIGNACION, YA HAY 27 CARGADAS"
                       ELSE
                           ADD 1 TO CANT-ASIGNACIONES
                           MOVE ASG-MATERIA TO
                                TG-MATERIA (CANT-ASIGNACIONES)
                           MOVE ASG-COMISION TO
                                TG-COMISION (CANT-ASIGNACIONES)
                           MOVE ASG-DOCENTE TO
                                TG-DOCENTE (CANT-ASIGNACIONES)
                           MOVE ASG-MATERIA TO BUSCA-MATERIA
                           MOVE ASG-COMISION TO BUSCA-COMISION
                           PERFORM BUSCAR-COMISION
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-RESPUESTAS.
           MOVE "N" TO FIN-ENCRESP.
           OPEN INPUT ARCH-ENCRESP.
           IF NOT FS-ENCRESP-OK
               DISPLAY "NO EXISTE ENCRESP: NO HAY RESPUESTAS "
                   "POSTEADAS"
               MOVE "S" TO FIN-ENCRESP
           END-IF.
           PERFORM UNTIL FIN-ENCRESP = "S"
               READ ARCH-ENCRESP
                   AT END
                       MOVE "S" TO FIN-ENCRESP
                       CLOSE ARCH-ENCRESP
                   NOT AT END
                       PERFORM SUMAR-RESPUESTA
               END-READ
           END-PERFORM.

       SUMAR-RESPUESTA.
           IF ERS-MATERIA < 1 OR ERS-MATERIA > 3
               DISPLAY "ADVERTENCIA: SE IGNORA RESPUESTA DE "
                   "MATERIA DESCONOCIDA " ERS-MATERIA
           ELSE
               MOVE ERS-MATERIA TO BUSCA-MATERIA
               MOVE ERS-COMISION TO BUSCA-COMISION
               PERFORM BUSCAR-COMISION
               IF IX-COM-HALLADO > ZERO
                   ADD 1 TO TC-CANT (IX-COM-HALLADO)
                   PERFORM VARYING IX-PREG FROM 1 BY 1
                           UNTIL IX-PREG > 5
                       ADD ERS-RESPUESTA (IX-PREG) TO
                           TC-SUMA (IX-COM-HALLADO, IX-PREG)
                   END-PERFORM
                   ADD 1 TO CANT-RESPUESTAS
               END-IF
           END-IF.

       BUSCAR-COMISION.
      *>   DEJA EN IX-COM-HALLADO LA COMISION BUSCADA, DANDOLA DE ALTA
      *>   EN CERO SI TODAVIA NO ESTA (CERO SI LA TABLA ESTA LLENA)
           MOVE ZERO TO IX-COM-HALLADO.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               IF TC-MATERIA (IX-COM) = BUSCA-MATERIA
                  AND TC-COMISION (IX-COM) = BUSCA-COMISION
                   MOVE IX-COM TO IX-COM-HALLADO
               END-IF
           END-PERFORM.
           IF IX-COM-HALLADO = ZERO
               IF CANT-COMISIONES >= 27
                   DISPLAY "ADVERTENCIA: SE IGNORA LA COMISION "
                       BUSCA-MATERIA "-" BUSCA-COMISION
                       ", YA HAY 27 CARGADAS"
               ELSE
                   ADD 1 TO CANT-COMISIONES
                   MOVE BUSCA-MATERIA TO TC-MATERIA (CANT-COMISIONES)
                   MOVE BUSCA-COMISION TO
                        TC-COMISION (CANT-COMISIONES)
                   MOVE ZERO TO TC-CANT (CANT-COMISIONES)
                   PERFORM VARYING IX-PREG FROM 1 BY 1
                           UNTIL IX-PREG > 5
                       MOVE ZERO TO TC-SUMA (CANT-COMISIONES, IX-PREG)
                   END-PERFORM
                   MOVE CANT-COMISIONES TO IX-COM-HALLADO
               END-IF
           END-IF.

       ORDENAR-COMISIONES.
      *>   INTERCAMBIO DIRECTO POR MATERIA + COMISION
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM >= CANT-COMISIONES
               PERFORM VARYING IX-COM2 FROM IX-COM BY 1
                       UNTIL IX-COM2 > CANT-COMISIONES
                   IF TC-CLAVE (IX-COM2) < TC-CLAVE (IX-COM)
                       MOVE ENTRADA-COMISION (IX-COM) TO COMISION-AUX
                       MOVE ENTRADA-COMISION (IX-COM2) TO
                            ENTRADA-COMISION (IX-COM)
                       MOVE COMISION-AUX TO ENTRADA-COMISION (IX-COM2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ACUMULAR-MATERIAS.
      *>   EL PROMEDIO DE LA MATERIA SOLO SUMA COMISIONES PUBLICADAS,
      *>   SI NO POR DIFERENCIA SE SACARIA LA RESERVADA
           PERFORM VARYING IX-MAT FROM 1 BY 1 UNTIL IX-MAT > 3
               MOVE ZERO TO TMA-CANT (IX-MAT)
               PERFORM VARYING IX-PREG FROM 1 BY 1 UNTIL IX-PREG > 5
                   MOVE ZERO TO TMA-SUMA (IX-MAT, IX-PREG)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               IF TC-CANT (IX-COM) >= MINIMO-RESPUESTAS
                  AND TC-MATERIA (IX-COM) >= 1
                  AND TC-MATERIA (IX-COM) <= 3
                   MOVE TC-MATERIA (IX-COM) TO IX-MAT
                   ADD TC-CANT (IX-COM) TO TMA-CANT (IX-MAT)
                   PERFORM VARYING IX-PREG FROM 1 BY 1
                           UNTIL IX-PREG > 5
                       ADD TC-SUMA (IX-COM, IX-PREG) TO
                           TMA-SUMA (IX-MAT, IX-PREG)
                   END-PERFORM
               END-IF
           END-PERFORM.

       ESCRIBIR-COMISIONES.
           MOVE "RESULTADOS POR COMISION" TO LINEA-SECCION.
           PERFORM ESCRIBIR-SECCION.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               MOVE TC-MATERIA (IX-COM) TO MATERIA
               PERFORM OBTENER-NOMBRE-MATERIA
               IF TC-CANT (IX-COM) < MINIMO-RESPUESTAS
                   ADD 1 TO CANT-RESERVADAS
                   MOVE MATERIA-NOMBRE TO LRS-TITULO
                   MOVE SPACES TO LRS-COMISION
                   MOVE TC-COMISION (IX-COM) TO LRS-COMISION (1:1)
                   MOVE TC-CANT (IX-COM) TO LRS-CANT
                   MOVE MINIMO-RESPUESTAS TO LRS-MINIMO
                   MOVE LINEA-RESERVADA TO REG-ENCREPORT
                   WRITE REG-ENCREPORT
               ELSE
                   ADD 1 TO CANT-PUBLICADAS
                   MOVE TC-CANT (IX-COM) TO ACUM-CANT
                   PERFORM VARYING IX-PREG FROM 1 BY 1
                           UNTIL IX-PREG > 5
                       MOVE TC-SUMA (IX-COM, IX-PREG) TO
                            ACUM-SUMA (IX-PREG)
                   END-PERFORM
                   PERFORM FORMATEAR-PROMEDIOS
                   MOVE MATERIA-NOMBRE TO LR-TITULO
                   MOVE SPACES TO LR-COMISION
                   MOVE TC-COMISION (IX-COM) TO LR-COMISION (1:1)
                   MOVE LINEA-RESULTADO TO REG-ENCREPORT
                   WRITE REG-ENCREPORT
               END-IF
           END-PERFORM.

       ESCRIBIR-DOCENTES.
      *>   POR CADA DOCENTE Y MATERIA QUE DICTA: SUS COMISIONES
      *>   PUBLICADAS SUMADAS, CONTRA EL PROMEDIO DE LA MATERIA
           MOVE "RESULTADOS POR DOCENTE" TO LINEA-SECCION.
           PERFORM ESCRIBIR-SECCION.
           PERFORM VARYING IX-DOC FROM 1 BY 1
                   UNTIL IX-DOC > CANT-DOCENTES
               MOVE "N" TO DOCENTE-EN-MATERIA
               PERFORM VARYING IX-ASG FROM 1 BY 1
                       UNTIL IX-ASG > CANT-ASIGNACIONES
                   IF TG-DOCENTE (IX-ASG) = TD-LEGAJO (IX-DOC)
                       MOVE "S" TO DOCENTE-EN-MATERIA
                   END-IF
               END-PERFORM
               IF DOCENTE-EN-MATERIA = "S"
                   MOVE TD-LEGAJO (IX-DOC) TO LD-LEGAJO
                   MOVE TD-NOMBRE (IX-DOC) TO LD-NOMBRE
                   MOVE LINEA-DOCENTE TO REG-ENCREPORT
                   WRITE REG-ENCREPORT
                   PERFORM VARYING IX-MAT FROM 1 BY 1
                           UNTIL IX-MAT > 3
                       PERFORM ESCRIBIR-DOCENTE-MATERIA
                   END-PERFORM
               END-IF
           END-PERFORM.

       ESCRIBIR-DOCENTE-MATERIA.
           MOVE "N" TO DOCENTE-EN-MATERIA.
           MOVE ZERO TO ACUM-CANT.
           PERFORM VARYING IX-PREG FROM 1 BY 1 UNTIL IX-PREG > 5
               MOVE ZERO TO ACUM-SUMA (IX-PREG)
           END-PERFORM.
           PERFORM VARYING IX-ASG FROM 1 BY 1
                   UNTIL IX-ASG > CANT-ASIGNACIONES
               IF TG-DOCENTE (IX-ASG) = TD-LEGAJO (IX-DOC)
                  AND TG-MATERIA (IX-ASG) = IX-MAT
                   MOVE "S" TO DOCENTE-EN-MATERIA
                   MOVE TG-MATERIA (IX-ASG) TO BUSCA-MATERIA
                   MOVE TG-COMISION (IX-ASG) TO BUSCA-COMISION
                   PERFORM BUSCAR-COMISION
                   IF IX-COM-HALLADO > ZERO
                       IF TC-CANT (IX-COM-HALLADO) >=
                          MINIMO-RESPUESTAS
                           ADD TC-CANT (IX-COM-HALLADO) TO ACUM-CANT
                           PERFORM VARYING IX-PREG FROM 1 BY 1
                                   UNTIL IX-PREG > 5
                               ADD TC-SUMA (IX-COM-HALLADO, IX-PREG)
                                   TO ACUM-SUMA (IX-PREG)
                           END-PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF DOCENTE-EN-MATERIA = "S"
               MOVE IX-MAT TO MATERIA
               PERFORM OBTENER-NOMBRE-MATERIA
               IF ACUM-CANT = ZERO
                   MOVE MATERIA-NOMBRE TO LRS-TITULO
                   MOVE SPACES TO LRS-COMISION
                   MOVE ZERO TO LRS-CANT
                   MOVE MINIMO-RESPUESTAS TO LRS-MINIMO
                   MOVE LINEA-RESERVADA TO REG-ENCREPORT
                   WRITE REG-ENCREPORT
               ELSE
                   PERFORM FORMATEAR-PROMEDIOS
                   MOVE PROMEDIO-PREG TO PROMEDIO-DOCENTE
                   MOVE MATERIA-NOMBRE TO LR-TITULO
                   MOVE SPACES TO LR-COMISION
                   MOVE LINEA-RESULTADO TO REG-ENCREPORT
                   WRITE REG-ENCREPORT
                   PERFORM CALCULAR-PROMEDIO-MATERIA
                   MOVE PROMEDIO-MATERIA TO LCO-MATERIA
                   COMPUTE DIFERENCIA =
                       PROMEDIO-DOCENTE - PROMEDIO-MATERIA
                   MOVE DIFERENCIA TO LCO-DIFERENCIA
                   MOVE LINEA-COMPARACION TO REG-ENCREPORT
                   WRITE REG-ENCREPORT
               END-IF
           END-IF.

       CALCULAR-PROMEDIO-MATERIA.
      *>   PROMEDIO GENERAL DE LA MATERIA IX-MAT (SUS COMISIONES
      *>   PUBLICADAS); SI EL DOCENTE TIENE PUBLICADAS, NO ES CERO
           MOVE ZERO TO ACUM-TOTAL.
           PERFORM VARYING IX-PREG FROM 1 BY 1 UNTIL IX-PREG > 5
               ADD TMA-SUMA (IX-MAT, IX-PREG) TO ACUM-TOTAL
           END-PERFORM.
           COMPUTE PROMEDIO-MATERIA ROUNDED =
               ACUM-TOTAL / (TMA-CANT (IX-MAT) * 5).

       ESCRIBIR-MATERIAS.
           MOVE "PROMEDIOS POR MATERIA (COMISIONES PUBLICADAS)" TO
                LINEA-SECCION.
           PERFORM ESCRIBIR-SECCION.
           PERFORM VARYING IX-MAT FROM 1 BY 1 UNTIL IX-MAT > 3
               MOVE IX-MAT TO MATERIA
               PERFORM OBTENER-NOMBRE-MATERIA
               IF TMA-CANT (IX-MAT) > ZERO
                   MOVE TMA-CANT (IX-MAT) TO ACUM-CANT
                   PERFORM VARYING IX-PREG FROM 1 BY 1
                           UNTIL IX-PREG > 5
                       MOVE TMA-SUMA (IX-MAT, IX-PREG) TO
                            ACUM-SUMA (IX-PREG)
                   END-PERFORM
                   PERFORM FORMATEAR-PROMEDIOS
                   MOVE MATERIA-NOMBRE TO LR-TITULO
                   MOVE SPACES TO LR-COMISION
                   MOVE LINEA-RESULTADO TO REG-ENCREPORT
                   WRITE REG-ENCREPORT
               END-IF
           END-PERFORM.

       FORMATEAR-PROMEDIOS.
      *>   ARMA EN LINEA-RESULTADO LA CANTIDAD, EL PROMEDIO DE CADA
      *>   PREGUNTA Y EL GENERAL A PARTIR DE ACUM-CANT Y ACUM-SUMA;
      *>   EL GENERAL QUEDA ADEMAS EN PROMEDIO-PREG
           MOVE ACUM-CANT TO LR-CANT.
           MOVE ZERO TO ACUM-TOTAL.
           PERFORM VARYING IX-PREG FROM 1 BY 1 UNTIL IX-PREG > 5
               COMPUTE PROMEDIO-PREG ROUNDED =
                   ACUM-SUMA (IX-PREG) / ACUM-CANT
               MOVE PROMEDIO-PREG TO LR-PROMEDIO (IX-PREG)
               ADD ACUM-SUMA (IX-PREG) TO ACUM-TOTAL
           END-PERFORM.
           COMPUTE PROMEDIO-PREG ROUNDED = ACUM-TOTAL / (ACUM-CANT * 5).
           MOVE PROMEDIO-PREG TO LR-GENERAL.

       ESCRIBIR-SECCION.
           MOVE LINEA-GUIONES TO REG-ENCREPORT.
           WRITE REG-ENCREPORT.
           MOVE LINEA-SECCION TO REG-ENCREPORT.
           WRITE REG-ENCREPORT.
           MOVE LINEA-ENCABEZADO TO REG-ENCREPORT.
           WRITE REG-ENCREPORT.
           MOVE LINEA-GUIONES TO REG-ENCREPORT.
           WRITE REG-ENCREPORT.

       OBTENER-NOMBRE-MATERIA.
           EVALUATE MATERIA
               WHEN 1 MOVE "ANALISIS MATEMATICO I" TO MATERIA-NOMBRE
               WHEN 2 MOVE "DERECHO ADMINISTRATIVO I" TO MATERIA-NOMBRE
               WHEN 3 MOVE "IMPUESTOS I" TO MATERIA-NOMBRE
               WHEN OTHER MOVE "MATERIA DESCONOCIDA" TO MATERIA-NOMBRE
           END-EVALUATE.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
