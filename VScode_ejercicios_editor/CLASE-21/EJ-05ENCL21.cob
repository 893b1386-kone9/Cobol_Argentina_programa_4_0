      *> Control de copia entre planillas de una sesion: con las
      *> planillas individuales de EJ-04ENCL21 copiar la hoja entera
      *> ya sale INCORRECTO, pero siguen apareciendo pares de
      *> alumnos que entregan el mismo resultado equivocado en la
      *> misma operacion, y el corrector EJ-02ENCL21 los puntua a
      *> cada uno por separado. Como cada alumno tiene sus propios
      *> impares, dos resultados incorrectos identicos en la misma
      *> posicion de la consigna casi nunca son casualidad. Esta
      *> corrida toma el GRADECSV de la sesion (validando cabecera y
      *> pie, ver COPYLIB CABPIE), compara alumno contra alumno
      *> posicion por posicion y lista en COLUSION los pares con al
      *> menos MINIMO incorrectos identicos (tarjeta de corrida o
      *> consola, sin respuesta 3), con las operaciones que
      *> coinciden y los incorrectos de cada uno segun HISTSESION.
      *> Los pares marcados quedan en PARESHIST (ver COPYLIB
      *> PARESHIS), y el reporte dice en cuantas sesiones anteriores
      *> ya habia salido el mismo par, para que el docente los
      *> revise antes de cerrar las notas.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-05ENCL21.
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
           SELECT ARCH-GRADECSV ASSIGN TO "GRADECSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRADECSV.

           SELECT ARCH-HISTSESION ASSIGN TO "HISTSESION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTSESION.

      *>   PARESHIST guarda los pares marcados sesion a sesion
           SELECT ARCH-PARESHIST ASSIGN TO "PARESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARESHIST.

      *>   COLUSION es el reporte imprimible para el docente
           SELECT ARCH-COLUSION ASSIGN TO "COLUSION"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   RUNCARDS trae la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCARD): con tarjeta el minimo no se pregunta
           SELECT ARCH-RUNCARDS ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCARDS.
      *>--------------------------------------

      *>--------------------------------------
       DATA DIVISION.
      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-GRADECSV.
           COPY GRADECSV.
           COPY CABPIE.

       FD  ARCH-HISTSESION
           RECORD CONTAINS 29 CHARACTERS.
           COPY HISTSES.

       FD  ARCH-PARESHIST
           RECORD CONTAINS 34 CHARACTERS.
           COPY PARESHIS.

       FD  ARCH-COLUSION.
       01  REG-COLUSION PIC X(80).

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.

      *>----------------------------------------------------------------
      *>----------------------------WORKING-----------------------------
       WORKING-STORAGE SECTION.

      *>   FECHA DE LA SESION (DE LA CABECERA DEL GRADECSV) Y MINIMO
      *>   DE INCORRECTOS IDENTICOS PARA MARCAR UN PAR
       77 FECHA-SESION PIC 9(8) VALUE ZERO.
       77 MINIMO-COINCIDENCIAS PIC 99 VALUE ZERO.

      *>   CONTROL DE CABECERA Y PIE DEL GRADECSV
       77 VISTO-CABECERA PIC X VALUE "N".
       77 VISTO-PIE PIC X VALUE "N".
       77 PIE-CANTIDAD PIC 9(7) VALUE ZERO.
       77 RENGLONES-LEIDOS PIC 9(7) VALUE ZERO.

      *>   RENGLONES DE LA SESION, EN EL ORDEN DEL ARCHIVO (CADA
      *>   ALUMNO TRAE SUS OPERACIONES SEGUIDAS, EN EL ORDEN DE LA
      *>   CONSIGNA)
       77 CANT-RENGLONES PIC 9(4) VALUE ZERO.
       01 TABLA-RENGLONES.
           03 RENGLON-ENTRY OCCURS 2000 TIMES.
               05 TR-CODIGO     PIC X.
               05 TR-RESULTADO  PIC X(9).
               05 TR-ESTADO     PIC X(10).

      *>   ALUMNOS DE LA SESION: DONDE EMPIEZAN SUS RENGLONES,
      *>   CUANTOS SON Y CUANTOS INCORRECTOS TUVO
       77 CANT-ALUMNOS PIC 999 VALUE ZERO.
       01 TABLA-ALUMNOS.
           03 ALUMNO-ENTRY OCCURS 200 TIMES.
               05 TA-LEGAJO       PIC X(10).
               05 TA-DESDE        PIC 9(4).
               05 TA-CANT         PIC 99.
               05 TA-INCORRECTAS  PIC 999.
               05 TA-DEL-HIST     PIC X.
       77 IX-ALU PIC 999 VALUE ZERO.
       77 IX-ALU2 PIC 999 VALUE ZERO.

      *>   PARES MARCADOS EN SESIONES ANTERIORES (LOS DE ESTA FECHA
      *>   SE DESCARTAN: LA SESION SE VUELVE A EVALUAR ENTERA)
       77 CANT-PARES-HIST PIC 9(4) VALUE ZERO.
       01 TABLA-PARES-HIST.
           03 PAR-HIST-ENTRY OCCURS 3000 TIMES.
               05 TP-FECHA     PIC 9(8).
               05 TP-LEGAJO-A  PIC X(10).
               05 TP-LEGAJO-B  PIC X(10).
               05 TP-COINCIDEN PIC 999.
       77 IX-PAR PIC 9(4) VALUE ZERO.

      *>   PARES MARCADOS EN ESTA SESION
       77 CANT-PARES-NUEVOS PIC 999 VALUE ZERO.
       01 TABLA-PARES-NUEVOS.
           03 PAR-NUEVO-ENTRY OCCURS 500 TIMES.
               05 TN-LEGAJO-A  PIC X(10).
               05 TN-LEGAJO-B  PIC X(10).
               05 TN-COINCIDEN PIC 999.

      *>   PAR EN EVALUACION
       77 POSICION PIC 99 VALUE ZERO.
       77 POSICIONES PIC 99 VALUE ZERO.
       77 RENGLON-A PIC 9(4) VALUE ZERO.
       77 RENGLON-B PIC 9(4) VALUE ZERO.
       77 COINCIDENCIAS PIC 999 VALUE ZERO.
       77 LEGAJO-A PIC X(10) VALUE SPACES.
       77 LEGAJO-B PIC X(10) VALUE SPACES.
       77 INCORRECTAS-A PIC 999 VALUE ZERO.
       77 INCORRECTAS-B PIC 999 VALUE ZERO.
       77 SESIONES-ANTERIORES PIC 999 VALUE ZERO.
       77 CANT-REINCIDENTES PIC 999 VALUE ZERO.

       01 FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-GRADECSV PIC XX.
           88 FS-GRADECSV-OK VALUE "00".
       01 WS-FS-HISTSESION PIC XX.
           88 FS-HISTSESION-OK VALUE "00".
       01 WS-FS-PARESHIST PIC XX.
           88 FS-PARESHIST-OK VALUE "00".

      *>   TARJETA DE CORRIDA (VER COPYLIB RUNCPROC); ESTE EJERCICIO
      *>   NO ASIENTA EN CONTROL, ASI QUE EL NOMBRE DEL JOB PARA LA
      *>   TARJETA VA EN UN CAMPO PROPIO
           COPY RUNCPROC.
       77 CTL-JOB PIC X(11) VALUE "EJ-05ENCL21".

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER      PIC X(29)
               VALUE "POSIBLE COPIA ENTRE ALUMNOS ".
           03 FILLER      PIC X(8) VALUE "SESION ".
           03 COL-FECHA   PIC 9(8).
           03 FILLER      PIC X(10) VALUE "  MINIMO ".
           03 COL-MINIMO  PIC Z9.
       01 LINEA-PAR.
           03 FILLER      PIC X(4) VALUE "PAR ".
           03 COL-LEGAJO-A PIC X(10).
           03 FILLER      PIC X(3) VALUE " - ".
           03 COL-LEGAJO-B PIC X(10).
           03 FILLER      PIC X(24)
               VALUE "  INCORRECTOS IDENTICOS ".
           03 COL-COINCIDEN PIC ZZ9.
       01 LINEA-INCORRECTAS.
           03 FILLER      PIC X(16) VALUE "  INCORRECTAS: ".
           03 COL-INC-LEG-A PIC X(10).
           03 FILLER      PIC X VALUE SPACE.
           03 COL-INC-A   PIC ZZ9.
           03 FILLER      PIC X(3) VALUE SPACES.
           03 COL-INC-LEG-B PIC X(10).
           03 FILLER      PIC X VALUE SPACE.
           03 COL-INC-B   PIC ZZ9.
       01 LINEA-OPERACION.
           03 FILLER      PIC X(14) VALUE "  OPERACION ".
           03 COL-POSICION PIC Z9.
           03 FILLER      PIC X(9) VALUE "  CODIGO ".
           03 COL-CODIGO  PIC X.
           03 FILLER      PIC X(12) VALUE "  RESULTADO ".
           03 COL-RESULTADO PIC X(9).
       01 LINEA-REINCIDENTE.
           03 FILLER      PIC X(37)
               VALUE "  *** PAR REINCIDENTE: YA MARCADO EN ".
           03 COL-SESIONES PIC ZZ9.
           03 FILLER      PIC X(22) VALUE " SESION(ES) ANTERIORES".
       01 LINEA-GUIONES PIC X(60) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
           PERFORM CARGAR-RUNCARD THRU CARGAR-RUNCARD-FIN.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CONTROL DE COPIA ENTRE PLANILLAS DE UNA SESION"
           DISPLAY "-------------------------------------------------".

           MOVE "MINIMO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:2) TO MINIMO-COINCIDENCIAS
           ELSE
               DISPLAY "MINIMO DE INCORRECTOS IDENTICOS PARA MARCAR "
                   "UN PAR (99, CERO = 3): "
               ACCEPT MINIMO-COINCIDENCIAS
           END-IF.
           IF MINIMO-COINCIDENCIAS = ZERO
               MOVE 3 TO MINIMO-COINCIDENCIAS
           END-IF.

           PERFORM CARGAR-GRADECSV.
           PERFORM VALIDAR-GRADECSV.
           PERFORM CARGAR-INCORRECTAS.
           PERFORM CARGAR-PARES-HIST.

           OPEN OUTPUT ARCH-COLUSION.
           MOVE FECHA-SESION TO COL-FECHA.
           MOVE MINIMO-COINCIDENCIAS TO COL-MINIMO.
           MOVE LINEA-TITULO TO REG-COLUSION.
           WRITE REG-COLUSION.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               COMPUTE IX-ALU2 = IX-ALU + 1
               PERFORM UNTIL IX-ALU2 > CANT-ALUMNOS
                   PERFORM COMPARAR-PAR
                   ADD 1 TO IX-ALU2
               END-PERFORM
           END-PERFORM.
           IF CANT-PARES-NUEVOS = ZERO
               MOVE "  (NINGUN PAR LLEGA AL MINIMO)" TO REG-COLUSION
               WRITE REG-COLUSION
           END-IF.
           CLOSE ARCH-COLUSION.
           PERFORM GRABAR-PARES-HIST.

           DISPLAY "ALUMNOS DE LA SESION:  " CANT-ALUMNOS.
           DISPLAY "PARES MARCADOS:        " CANT-PARES-NUEVOS.
           DISPLAY "PARES REINCIDENTES:    " CANT-REINCIDENTES.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   SOLO CUENTAN LAS POSICIONES EN QUE LOS DOS FALLARON CON
      *>   EL MISMO CODIGO Y EL MISMO RESULTADO
       COMPARAR-PAR.
           MOVE ZERO TO COINCIDENCIAS.
           MOVE TA-CANT (IX-ALU) TO POSICIONES.
           IF TA-CANT (IX-ALU2) < POSICIONES
               MOVE TA-CANT (IX-ALU2) TO POSICIONES
           END-IF.
           PERFORM VARYING POSICION FROM 1 BY 1
                   UNTIL POSICION > POSICIONES
               COMPUTE RENGLON-A = TA-DESDE (IX-ALU) + POSICION - 1
               COMPUTE RENGLON-B = TA-DESDE (IX-ALU2) + POSICION - 1
               IF TR-ESTADO (RENGLON-A) = "INCORRECTO"
                  AND TR-ESTADO (RENGLON-B) = "INCORRECTO"
                  AND TR-CODIGO (RENGLON-A) = TR-CODIGO (RENGLON-B)
                  AND TR-RESULTADO (RENGLON-A) =
                      TR-RESULTADO (RENGLON-B)
                   ADD 1 TO COINCIDENCIAS
               END-IF
           END-PERFORM.
           IF COINCIDENCIAS >= MINIMO-COINCIDENCIAS
               PERFORM INFORMAR-PAR
           END-IF.

      *>   EL PAR SE GUARDA CON EL LEGAJO MENOR PRIMERO, ASI SE
      *>   RECONOCE ENTRE SESIONES SIN IMPORTAR EL ORDEN DEL ARCHIVO
       INFORMAR-PAR.
           IF TA-LEGAJO (IX-ALU) < TA-LEGAJO (IX-ALU2)
               MOVE TA-LEGAJO (IX-ALU) TO LEGAJO-A
               MOVE TA-LEGAJO (IX-ALU2) TO LEGAJO-B
               MOVE TA-INCORRECTAS (IX-ALU) TO INCORRECTAS-A
               MOVE TA-INCORRECTAS (IX-ALU2) TO INCORRECTAS-B
           ELSE
               MOVE TA-LEGAJO (IX-ALU2) TO LEGAJO-A
               MOVE TA-LEGAJO (IX-ALU) TO LEGAJO-B
               MOVE TA-INCORRECTAS (IX-ALU2) TO INCORRECTAS-A
               MOVE TA-INCORRECTAS (IX-ALU) TO INCORRECTAS-B
           END-IF.
           IF CANT-PARES-NUEVOS >= 500
               DISPLAY "ADVERTENCIA: MAS DE 500 PARES MARCADOS, "
                   "NO SE GUARDA " LEGAJO-A " - " LEGAJO-B
           ELSE
               ADD 1 TO CANT-PARES-NUEVOS
               MOVE LEGAJO-A TO TN-LEGAJO-A (CANT-PARES-NUEVOS)
               MOVE LEGAJO-B TO TN-LEGAJO-B (CANT-PARES-NUEVOS)
               MOVE COINCIDENCIAS TO TN-COINCIDEN (CANT-PARES-NUEVOS)
           END-IF.

           MOVE LINEA-GUIONES TO REG-COLUSION.
           WRITE REG-COLUSION.
           MOVE LEGAJO-A TO COL-LEGAJO-A.
           MOVE LEGAJO-B TO COL-LEGAJO-B.
           MOVE COINCIDENCIAS TO COL-COINCIDEN.
           MOVE LINEA-PAR TO REG-COLUSION.
           WRITE REG-COLUSION.
           MOVE LEGAJO-A TO COL-INC-LEG-A.
           MOVE INCORRECTAS-A TO COL-INC-A.
           MOVE LEGAJO-B TO COL-INC-LEG-B.
           MOVE INCORRECTAS-B TO COL-INC-B.
           MOVE LINEA-INCORRECTAS TO REG-COLUSION.
           WRITE REG-COLUSION.
           PERFORM VARYING POSICION FROM 1 BY 1
                   UNTIL POSICION > POSICIONES
               COMPUTE RENGLON-A = TA-DESDE (IX-ALU) + POSICION - 1
               COMPUTE RENGLON-B = TA-DESDE (IX-ALU2) + POSICION - 1
               IF TR-ESTADO (RENGLON-A) = "INCORRECTO"
                  AND TR-ESTADO (RENGLON-B) = "INCORRECTO"
                  AND TR-CODIGO (RENGLON-A) = TR-CODIGO (RENGLON-B)
                  AND TR-RESULTADO (RENGLON-A) =
                      TR-RESULTADO (RENGLON-B)
                   MOVE POSICION TO COL-POSICION
                   MOVE TR-CODIGO (RENGLON-A) TO COL-CODIGO
                   MOVE TR-RESULTADO (RENGLON-A) TO COL-RESULTADO
                   MOVE LINEA-OPERACION TO REG-COLUSION
                   WRITE REG-COLUSION
               END-IF
           END-PERFORM.

           MOVE ZERO TO SESIONES-ANTERIORES.
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > CANT-PARES-HIST
               IF TP-LEGAJO-A (IX-PAR) = LEGAJO-A
                  AND TP-LEGAJO-B (IX-PAR) = LEGAJO-B
                   ADD 1 TO SESIONES-ANTERIORES
               END-IF
           END-PERFORM.
           IF SESIONES-ANTERIORES > ZERO
               ADD 1 TO CANT-REINCIDENTES
               MOVE SESIONES-ANTERIORES TO COL-SESIONES
               MOVE LINEA-REINCIDENTE TO REG-COLUSION
               WRITE REG-COLUSION
           END-IF.

       CARGAR-GRADECSV.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-GRADECSV.
           IF NOT FS-GRADECSV-OK
               DISPLAY "NO EXISTE GRADECSV (CORRER PRIMERO EL "
                   "CORRECTOR), NO HAY SESION QUE CONTROLAR"
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-GRADECSV
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-GRADECSV
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CAB-MARCA = "HDR;"
                               MOVE "S" TO VISTO-CABECERA
                               MOVE CAB-FECHA TO FECHA-SESION
                           WHEN PIE-MARCA = "TRL;"
                               MOVE "S" TO VISTO-PIE
                               MOVE PIE-CANT TO PIE-CANTIDAD
                           WHEN OTHER
                               ADD 1 TO RENGLONES-LEIDOS
                               PERFORM GUARDAR-RENGLON
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *>   UN ALUMNO NUEVO EMPIEZA CUANDO CAMBIA EL LEGAJO
       GUARDAR-RENGLON.
           IF CANT-RENGLONES >= 2000
               DISPLAY "GRADECSV TRAE MAS DE 2000 RENGLONES, NO SE "
                   "PUEDE CONTROLAR LA SESION"
               CLOSE ARCH-GRADECSV
               STOP RUN
           END-IF.
           IF CANT-ALUMNOS = ZERO
              OR GCSV-ID-ALUMNO NOT = TA-LEGAJO (CANT-ALUMNOS)
               IF CANT-ALUMNOS >= 200
                   DISPLAY "GRADECSV TRAE MAS DE 200 ALUMNOS, NO SE "
                       "PUEDE CONTROLAR LA SESION"
                   CLOSE ARCH-GRADECSV
                   STOP RUN
               END-IF
               ADD 1 TO CANT-ALUMNOS
               MOVE GCSV-ID-ALUMNO TO TA-LEGAJO (CANT-ALUMNOS)
               COMPUTE TA-DESDE (CANT-ALUMNOS) = CANT-RENGLONES + 1
               MOVE ZERO TO TA-CANT (CANT-ALUMNOS)
               MOVE ZERO TO TA-INCORRECTAS (CANT-ALUMNOS)
               MOVE "N" TO TA-DEL-HIST (CANT-ALUMNOS)
           END-IF.
           ADD 1 TO CANT-RENGLONES.
           ADD 1 TO TA-CANT (CANT-ALUMNOS).
           MOVE GCSV-CODIGO TO TR-CODIGO (CANT-RENGLONES).
           MOVE GCSV-RESULTADO TO TR-RESULTADO (CANT-RENGLONES).
           MOVE GCSV-ESTADO TO TR-ESTADO (CANT-RENGLONES).
           IF GCSV-ESTADO = "INCORRECTO"
               ADD 1 TO TA-INCORRECTAS (CANT-ALUMNOS)
           END-IF.

      *>   UN GRADECSV CORTADO O SIN CABECERA NO SE CONTROLA: LOS
      *>   PARES SALDRIAN INCOMPLETOS
       VALIDAR-GRADECSV.
           IF VISTO-CABECERA = "N"
               DISPLAY "EL GRADECSV NO TRAE CABECERA, SESION SIN "
                   "FECHA: NO SE CONTROLA"
               STOP RUN
           END-IF.
           IF VISTO-PIE = "N"
               DISPLAY "EL GRADECSV NO TRAE PIE DE CONTROL "
                   "(TRANSFERENCIA CORTADA?): NO SE CONTROLA"
               STOP RUN
           END-IF.
           IF PIE-CANTIDAD NOT = RENGLONES-LEIDOS
               DISPLAY "EL PIE DICE " PIE-CANTIDAD " RENGLONES Y SE "
                   "LEYERON " RENGLONES-LEIDOS ": NO SE CONTROLA"
               STOP RUN
           END-IF.

      *>   LOS INCORRECTOS DE CADA ALUMNO EN LA SESION SALEN DEL
      *>   HISTORIAL (CORREGIDAS MENOS CORRECTAS DE TODOS SUS
      *>   CODIGOS); SIN HISTORIAL QUEDAN LOS CONTADOS EN GRADECSV
       CARGAR-INCORRECTAS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-HISTSESION.
           IF NOT FS-HISTSESION-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-HISTSESION
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-HISTSESION
                   NOT AT END
                       IF HIS-FECHA = FECHA-SESION
                           PERFORM ANOTAR-HISTORIAL
                       END-IF
               END-READ
           END-PERFORM.

      *>   EL PRIMER RENGLON DEL HISTORIAL DE UN ALUMNO PISA LO
      *>   CONTADO EN GRADECSV; LOS SIGUIENTES (OTROS CODIGOS) SUMAN
       ANOTAR-HISTORIAL.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               IF TA-LEGAJO (IX-ALU) = HIS-LEGAJO
                   IF TA-DEL-HIST (IX-ALU) = "N"
                       MOVE ZERO TO TA-INCORRECTAS (IX-ALU)
                       MOVE "S" TO TA-DEL-HIST (IX-ALU)
                   END-IF
                   IF HIS-CORREGIDAS > HIS-CORRECTAS
                       COMPUTE TA-INCORRECTAS (IX-ALU) =
                           TA-INCORRECTAS (IX-ALU)
                           + HIS-CORREGIDAS - HIS-CORRECTAS
                   END-IF
               END-IF
           END-PERFORM.

       CARGAR-PARES-HIST.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-PARESHIST.
           IF NOT FS-PARESHIST-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-PARESHIST
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-PARESHIST
                   NOT AT END
                       IF PAR-FECHA NOT = FECHA-SESION
                           IF CANT-PARES-HIST >= 3000
                               DISPLAY "PARESHIST TIENE MAS DE 3000 "
                                   "PARES, NO SE PUEDE REGRABAR"
                               CLOSE ARCH-PARESHIST
                               STOP RUN
                           END-IF
                           ADD 1 TO CANT-PARES-HIST
                           MOVE PAR-FECHA TO TP-FECHA (CANT-PARES-HIST)
                           MOVE PAR-LEGAJO-A TO
                                TP-LEGAJO-A (CANT-PARES-HIST)
                           MOVE PAR-LEGAJO-B TO
                                TP-LEGAJO-B (CANT-PARES-HIST)
                           MOVE PAR-COINCIDEN TO
                                TP-COINCIDEN (CANT-PARES-HIST)
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-PARES-HIST.
           OPEN OUTPUT ARCH-PARESHIST.
           MOVE ";" TO PAR-SEP1.
           MOVE ";" TO PAR-SEP2.
           MOVE ";" TO PAR-SEP3.
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > CANT-PARES-HIST
               MOVE TP-FECHA (IX-PAR) TO PAR-FECHA
               MOVE TP-LEGAJO-A (IX-PAR) TO PAR-LEGAJO-A
               MOVE TP-LEGAJO-B (IX-PAR) TO PAR-LEGAJO-B
               MOVE TP-COINCIDEN (IX-PAR) TO PAR-COINCIDEN
               WRITE REG-PARESHIST
           END-PERFORM.
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > CANT-PARES-NUEVOS
               MOVE FECHA-SESION TO PAR-FECHA
               MOVE TN-LEGAJO-A (IX-PAR) TO PAR-LEGAJO-A
               MOVE TN-LEGAJO-B (IX-PAR) TO PAR-LEGAJO-B
               MOVE TN-COINCIDEN (IX-PAR) TO PAR-COINCIDEN
               WRITE REG-PARESHIST
           END-PERFORM.
           CLOSE ARCH-PARESHIST.

           COPY RUNCPR.
