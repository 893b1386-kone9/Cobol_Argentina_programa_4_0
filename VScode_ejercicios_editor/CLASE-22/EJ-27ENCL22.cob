      *> Condicion final de cursada: las catedras toman dos parciales,
      *> un trabajo practico y un recuperatorio, pero hasta ahora la
      *> ponderacion se hacia en la planilla de cada docente y a
      *> NOTASALUMNO llegaba un solo numero. Esta corrida toma las
      *> instancias de EVALINST, aplica las reglas de cada materia
      *> de PONDERACION (pesos, que instancia reemplaza el
      *> recuperatorio y umbrales de PROMOCIONADO y REGULAR), cruza
      *> el resultado con la regularidad por asistencia que dejo
      *> EJ-17ENCL22 en REGULARIDAD y graba en CONDCURSADA la nota
      *> ponderada y la condicion de cursada de cada legajo, que el
      *> acta de examen (EJ-10ENCL22) imprime en lugar de la sola
      *> asistencia.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-27ENCL22.
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
      *>   EVALINST trae una nota por instancia de evaluacion (ver
      *>   COPYLIB EVALINST)
           SELECT ARCH-EVALINST ASSIGN TO "EVALINST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVALINST.

      *>   PONDERACION trae las reglas de cursada de cada materia
      *>   (ver COPYLIB PONDERAC)
           SELECT ARCH-PONDERACION ASSIGN TO "PONDERACION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PONDERACION.

      *>   REGULARIDAD es la condicion por asistencia de EJ-17ENCL22
           SELECT ARCH-REGULARIDAD ASSIGN TO "REGULARIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGULARIDAD.

           SELECT ARCH-CONDCURSADA ASSIGN TO "CONDCURSADA"
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
       FD  ARCH-EVALINST
           RECORD CONTAINS 31 CHARACTERS.
           COPY EVALINST.

       FD  ARCH-PONDERACION
           RECORD CONTAINS 28 CHARACTERS.
           COPY PONDERAC.

       FD  ARCH-REGULARIDAD
           RECORD CONTAINS 29 CHARACTERS.
           COPY REGULARI.

       FD  ARCH-CONDCURSADA
           RECORD CONTAINS 71 CHARACTERS.
           COPY CONDCURS.

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

      *>   REGLAS DE CURSADA POR MATERIA, SUBINDICADAS POR EL CODIGO
      *>   DE MATERIA (TPO-CARGADA "N" = MATERIA SIN PONDERACION)
       01 TABLA-PONDERACION.
           03 ENTRADA-PONDERACION OCCURS 9 TIMES.
               05 TPO-CARGADA       PIC X.
               05 TPO-PESO-P1       PIC 999.
               05 TPO-PESO-P2       PIC 999.
               05 TPO-PESO-TP       PIC 999.
               05 TPO-RECUPERA      PIC X(2).
               05 TPO-PROMO-RECUP   PIC X.
               05 TPO-UMBRAL-PROMO  PIC 99V99.
               05 TPO-UMBRAL-REGULAR PIC 99V99.
       01 IX-PON PIC 9 COMP VALUE ZERO.
       01 SUMA-PESOS PIC 9(4) VALUE ZERO.

      *>   CONDICION POR ASISTENCIA EN MEMORIA (LEGAJO + MATERIA)
       01 CANT-REGULARIDAD PIC 9(4) COMP VALUE ZERO.
       01 TABLA-REGULARIDAD.
           03 ENTRADA-REGULARIDAD OCCURS 1000 TIMES.
               05 TRG-LEGAJO    PIC X(10).
               05 TRG-MATERIA   PIC 9.
               05 TRG-CONDICION PIC X(7).
       01 IX-RGL PIC 9(4) COMP VALUE ZERO.

      *>   UNA ENTRADA POR LEGAJO + MATERIA + COMISION CON LAS CUATRO
      *>   INSTANCIAS (1 = P1, 2 = P2, 3 = TP, 4 = RE); SI UNA
      *>   INSTANCIA VIENE REPETIDA QUEDA LA DE FECHA MAS NUEVA
       01 CANT-CURSADAS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-CURSADAS.
           03 ENTRADA-CURSADA OCCURS 1000 TIMES.
               05 TC-LEGAJO   PIC X(10).
               05 TC-MATERIA  PIC 9.
               05 TC-COMISION PIC 9.
               05 TC-INSTANCIA OCCURS 4 TIMES.
                   07 TC-TIENE PIC X.
                   07 TC-NOTA  PIC 9(2)V99.
                   07 TC-FECHA PIC 9(8).
       01 IX-CUR PIC 9(4) COMP VALUE ZERO.
       01 IX-CUR-HALLADA PIC 9(4) COMP VALUE ZERO.
       01 IX-INS PIC 9 COMP VALUE ZERO.
       01 INSTANCIA-LEIDA PIC 9 VALUE ZERO.

      *>   NOTAS DE LA CURSADA EN EVALUACION, YA CON EL RECUPERATORIO
      *>   APLICADO
       01 MATERIA PIC 9 VALUE ZERO.
       01 NOTA-P1 PIC 9(2)V99 VALUE ZERO.
       01 NOTA-P2 PIC 9(2)V99 VALUE ZERO.
       01 NOTA-TP PIC 9(2)V99 VALUE ZERO.
       01 TIENE-P1 PIC X VALUE "N".
       01 TIENE-P2 PIC X VALUE "N".
       01 TIENE-TP PIC X VALUE "N".
       01 FUE-A-RECUPERATORIO PIC X VALUE "N".
       01 FALTA-INSTANCIA PIC X VALUE "N".
       01 NOTA-PONDERADA PIC 9(2)V99 VALUE ZERO.
       01 ASISTENCIA PIC X(7) VALUE SPACES.

       01 FIN-EVALINST PIC X VALUE "N".
       01 FIN-PONDERACION PIC X VALUE "N".
       01 FIN-REGULARIDAD PIC X VALUE "N".
       01 CANT-LEIDAS PIC 9(5) COMP VALUE ZERO.
       01 CANT-RECHAZADAS PIC 9(5) COMP VALUE ZERO.
       01 CANT-SIN-PONDERACION PIC 9(5) COMP VALUE ZERO.
       01 CANT-PROMOCIONADOS PIC 9(5) COMP VALUE ZERO.
       01 CANT-REGULARES PIC 9(5) COMP VALUE ZERO.
       01 CANT-LIBRES PIC 9(5) COMP VALUE ZERO.
       01 CANT-GRABADOS PIC 9(5) COMP VALUE ZERO.
       01 FORMATEO-RESULT PIC ZZZZ9.

       01 WS-FS-EVALINST PIC XX.
           88 FS-EVALINST-OK VALUE "00".
       01 WS-FS-PONDERACION PIC XX.
           88 FS-PONDERACION-OK VALUE "00".
       01 WS-FS-REGULARIDAD PIC XX.
           88 FS-REGULARIDAD-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-27ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CONDICION FINAL DE CURSADA"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-PONDERACION.
           PERFORM CARGAR-REGULARIDAD.
           PERFORM CARGAR-INSTANCIAS.

           OPEN OUTPUT ARCH-CONDCURSADA.
           PERFORM VARYING IX-CUR FROM 1 BY 1
                   UNTIL IX-CUR > CANT-CURSADAS
               PERFORM EVALUAR-CURSADA THRU EVALUAR-CURSADA-FIN
           END-PERFORM.
           CLOSE ARCH-CONDCURSADA.

           MOVE CANT-LEIDAS TO FORMATEO-RESULT.
           DISPLAY "INSTANCIAS LEIDAS:       " FORMATEO-RESULT.
           MOVE CANT-RECHAZADAS TO FORMATEO-RESULT.
           DISPLAY "INSTANCIAS RECHAZADAS:   " FORMATEO-RESULT.
           MOVE CANT-SIN-PONDERACION TO FORMATEO-RESULT.
           DISPLAY "CURSADAS SIN PONDERACION:" FORMATEO-RESULT.
           MOVE CANT-PROMOCIONADOS TO FORMATEO-RESULT.
           DISPLAY "PROMOCIONADOS:           " FORMATEO-RESULT.
           MOVE CANT-REGULARES TO FORMATEO-RESULT.
           DISPLAY "REGULARES:               " FORMATEO-RESULT.
           MOVE CANT-LIBRES TO FORMATEO-RESULT.
           DISPLAY "LIBRES:                  " FORMATEO-RESULT.
           DISPLAY "TERMINO EL PROGRAMA".

           MOVE "EJ-27ENCL22" TO CTL-JOB.
           MOVE CANT-GRABADOS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       EVALUAR-CURSADA.
           MOVE TC-MATERIA (IX-CUR) TO MATERIA.
           IF MATERIA = ZERO
               GO TO EVALUAR-CURSADA-FIN
           END-IF.
           IF TPO-CARGADA (MATERIA) NOT = "S"
               DISPLAY "ADVERTENCIA: MATERIA " MATERIA " SIN "
                   "PONDERACION, NO SE EVALUA LA CURSADA DE "
                   TC-LEGAJO (IX-CUR)
               ADD 1 TO CANT-SIN-PONDERACION
               GO TO EVALUAR-CURSADA-FIN
           END-IF.
           PERFORM APLICAR-RECUPERATORIO.
      *>   LA INSTANCIA QUE NO SE RINDIO CUENTA CERO, PERO SOLO SI
      *>   TIENE PESO EN LA MATERIA; SIN ELLA NO HAY PROMOCION
           MOVE "N" TO FALTA-INSTANCIA.
           IF TIENE-P1 NOT = "S" AND TPO-PESO-P1 (MATERIA) > ZERO
               MOVE "S" TO FALTA-INSTANCIA
           END-IF.
           IF TIENE-P2 NOT = "S" AND TPO-PESO-P2 (MATERIA) > ZERO
               MOVE "S" TO FALTA-INSTANCIA
           END-IF.
           IF TIENE-TP NOT = "S" AND TPO-PESO-TP (MATERIA) > ZERO
               MOVE "S" TO FALTA-INSTANCIA
           END-IF.
           COMPUTE NOTA-PONDERADA ROUNDED =
               (NOTA-P1 * TPO-PESO-P1 (MATERIA)
              + NOTA-P2 * TPO-PESO-P2 (MATERIA)
              + NOTA-TP * TPO-PESO-TP (MATERIA)) / 100.
           PERFORM BUSCAR-ASISTENCIA.

           MOVE SPACES TO REG-CONDCURSADA.
           MOVE TC-LEGAJO (IX-CUR) TO CCU-LEGAJO.
           MOVE ";" TO CCU-SEP1.
           MOVE MATERIA TO CCU-MATERIA.
           MOVE ";" TO CCU-SEP2.
           MOVE TC-COMISION (IX-CUR) TO CCU-COMISION.
           MOVE ";" TO CCU-SEP3.
           MOVE NOTA-PONDERADA TO CCU-NOTA.
           MOVE ";" TO CCU-SEP4.
           MOVE ";" TO CCU-SEP5.
           MOVE ASISTENCIA TO CCU-ASISTENCIA.
           MOVE ";" TO CCU-SEP6.
           PERFORM DETERMINAR-CONDICION.
           WRITE REG-CONDCURSADA.
           ADD 1 TO CANT-GRABADOS.
       EVALUAR-CURSADA-FIN.
           EXIT.

       APLICAR-RECUPERATORIO.
           MOVE TC-TIENE (IX-CUR, 1) TO TIENE-P1.
           MOVE TC-NOTA (IX-CUR, 1) TO NOTA-P1.
           MOVE TC-TIENE (IX-CUR, 2) TO TIENE-P2.
           MOVE TC-NOTA (IX-CUR, 2) TO NOTA-P2.
           MOVE TC-TIENE (IX-CUR, 3) TO TIENE-TP.
           MOVE TC-NOTA (IX-CUR, 3) TO NOTA-TP.
           MOVE TC-TIENE (IX-CUR, 4) TO FUE-A-RECUPERATORIO.
           IF FUE-A-RECUPERATORIO NOT = "S"
               MOVE "N" TO FUE-A-RECUPERATORIO
           END-IF.
      *>   EL RECUPERATORIO REEMPLAZA LA INSTANCIA QUE DICE LA
      *>   MATERIA; "ME" ES EL PARCIAL MAS BAJO (UN PARCIAL AUSENTE
      *>   ES EL MAS BAJO, ASI EL RECUPERATORIO CUBRE LA AUSENCIA)
           IF FUE-A-RECUPERATORIO = "S"
               EVALUATE TRUE
                   WHEN TPO-RECUPERA (MATERIA) = "P1"
                       MOVE TC-NOTA (IX-CUR, 4) TO NOTA-P1
                       MOVE "S" TO TIENE-P1
                   WHEN TPO-RECUPERA (MATERIA) = "P2"
                       MOVE TC-NOTA (IX-CUR, 4) TO NOTA-P2
                       MOVE "S" TO TIENE-P2
                   WHEN TIENE-P1 NOT = "S"
                       MOVE TC-NOTA (IX-CUR, 4) TO NOTA-P1
                       MOVE "S" TO TIENE-P1
                   WHEN TIENE-P2 NOT = "S"
                       MOVE TC-NOTA (IX-CUR, 4) TO NOTA-P2
                       MOVE "S" TO TIENE-P2
                   WHEN NOTA-P1 NOT > NOTA-P2
                       MOVE TC-NOTA (IX-CUR, 4) TO NOTA-P1
                   WHEN OTHER
                       MOVE TC-NOTA (IX-CUR, 4) TO NOTA-P2
               END-EVALUATE
           END-IF.
           IF TIENE-P1 NOT = "S"
               MOVE ZERO TO NOTA-P1
           END-IF.
           IF TIENE-P2 NOT = "S"
               MOVE ZERO TO NOTA-P2
           END-IF.
           IF TIENE-TP NOT = "S"
               MOVE ZERO TO NOTA-TP
           END-IF.

       DETERMINAR-CONDICION.
      *>   EL LIBRE POR ASISTENCIA MANDA SOBRE CUALQUIER NOTA; PARA
      *>   PROMOCIONAR ADEMAS DE LA NOTA HACE FALTA LA ASISTENCIA
      *>   REGULAR CERTIFICADA, TODAS LAS INSTANCIAS RENDIDAS Y QUE
      *>   LA MATERIA ADMITA PROMOCION CON RECUPERATORIO
           EVALUATE TRUE
               WHEN ASISTENCIA = "LIBRE"
                   MOVE "LIBRE" TO CCU-CONDICION
                   MOVE "LIBRE POR ASISTENCIA" TO CCU-MOTIVO
                   ADD 1 TO CANT-LIBRES
               WHEN NOTA-PONDERADA < TPO-UMBRAL-REGULAR (MATERIA)
                   MOVE "LIBRE" TO CCU-CONDICION
                   MOVE "NOTA PONDERADA INSUFICIENTE" TO CCU-MOTIVO
                   ADD 1 TO CANT-LIBRES
               WHEN NOTA-PONDERADA < TPO-UMBRAL-PROMO (MATERIA)
                   MOVE "REGULAR" TO CCU-CONDICION
                   MOVE "NOTA PONDERADA DE REGULARIDAD" TO CCU-MOTIVO
                   ADD 1 TO CANT-REGULARES
               WHEN FALTA-INSTANCIA = "S"
                   MOVE "REGULAR" TO CCU-CONDICION
                   MOVE "NO PROMOCIONA: FALTA INSTANCIA" TO CCU-MOTIVO
                   ADD 1 TO CANT-REGULARES
               WHEN FUE-A-RECUPERATORIO = "S"
                AND TPO-PROMO-RECUP (MATERIA) NOT = "S"
                   MOVE "REGULAR" TO CCU-CONDICION
                   MOVE "NO PROMOCIONA: RECUPERATORIO" TO CCU-MOTIVO
                   ADD 1 TO CANT-REGULARES
               WHEN ASISTENCIA NOT = "REGULAR"
                   MOVE "REGULAR" TO CCU-CONDICION
                   MOVE "NO PROMOCIONA: SIN ASISTENCIA" TO CCU-MOTIVO
                   ADD 1 TO CANT-REGULARES
               WHEN OTHER
                   MOVE "PROMOCIONADO" TO CCU-CONDICION
                   MOVE "NOTA PONDERADA DE PROMOCION" TO CCU-MOTIVO
                   ADD 1 TO CANT-PROMOCIONADOS
           END-EVALUATE.

       BUSCAR-ASISTENCIA.
      *>   SIN RENGLON EN REGULARIDAD (NO CORRIO EL FIN DE TERMINO)
      *>   LA ASISTENCIA QUEDA SIN DATO
           MOVE "S/DATO" TO ASISTENCIA.
           PERFORM VARYING IX-RGL FROM 1 BY 1
                   UNTIL IX-RGL > CANT-REGULARIDAD
               IF TRG-LEGAJO (IX-RGL) = TC-LEGAJO (IX-CUR)
                  AND TRG-MATERIA (IX-RGL) = MATERIA
                   MOVE TRG-CONDICION (IX-RGL) TO ASISTENCIA
               END-IF
           END-PERFORM.

       CARGAR-PONDERACION.
           PERFORM VARYING IX-PON FROM 1 BY 1 UNTIL IX-PON > 9
               MOVE "N" TO TPO-CARGADA (IX-PON)
           END-PERFORM.
           MOVE "N" TO FIN-PONDERACION.
           OPEN INPUT ARCH-PONDERACION.
           IF NOT FS-PONDERACION-OK
               DISPLAY "NO EXISTE PONDERACION: NINGUNA MATERIA TIENE "
                   "REGLAS DE CURSADA"
               MOVE "S" TO FIN-PONDERACION
           END-IF.
           PERFORM UNTIL FIN-PONDERACION = "S"
               READ ARCH-PONDERACION
                   AT END
                       MOVE "S" TO FIN-PONDERACION
                       CLOSE ARCH-PONDERACION
                   NOT AT END
                       PERFORM VALIDAR-PONDERACION
                           THRU VALIDAR-PONDERACION-FIN
               END-READ
           END-PERFORM.

       VALIDAR-PONDERACION.
      *>   UNA REGLA MAL ARMADA NO SE USA: LA MATERIA QUEDA SIN
      *>   PONDERACION Y SUS CURSADAS SALEN EN LA ADVERTENCIA
           IF PON-MATERIA = ZERO
               DISPLAY "PONDERACION CON MATERIA CERO, SE IGNORA"
               GO TO VALIDAR-PONDERACION-FIN
           END-IF.
           COMPUTE SUMA-PESOS = PON-PESO-P1 + PON-PESO-P2
               + PON-PESO-TP.
           IF SUMA-PESOS NOT = 100
               DISPLAY "PONDERACION DE MATERIA " PON-MATERIA
                   ": LOS PESOS NO SUMAN 100, SE IGNORA"
               GO TO VALIDAR-PONDERACION-FIN
           END-IF.
           IF PON-RECUPERA NOT = "P1" AND PON-RECUPERA NOT = "P2"
              AND PON-RECUPERA NOT = "ME"
               DISPLAY "PONDERACION DE MATERIA " PON-MATERIA
                   ": RECUPERATORIO " PON-RECUPERA " INVALIDO, "
                   "SE IGNORA"
               GO TO VALIDAR-PONDERACION-FIN
           END-IF.
           IF PON-UMBRAL-PROMO < PON-UMBRAL-REGULAR
               DISPLAY "PONDERACION DE MATERIA " PON-MATERIA
                   ": UMBRAL DE PROMOCION MENOR AL DE REGULAR, "
                   "SE IGNORA"
               GO TO VALIDAR-PONDERACION-FIN
           END-IF.
           MOVE PON-MATERIA TO IX-PON.
           MOVE "S" TO TPO-CARGADA (IX-PON).
           MOVE PON-PESO-P1 TO TPO-PESO-P1 (IX-PON).
           MOVE PON-PESO-P2 TO TPO-PESO-P2 (IX-PON).
           MOVE PON-PESO-TP TO TPO-PESO-TP (IX-PON).
           MOVE PON-RECUPERA TO TPO-RECUPERA (IX-PON).
           MOVE PON-PROMO-CON-RECUP TO TPO-PROMO-RECUP (IX-PON).
           MOVE PON-UMBRAL-PROMO TO TPO-UMBRAL-PROMO (IX-PON).
           MOVE PON-UMBRAL-REGULAR TO TPO-UMBRAL-REGULAR (IX-PON).
       VALIDAR-PONDERACION-FIN.
           EXIT.

       CARGAR-REGULARIDAD.
           MOVE "N" TO FIN-REGULARIDAD.
           OPEN INPUT ARCH-REGULARIDAD.
           IF NOT FS-REGULARIDAD-OK
               DISPLAY "NO EXISTE REGULARIDAD: NADIE PROMOCIONA SIN "
                   "ASISTENCIA CERTIFICADA"
               MOVE "S" TO FIN-REGULARIDAD
           END-IF.
           PERFORM UNTIL FIN-REGULARIDAD = "S"
               READ ARCH-REGULARIDAD
                   AT END
                       MOVE "S" TO FIN-REGULARIDAD
                       CLOSE ARCH-REGULARIDAD
                   NOT AT END
                       IF CANT-REGULARIDAD >= 1000
                           DISPLAY "ADVERTENCIA: SE IGNORA "
                               "REGULARIDAD, YA HAY 1000 CARGADAS"
                       ELSE
                           ADD 1 TO CANT-REGULARIDAD
                           MOVE RGL-LEGAJO TO
                                TRG-LEGAJO (CANT-REGULARIDAD)
                           MOVE RGL-MATERIA TO
                                TRG-MATERIA (CANT-REGULARIDAD)
                           MOVE RGL-CONDICION TO
                                TRG-CONDICION (CANT-REGULARIDAD)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-INSTANCIAS.
           MOVE "N" TO FIN-EVALINST.
           OPEN INPUT ARCH-EVALINST.
           IF NOT FS-EVALINST-OK
               DISPLAY "NO EXISTE EVALINST: NO HAY INSTANCIAS DE "
                   "EVALUACION QUE PONDERAR"
               MOVE "S" TO FIN-EVALINST
           END-IF.
           PERFORM UNTIL FIN-EVALINST = "S"
               READ ARCH-EVALINST
                   AT END
                       MOVE "S" TO FIN-EVALINST
                       CLOSE ARCH-EVALINST
                   NOT AT END
                       ADD 1 TO CANT-LEIDAS
                       PERFORM ACUMULAR-INSTANCIA
                           THRU ACUMULAR-INSTANCIA-FIN
               END-READ
           END-PERFORM.

       ACUMULAR-INSTANCIA.
           EVALUATE EVI-INSTANCIA
               WHEN "P1" MOVE 1 TO INSTANCIA-LEIDA
               WHEN "P2" MOVE 2 TO INSTANCIA-LEIDA
               WHEN "TP" MOVE 3 TO INSTANCIA-LEIDA
               WHEN "RE" MOVE 4 TO INSTANCIA-LEIDA
               WHEN OTHER MOVE ZERO TO INSTANCIA-LEIDA
           END-EVALUATE.
           IF INSTANCIA-LEIDA = ZERO OR EVI-MATERIA = ZERO
               DISPLAY "INSTANCIA RECHAZADA: " EVI-LEGAJO " MATERIA "
                   EVI-MATERIA " INSTANCIA " EVI-INSTANCIA
               ADD 1 TO CANT-RECHAZADAS
               GO TO ACUMULAR-INSTANCIA-FIN
           END-IF.
           MOVE ZERO TO IX-CUR-HALLADA.
           PERFORM VARYING IX-CUR FROM 1 BY 1
                   UNTIL IX-CUR > CANT-CURSADAS
               IF TC-LEGAJO (IX-CUR) = EVI-LEGAJO
                  AND TC-MATERIA (IX-CUR) = EVI-MATERIA
                  AND TC-COMISION (IX-CUR) = EVI-COMISION
                   MOVE IX-CUR TO IX-CUR-HALLADA
               END-IF
           END-PERFORM.
           IF IX-CUR-HALLADA = ZERO
               IF CANT-CURSADAS >= 1000
                   DISPLAY "ADVERTENCIA: SE IGNORA INSTANCIA, YA HAY "
                       "1000 CURSADAS CARGADAS"
                   ADD 1 TO CANT-RECHAZADAS
                   GO TO ACUMULAR-INSTANCIA-FIN
               END-IF
               ADD 1 TO CANT-CURSADAS
               MOVE CANT-CURSADAS TO IX-CUR-HALLADA
               MOVE EVI-LEGAJO TO TC-LEGAJO (IX-CUR-HALLADA)
               MOVE EVI-MATERIA TO TC-MATERIA (IX-CUR-HALLADA)
               MOVE EVI-COMISION TO TC-COMISION (IX-CUR-HALLADA)
               PERFORM VARYING IX-INS FROM 1 BY 1 UNTIL IX-INS > 4
                   MOVE "N" TO TC-TIENE (IX-CUR-HALLADA, IX-INS)
                   MOVE ZERO TO TC-NOTA (IX-CUR-HALLADA, IX-INS)
                   MOVE ZERO TO TC-FECHA (IX-CUR-HALLADA, IX-INS)
               END-PERFORM
           END-IF.
      *>   LA MISMA INSTANCIA CARGADA DOS VECES: VALE LA MAS NUEVA
           MOVE INSTANCIA-LEIDA TO IX-INS.
           IF TC-TIENE (IX-CUR-HALLADA, IX-INS) = "S"
              AND EVI-FECHA < TC-FECHA (IX-CUR-HALLADA, IX-INS)
               GO TO ACUMULAR-INSTANCIA-FIN
           END-IF.
           MOVE "S" TO TC-TIENE (IX-CUR-HALLADA, IX-INS).
           MOVE EVI-NOTA TO TC-NOTA (IX-CUR-HALLADA, IX-INS).
           MOVE EVI-FECHA TO TC-FECHA (IX-CUR-HALLADA, IX-INS).
       ACUMULAR-INSTANCIA-FIN.
           EXIT.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
