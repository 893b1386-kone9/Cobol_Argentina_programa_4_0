      *> Cierre de la reinscripcion anual: cada anio los alumnos
      *> tienen que confirmar en ventanilla que siguen cursando, y
      *> esas confirmaciones llegan en el lote REINSCRIPCIONES. Hasta
      *> ahora nadie miraba quien no lo hacia, asi que el padron
      *> arrastraba legajos que no cursaban hace anios y el posteo de
      *> inscripcion, las cuotas y las mesas los seguian aceptando.
      *> Esta corrida, una vez cerrada la ventana, anota en el
      *> PADRON el anio de reinscripcion de los que confirmaron, deja
      *> inactivo (PAD-ESTADO "I") a todo el que no lo hizo (salvo
      *> los ingresantes del mismo anio, que recien entran), asienta
      *> cada baja en PADAUDIT, le avisa al alumno y arma la hoja
      *> REINSCREP con los que quedaron inactivos agrupados por
      *> carrera. Se vuelve a activar desde el mantenimiento del
      *> padron (EJ-24ENCL22).

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-33ENCL22.
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
      *>   REINSCRIPCIONES trae un renglon por alumno que confirmo
      *>   en la ventana (ver COPYLIB REINSCR)
           SELECT ARCH-REINSCRIPCIONES ASSIGN TO "REINSCRIPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REINSCRIPCIONES.

      *>   PADRON es el maestro de alumnos (ver COPYLIB PADRON); se
      *>   levanta entero a memoria y se regraba al confirmar
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

      *>   CARRERAS da el nombre de cada carrera para la hoja
           SELECT ARCH-CARRERAS ASSIGN TO "CARRERAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARRERAS.

      *>   REINSCREP es la hoja imprimible de los que quedan
      *>   inactivos, por carrera, mas las reinscripciones rechazadas
           SELECT ARCH-REINSCREP ASSIGN TO "REINSCREP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   PADAUDIT recibe un renglon por cada legajo que pasa a
      *>   inactivo, igual que los cambios del mantenimiento
           SELECT ARCH-PADAUDIT ASSIGN TO "PADAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADAUDIT.

      *>   NOTIFICACIONES es el buzon de eventos para alumnos (ver
      *>   COPYLIB NOTIFIC)
           SELECT ARCH-NOTIFICACIONES ASSIGN TO "NOTIFICACIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFICACIONES.

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

      *>   LIBROTOT recibe la cantidad y el total hash del maestro
      *>   regrabado, para el control nocturno de totales (ver
      *>   COPYLIB LIBROTOT)
           SELECT ARCH-LIBROTOT ASSIGN TO "LIBROTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIBROTOT.

      *>   DUALJOBS lista los jobs que exigen doble control (ver
      *>   COPYLIB DUALJOB)
           SELECT ARCH-DUALJOBS ASSIGN TO "DUALJOBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUALJOBS.

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
       FD  ARCH-REINSCRIPCIONES
           RECORD CONTAINS 19 CHARACTERS.
           COPY REINSCR.

       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-CARRERAS
           RECORD CONTAINS 35 CHARACTERS.
           COPY CARRERAS.

       FD  ARCH-REINSCREP.
       01  REG-REINSCREP PIC X(80).

       FD  ARCH-PADAUDIT.
       01  REG-PADAUDIT.
           03 PAU-FECHA     PIC 9(8).
           03 PAU-SEP1      PIC X.
           03 PAU-OPERADOR  PIC X(10).
           03 PAU-SEP2      PIC X.
           03 PAU-OPERACION PIC X(12).
           03 PAU-SEP3      PIC X.
           03 PAU-LEGAJO    PIC X(10).
           03 PAU-SEP4      PIC X.
           03 PAU-DETALLE   PIC X(40).

       FD  ARCH-NOTIFICACIONES
           RECORD CONTAINS 73 CHARACTERS.
           COPY NOTIFIC.

       FD  ARCH-OPERADORES
           RECORD CONTAINS 111 CHARACTERS.
           COPY OPERMAST.

       FD  ARCH-CONTROL.
           COPY CONTROL.

       FD  ARCH-LIBROTOT.
           COPY LIBROTOT.

       FD  ARCH-DUALJOBS
           RECORD CONTAINS 11 CHARACTERS.
           COPY DUALJOB.

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.

      *>----------------------------------------------------------------
      *>----------------------------WORKING-----------------------------
       WORKING-STORAGE SECTION.

      *>   MAESTRO COMPLETO EN MEMORIA; SE REGRABA AL CONFIRMAR.
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
       01 CANT-ALUMNOS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-ALUMNOS.
           03 ENTRADA-ALUMNO OCCURS 6000 TIMES.
               05 TP-LEGAJO       PIC X(10).
               05 TP-APELLIDO     PIC X(20).
               05 TP-NOMBRE       PIC X(20).
               05 TP-DNI          PIC 9(8).
               05 TP-CARRERA-COD  PIC X(3).
               05 TP-CARRERA-RESTO.
                   07 TP-ANIO-INGRESO  PIC X(4).
                   07 TP-ESTADO        PIC X.
                   07 TP-ANIO-REINSC   PIC X(4).
                   07 TP-RESERVADO     PIC X(8).
      *>       "S" = NO SE REINSCRIBIO Y PASA A INACTIVO EN ESTE CIERRE
               05 TP-PASA-INACTIVO PIC X.
      *>       LUGAR DE SU CARRERA EN TABLA-CARRERAS (CERO = FUERA
      *>       DEL MAESTRO), PARA ARMAR LOS BLOQUES DE LA HOJA
               05 TP-IX-CARRERA   PIC 99 COMP.
       01 IX-ALU PIC 9(4) COMP VALUE ZERO.
       01 IX-ALU-HALLADA PIC 9(4) COMP VALUE ZERO.

      *>   CARRERAS DEL MAESTRO, CON SU NOMBRE Y LOS QUE QUEDAN
      *>   INACTIVOS EN CADA UNA
       01 CANT-CARRERAS PIC 99 COMP VALUE ZERO.
       01 TABLA-CARRERAS.
           03 ENTRADA-CARRERA OCCURS 10 TIMES.
               05 TCA-CODIGO PIC X(3).
               05 TCA-NOMBRE PIC X(30).
               05 TCA-CANT   PIC 9(4).
       01 IX-CARR PIC 99 COMP VALUE ZERO.
       01 IX-CARR-HALLADA PIC 99 COMP VALUE ZERO.
       01 CARRERA-BLOQUE PIC 99 COMP VALUE ZERO.
      *>   INACTIVOS CON UNA CARRERA QUE NO ESTA EN EL MAESTRO
       01 CANT-SIN-CARRERA PIC 9(4) VALUE ZERO.

      *>   VENTANA DE REINSCRIPCION (AAAAMMDD) Y SU ANIO
       01 VENTANA-DESDE PIC 9(8) VALUE ZERO.
       01 VENTANA-HASTA PIC 9(8) VALUE ZERO.
       01 ANIO-VENTANA PIC X(4) VALUE SPACES.
       01 FECHA-ENTRADA PIC X(8) VALUE SPACES.

       01 CANT-LEIDAS PIC 9(5) VALUE ZERO.
       01 CANT-REINSCRIPTOS PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADAS PIC 9(5) VALUE ZERO.
       01 CANT-INACTIVOS PIC 9(5) VALUE ZERO.
       01 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
       01 FORMATEO-RESULT PIC ZZZZ9.

       01 FIN-REINSCRIPCIONES PIC X VALUE "N".
       01 FIN-PADRON PIC X VALUE "N".
       01 FIN-CARRERAS PIC X VALUE "N".

       01 WS-FS-REINSCRIPCIONES PIC XX.
           88 FS-REINSCRIPCIONES-OK VALUE "00".
       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-CARRERAS PIC XX.
           88 FS-CARRERAS-OK VALUE "00".

      *>   ESTADO DE ARCH-PADAUDIT, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-PADAUDIT PIC XX.
           88 FS-PADAUDIT-OK VALUE "00".
           88 FS-PADAUDIT-NO-EXISTE VALUE "35".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   TOTALES DE CONTROL DEL MAESTRO REGRABADO (VER COPYLIB
      *>   TOTPROC)
           COPY TOTPROC.

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   BUZON DE NOTIFICACIONES A ALUMNOS (VER COPYLIB NOTIFPROC)
           COPY NOTIFPROC.

      *>   DOBLE CONTROL PARA JOBS DESTRUCTIVOS (VER COPYLIB
      *>   DUALPROC)
           COPY DUALPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE REGRABAR EL PADRON
           COPY CONFPROC.

      *>   OPERADOR Y FECHA PARA EL RENGLON DE AUDITORIA
       01 OPERADOR-TURNO PIC X(10) VALUE SPACES.
       01 FECHA-CORRIDA PIC 9(8) VALUE ZERO.

      *>   LINEAS ARMADAS DE LA HOJA REINSCREP
       01 LINEA-TITULO.
           03 FILLER      PIC X(42)
               VALUE "LEGAJOS INACTIVOS AL CIERRE DE LA REINSC. ".
           03 REP-ANIO    PIC X(4).
       01 LINEA-VENTANA.
           03 FILLER      PIC X(12) VALUE "VENTANA DEL ".
           03 REP-DESDE   PIC 9(8).
           03 FILLER      PIC X(4) VALUE " AL ".
           03 REP-HASTA   PIC 9(8).
       01 LINEA-CARRERA.
           03 FILLER      PIC X(9) VALUE "CARRERA: ".
           03 REP-CARR-COD PIC X(3).
           03 FILLER      PIC X(3) VALUE " - ".
           03 REP-CARR-NOMBRE PIC X(30).
       01 LINEA-ALUMNO.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-LEGAJO  PIC X(10).
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-APELLIDO PIC X(20).
           03 FILLER      PIC X VALUE SPACE.
           03 REP-NOMBRE  PIC X(20).
           03 FILLER      PIC X(12) VALUE " ULT.REINSC ".
           03 REP-ULT-REINSC PIC X(4).
       01 LINEA-TOTAL-CARRERA.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 FILLER      PIC X(20) VALUE "TOTAL INACTIVOS: ".
           03 REP-TOTAL   PIC ZZZ9.
       01 LINEA-TOTAL-GENERAL.
           03 FILLER      PIC X(40)
               VALUE "TOTAL DE LEGAJOS QUE PASAN A INACTIVO: ".
           03 REP-TOTAL-GRAL PIC ZZZZ9.
       01 LINEA-TITULO-RECHAZOS.
           03 FILLER      PIC X(40)
               VALUE "REINSCRIPCIONES RECHAZADAS".
       01 LINEA-RECHAZO.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-RCH-LEGAJO PIC X(10).
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-RCH-FECHA PIC X(8).
           03 FILLER      PIC X(2) VALUE SPACES.
           03 REP-RCH-MOTIVO PIC X(30).
       01 LINEA-GUIONES PIC X(72) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-33ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CIERRE DE LA REINSCRIPCION ANUAL"
           DISPLAY "-------------------------------------------------".

      *>   el operador ya quedo validado por VERIFICAR-OPERADOR;
      *>   el mismo id firma cada baja en PADAUDIT
           MOVE WS-OPERADOR-ID TO OPERADOR-TURNO.
           ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.

      *>   LA VENTANA SALE DE LA TARJETA DE CORRIDA (CLAVES DESDE Y
      *>   HASTA); SIN TARJETA SE PREGUNTA
           PERFORM CARGAR-RUNCARD THRU CARGAR-RUNCARD-FIN.
           MOVE "DESDE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO FECHA-ENTRADA
           ELSE
               DISPLAY "APERTURA DE LA VENTANA (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA
           END-IF.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO VENTANA-DESDE
           END-IF.
           MOVE "HASTA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO FECHA-ENTRADA
           ELSE
               DISPLAY "CIERRE DE LA VENTANA (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA
           END-IF.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO VENTANA-HASTA
           END-IF.

           IF VENTANA-DESDE = ZERO OR VENTANA-HASTA = ZERO
              OR VENTANA-DESDE > VENTANA-HASTA
               DISPLAY "VENTANA INVALIDA, CORRIDA RECHAZADA"
               PERFORM TERMINAR-RECHAZADO
           END-IF.
      *>   MIENTRAS LA VENTANA SIGUE ABIERTA TODAVIA PUEDEN LLEGAR
      *>   REINSCRIPCIONES: NO SE DEJA INACTIVO A NADIE ANTES DE TIEMPO
           IF FECHA-CORRIDA NOT > VENTANA-HASTA
               DISPLAY "LA VENTANA CIERRA EL " VENTANA-HASTA
                   ", TODAVIA ESTA ABIERTA; CORRIDA RECHAZADA"
               PERFORM TERMINAR-RECHAZADO
           END-IF.
           MOVE VENTANA-HASTA (1:4) TO ANIO-VENTANA.

      *>   SIN EL LOTE DE REINSCRIPCIONES TODO EL PADRON QUEDARIA
      *>   INACTIVO: SE RECHAZA LA CORRIDA
           OPEN INPUT ARCH-REINSCRIPCIONES.
           IF NOT FS-REINSCRIPCIONES-OK
               DISPLAY "NO LLEGO EL LOTE REINSCRIPCIONES, CORRIDA "
                   "RECHAZADA"
               PERFORM TERMINAR-RECHAZADO
           END-IF.

           PERFORM CARGAR-PADRON.
           IF CANT-ALUMNOS = ZERO
               CLOSE ARCH-REINSCRIPCIONES
               DISPLAY "EL PADRON ESTA VACIO, CORRIDA RECHAZADA"
               PERFORM TERMINAR-RECHAZADO
           END-IF.
           PERFORM CARGAR-CARRERAS.

           OPEN OUTPUT ARCH-REINSCREP.
           MOVE ANIO-VENTANA TO REP-ANIO.
           MOVE LINEA-TITULO TO REG-REINSCREP.
           WRITE REG-REINSCREP.
           MOVE VENTANA-DESDE TO REP-DESDE.
           MOVE VENTANA-HASTA TO REP-HASTA.
           MOVE LINEA-VENTANA TO REG-REINSCREP.
           WRITE REG-REINSCREP.
           MOVE SPACES TO REG-REINSCREP.
           WRITE REG-REINSCREP.
           MOVE LINEA-TITULO-RECHAZOS TO REG-REINSCREP.
           WRITE REG-REINSCREP.

           PERFORM UNTIL FIN-REINSCRIPCIONES = "S"
               READ ARCH-REINSCRIPCIONES
                   AT END
                       MOVE "S" TO FIN-REINSCRIPCIONES
                   NOT AT END
                       ADD 1 TO CANT-LEIDAS
                       PERFORM PROCESAR-REINSCRIPCION
                           THRU PROCESAR-REINSCRIPCION-FIN
               END-READ
           END-PERFORM.
           CLOSE ARCH-REINSCRIPCIONES.

           PERFORM MARCAR-INACTIVOS.
           PERFORM IMPRIMIR-INACTIVOS.
           CLOSE ARCH-REINSCREP.

           MOVE CANT-LEIDAS TO FORMATEO-RESULT.
           DISPLAY "REINSCRIPCIONES LEIDAS: " FORMATEO-RESULT.
           MOVE CANT-REINSCRIPTOS TO FORMATEO-RESULT.
           DISPLAY "REINSCRIPTOS:           " FORMATEO-RESULT.
           MOVE CANT-RECHAZADAS TO FORMATEO-RESULT.
           DISPLAY "RECHAZADAS:             " FORMATEO-RESULT.
           MOVE CANT-INACTIVOS TO FORMATEO-RESULT.
           DISPLAY "PASAN A INACTIVO:       " FORMATEO-RESULT.
           DISPLAY "VER DETALLE EN REINSCREP".

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
      *>       EL PADRON SOLO SE REGRABA CON LA SEGUNDA FIRMA SI EL
      *>       JOB ESTA EN DUALJOBS (VER COPYLIB DUALPR)
               MOVE "EJ-33ENCL22" TO CTL-JOB
               MOVE CANT-INACTIVOS TO CTL-CANT-REG
               MOVE "DEJAR INACTIVOS A LOS NO REINSCRIPTOS"
                 TO WS-DUAL-RESUMEN
               PERFORM VERIFICAR-DOBLE-CONTROL
                   THRU VERIFICAR-DOBLE-CONTROL-FIN
           END-IF.
           EVALUATE TRUE
               WHEN CONFIRMA-RESP-SI AND WS-DUAL-APROBADO = "S"
                   PERFORM APLICAR-CIERRE
                   MOVE "OK" TO CTL-ESTADO
               WHEN CONFIRMA-RESP-SI
                   DISPLAY "SIN SEGUNDA FIRMA: EL PADRON NO SE "
                       "REGRABA"
                   MOVE "NOAPROBADO" TO CTL-ESTADO
               WHEN OTHER
                   DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: "
                       "EL PADRON NO SE REGRABA"
                   MOVE "CANCELADO" TO CTL-ESTADO
           END-EVALUATE.

           MOVE "EJ-33ENCL22" TO CTL-JOB.
           MOVE CANT-INACTIVOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       TERMINAR-RECHAZADO.
           MOVE "EJ-33ENCL22" TO CTL-JOB.
           MOVE ZERO TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   UNA REINSCRIPCION VALE SI EL LEGAJO EXISTE, SE HIZO DENTRO
      *>   DE LA VENTANA Y EL LEGAJO NO ESTA YA INACTIVO (ESE SE
      *>   REACTIVA EN EL MANTENIMIENTO DEL PADRON, NO POR LOTE)
       PROCESAR-REINSCRIPCION.
           PERFORM BUSCAR-ALUMNO.
           IF IX-ALU-HALLADA = ZERO
               MOVE "LEGAJO INEXISTENTE" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-REINSCRIPCION
               GO TO PROCESAR-REINSCRIPCION-FIN.
           IF RIN-FECHA NOT NUMERIC
              OR RIN-FECHA < VENTANA-DESDE
              OR RIN-FECHA > VENTANA-HASTA
               MOVE "FUERA DE PERIODO" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-REINSCRIPCION
               GO TO PROCESAR-REINSCRIPCION-FIN.
           IF TP-ESTADO (IX-ALU-HALLADA) = "I"
               MOVE "INACTIVO, REACTIVAR EN PADRON" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-REINSCRIPCION
               GO TO PROCESAR-REINSCRIPCION-FIN.
           IF TP-ANIO-REINSC (IX-ALU-HALLADA) NOT = ANIO-VENTANA
               MOVE ANIO-VENTANA TO TP-ANIO-REINSC (IX-ALU-HALLADA)
               ADD 1 TO CANT-REINSCRIPTOS
           END-IF.
       PROCESAR-REINSCRIPCION-FIN.
           EXIT.

       RECHAZAR-REINSCRIPCION.
           ADD 1 TO CANT-RECHAZADAS.
           MOVE RIN-LEGAJO TO REP-RCH-LEGAJO.
           MOVE RIN-FECHA TO REP-RCH-FECHA.
           MOVE MOTIVO-RECHAZO TO REP-RCH-MOTIVO.
           MOVE LINEA-RECHAZO TO REG-REINSCREP.
           WRITE REG-REINSCREP.
           DISPLAY "RECHAZADO " RIN-LEGAJO ": " MOTIVO-RECHAZO.

       BUSCAR-ALUMNO.
           MOVE ZERO TO IX-ALU-HALLADA.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               IF TP-LEGAJO (IX-ALU) = RIN-LEGAJO
                   MOVE IX-ALU TO IX-ALU-HALLADA
               END-IF
           END-PERFORM.

      *>   PASA A INACTIVO EL ACTIVO QUE NO SE REINSCRIBIO PARA EL
      *>   ANIO DE LA VENTANA; EL INGRESANTE DE ESE MISMO ANIO RECIEN
      *>   ENTRA Y NO TIENE QUE REINSCRIBIRSE
       MARCAR-INACTIVOS.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               MOVE "N" TO TP-PASA-INACTIVO (IX-ALU)
               IF TP-ESTADO (IX-ALU) NOT = "I"
                  AND TP-ANIO-REINSC (IX-ALU) NOT = ANIO-VENTANA
                  AND TP-ANIO-INGRESO (IX-ALU) NOT = ANIO-VENTANA
                   MOVE "S" TO TP-PASA-INACTIVO (IX-ALU)
                   ADD 1 TO CANT-INACTIVOS
                   PERFORM BUSCAR-CARRERA
                   MOVE IX-CARR-HALLADA TO TP-IX-CARRERA (IX-ALU)
                   IF IX-CARR-HALLADA = ZERO
                       ADD 1 TO CANT-SIN-CARRERA
                   ELSE
                       ADD 1 TO TCA-CANT (IX-CARR-HALLADA)
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-CARRERA.
           MOVE ZERO TO IX-CARR-HALLADA.
           PERFORM VARYING IX-CARR FROM 1 BY 1
                   UNTIL IX-CARR > CANT-CARRERAS
               IF TCA-CODIGO (IX-CARR) = TP-CARRERA-COD (IX-ALU)
                   MOVE IX-CARR TO IX-CARR-HALLADA
               END-IF
           END-PERFORM.

      *>   UN BLOQUE POR CARRERA DEL MAESTRO, EN EL ORDEN DEL MAESTRO,
      *>   Y AL FINAL LOS DE UNA CARRERA QUE NO ESTA EN EL MAESTRO
       IMPRIMIR-INACTIVOS.
           PERFORM VARYING IX-CARR FROM 1 BY 1
                   UNTIL IX-CARR > CANT-CARRERAS
               IF TCA-CANT (IX-CARR) > ZERO
                   MOVE TCA-CODIGO (IX-CARR) TO REP-CARR-COD
                   MOVE TCA-NOMBRE (IX-CARR) TO REP-CARR-NOMBRE
                   MOVE TCA-CANT (IX-CARR) TO REP-TOTAL
                   MOVE IX-CARR TO CARRERA-BLOQUE
                   PERFORM IMPRIMIR-CARRERA-INACTIVOS
               END-IF
           END-PERFORM.
           IF CANT-SIN-CARRERA > ZERO
               MOVE "???" TO REP-CARR-COD
               MOVE "CARRERA FUERA DEL MAESTRO" TO REP-CARR-NOMBRE
               MOVE CANT-SIN-CARRERA TO REP-TOTAL
               MOVE ZERO TO CARRERA-BLOQUE
               PERFORM IMPRIMIR-CARRERA-INACTIVOS
           END-IF.
           MOVE SPACES TO REG-REINSCREP.
           WRITE REG-REINSCREP.
           MOVE LINEA-GUIONES TO REG-REINSCREP.
           WRITE REG-REINSCREP.
           MOVE CANT-INACTIVOS TO REP-TOTAL-GRAL.
           MOVE LINEA-TOTAL-GENERAL TO REG-REINSCREP.
           WRITE REG-REINSCREP.

      *>   CARRERA-BLOQUE ES LA CARRERA DEL BLOQUE (CERO PARA EL
      *>   BLOQUE DE CARRERAS FUERA DEL MAESTRO)
       IMPRIMIR-CARRERA-INACTIVOS.
           MOVE SPACES TO REG-REINSCREP.
           WRITE REG-REINSCREP.
           MOVE LINEA-GUIONES TO REG-REINSCREP.
           WRITE REG-REINSCREP.
           MOVE LINEA-CARRERA TO REG-REINSCREP.
           WRITE REG-REINSCREP.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               IF TP-PASA-INACTIVO (IX-ALU) = "S"
                  AND TP-IX-CARRERA (IX-ALU) = CARRERA-BLOQUE
                   MOVE TP-LEGAJO (IX-ALU) TO REP-LEGAJO
                   MOVE TP-APELLIDO (IX-ALU) TO REP-APELLIDO
                   MOVE TP-NOMBRE (IX-ALU) TO REP-NOMBRE
                   MOVE TP-ANIO-REINSC (IX-ALU) TO REP-ULT-REINSC
                   MOVE LINEA-ALUMNO TO REG-REINSCREP
                   WRITE REG-REINSCREP
               END-IF
           END-PERFORM.
           MOVE LINEA-TOTAL-CARRERA TO REG-REINSCREP.
           WRITE REG-REINSCREP.

      *>   REGRABA EL PADRON CON LOS ANIOS DE REINSCRIPCION Y LAS
      *>   MARCAS DE INACTIVO; CADA BAJA QUEDA EN PADAUDIT Y EL
      *>   ALUMNO RECIBE SU AVISO
       APLICAR-CIERRE.
           OPEN EXTEND ARCH-PADAUDIT.
           IF FS-PADAUDIT-NO-EXISTE
               OPEN OUTPUT ARCH-PADAUDIT
           END-IF.
           MOVE ZERO TO WS-TOT-CANT.
           MOVE ZERO TO WS-TOT-HASH.
           OPEN OUTPUT ARCH-PADRON.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               IF TP-PASA-INACTIVO (IX-ALU) = "S"
                   MOVE "I" TO TP-ESTADO (IX-ALU)
                   PERFORM ASENTAR-INACTIVO
               END-IF
               MOVE TP-LEGAJO (IX-ALU) TO PAD-LEGAJO
               MOVE TP-APELLIDO (IX-ALU) TO PAD-APELLIDO
               MOVE TP-NOMBRE (IX-ALU) TO PAD-NOMBRE
               MOVE TP-DNI (IX-ALU) TO PAD-DNI
               MOVE TP-CARRERA-COD (IX-ALU) TO PAD-CARRERA-COD
               MOVE TP-CARRERA-RESTO (IX-ALU) TO PAD-CARRERA-RESTO
               WRITE REG-PADRON
               ADD 1 TO WS-TOT-CANT
               ADD PAD-DNI TO WS-TOT-HASH
           END-PERFORM.
           CLOSE ARCH-PADRON.
           CLOSE ARCH-PADAUDIT.
           MOVE "PADRON" TO WS-TOT-ARCHIVO.
           PERFORM REGISTRAR-TOTALES.

       ASENTAR-INACTIVO.
           MOVE FECHA-CORRIDA TO PAU-FECHA.
           MOVE OPERADOR-TURNO TO PAU-OPERADOR.
           MOVE "INACTIVA" TO PAU-OPERACION.
           MOVE TP-LEGAJO (IX-ALU) TO PAU-LEGAJO.
           MOVE SPACES TO PAU-DETALLE.
           STRING "SIN REINSCRIPCION " DELIMITED BY SIZE
               ANIO-VENTANA DELIMITED BY SIZE
               INTO PAU-DETALLE.
           MOVE ";" TO PAU-SEP1.
           MOVE ";" TO PAU-SEP2.
           MOVE ";" TO PAU-SEP3.
           MOVE ";" TO PAU-SEP4.
           WRITE REG-PADAUDIT.
           MOVE TP-LEGAJO (IX-ALU) TO WS-NOT-LEGAJO.
           MOVE "INACTIVO" TO WS-NOT-TIPO.
           MOVE SPACES TO WS-NOT-TEXTO.
           STRING "SIN REINSCRIPCION " DELIMITED BY SIZE
               ANIO-VENTANA DELIMITED BY SIZE
               ", LEGAJO INACTIVO" DELIMITED BY SIZE
               INTO WS-NOT-TEXTO.
           PERFORM GRABAR-NOTIFICACION.

       CARGAR-CARRERAS.
      *>   SIN MAESTRO DE CARRERAS LA HOJA SALE EN UN SOLO BLOQUE
           MOVE "N" TO FIN-CARRERAS.
           OPEN INPUT ARCH-CARRERAS.
           IF NOT FS-CARRERAS-OK
               DISPLAY "SIN MAESTRO DE CARRERAS: LA HOJA NO SE "
                   "AGRUPA POR CARRERA"
               MOVE "S" TO FIN-CARRERAS
           END-IF.
           PERFORM UNTIL FIN-CARRERAS = "S"
               READ ARCH-CARRERAS
                   AT END
                       MOVE "S" TO FIN-CARRERAS
                       CLOSE ARCH-CARRERAS
                   NOT AT END
                       IF CANT-CARRERAS >= 10
                           DISPLAY "ADVERTENCIA: SE IGNORA CARRERA, "
                               "YA HAY 10 CARGADAS"
                       ELSE
                           ADD 1 TO CANT-CARRERAS
                           MOVE CARR-CODIGO TO
                                TCA-CODIGO (CANT-CARRERAS)
                           MOVE CARR-NOMBRE TO
                                TCA-NOMBRE (CANT-CARRERAS)
                           MOVE ZERO TO TCA-CANT (CANT-CARRERAS)
                       END-IF
               END-READ
           END-PERFORM.

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
      *>               SI EL PADRON NO ENTRA EN MEMORIA, LOS LEGAJOS
      *>               QUE NO SE CARGARON SE PERDERIAN AL REGRABARLO
                       IF CANT-ALUMNOS >= 6000
                           DISPLAY "EL PADRON SUPERA LOS 6000 LEGAJOS "
                               "EN MEMORIA: CORRIDA RECHAZADA, NADA "
                               "SE TOCA"
                           PERFORM TERMINAR-RECHAZADO
                       END-IF
                       ADD 1 TO CANT-ALUMNOS
                       MOVE PAD-LEGAJO TO TP-LEGAJO (CANT-ALUMNOS)
                       MOVE PAD-APELLIDO TO
                            TP-APELLIDO (CANT-ALUMNOS)
                       MOVE PAD-NOMBRE TO TP-NOMBRE (CANT-ALUMNOS)
                       MOVE PAD-DNI TO TP-DNI (CANT-ALUMNOS)
                       MOVE PAD-CARRERA-COD TO
                            TP-CARRERA-COD (CANT-ALUMNOS)
                       MOVE PAD-CARRERA-RESTO TO
                            TP-CARRERA-RESTO (CANT-ALUMNOS)
                       MOVE "N" TO TP-PASA-INACTIVO (CANT-ALUMNOS)
               END-READ
           END-PERFORM.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY TOTPR.
           COPY DUALPR.
           COPY NOTIFPR.
           COPY OPERPR.
           COPY RUNCPR.
