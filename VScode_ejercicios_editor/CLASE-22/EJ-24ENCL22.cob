      *> Mantenimiento del maestro PADRON: alta, baja y modificacion
      *> de alumnos por consola, en lugar de editar el archivo a mano
      *> en un editor de texto (un DNI mal tipeado dejo a un alumno
      *> rechazado como legajo desconocido por el posteo de
      *> inscripcion durante tres dias). Se niega a grabar un segundo
      *> legajo con el mismo PAD-DNI, valida PAD-CARRERA-COD contra
      *> el maestro CARRERAS, no da de baja un legajo que todavia
      *> tiene renglones en LISTADO, ESPERA, EXAMINSC o cuotas
      *> pendientes en CUOTAS, y deja cada cambio asentado en
      *> PADAUDIT con operador y fecha, igual que MATAUDIT. Tambien
      *> reactiva el legajo que el cierre de la reinscripcion dejo
      *> inactivo, cuando el alumno se presenta despues del plazo.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-24ENCL22.
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
      *>   PADRON es el maestro de alumnos (ver COPYLIB PADRON); se
      *>   levanta entero a memoria y se regraba al confirmar
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

      *>   CARRERAS es el maestro contra el que se valida el codigo
      *>   de carrera de cada alta o modificacion
           SELECT ARCH-CARRERAS ASSIGN TO "CARRERAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARRERAS.

      *>   LISTADO, ESPERA, EXAMINSC y CUOTAS se recorren solo para
      *>   negar la baja de un legajo que todavia figura en ellos
           SELECT ARCH-LISTADO ASSIGN TO "LISTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT ARCH-ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESPERA.

           SELECT ARCH-EXAMINSC ASSIGN TO "EXAMINSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXAMINSC.

           SELECT ARCH-CUOTAS ASSIGN TO "CUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUOTAS.

      *>   PADAUDIT deja un renglon por cambio al maestro, con
      *>   operador y fecha, igual que MATAUDIT
           SELECT ARCH-PADAUDIT ASSIGN TO "PADAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADAUDIT.

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

      *>   RUNCARDS trae la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCARD): con tarjeta el job corre desatendido
      *>   DUALJOBS lista los jobs que exigen doble control (ver
      *>   COPYLIB DUALJOB)
           SELECT ARCH-DUALJOBS ASSIGN TO "DUALJOBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUALJOBS.

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

       FD  ARCH-CARRERAS
           RECORD CONTAINS 35 CHARACTERS.
           COPY CARRERAS.

       FD  ARCH-LISTADO
           RECORD CONTAINS 36 CHARACTERS.
           COPY LISTADO.

       FD  ARCH-ESPERA
           RECORD CONTAINS 36 CHARACTERS.
           COPY ESPERA.

       FD  ARCH-EXAMINSC
           RECORD CONTAINS 12 CHARACTERS.
           COPY EXAMINSC.

       FD  ARCH-CUOTAS.
       01  REG-CUOTA.
           03 CUO-LEGAJO      PIC X(10).
           03 CUO-MATERIA     PIC 9.
           03 CUO-IMPORTE     PIC 9(7)V99.
           03 CUO-VENCIMIENTO PIC 9(8).
           03 CUO-ESTADO      PIC X(9).

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
      *>       MARCA DE BAJA: LA ENTRADA NO SE REGRABA AL CIERRE
               05 TP-BORRADA      PIC X.
       01 IX-ALU PIC 9(4) COMP VALUE ZERO.
       01 IX-ALU-HALLADA PIC 9(4) COMP VALUE ZERO.
      *>   ENTRADA CON EL MISMO DNI (CERO SI NO HAY); EN UNA
      *>   MODIFICACION SE EXCLUYE EL PROPIO LEGAJO
       01 IX-ALU-MISMO-DNI PIC 9(4) COMP VALUE ZERO.
       01 IX-ALU-EXCLUIDA PIC 9(4) COMP VALUE ZERO.

      *>   CODIGOS DEL MAESTRO DE CARRERAS PARA VALIDAR EL ALTA
       01 CANT-CARRERAS PIC 99 COMP VALUE ZERO.
       01 TABLA-CARRERAS.
           03 CARRERA-CODIGO PIC X(3) OCCURS 10 TIMES.
       01 IX-CARR PIC 99 COMP VALUE ZERO.
       01 CARRERA-VALIDA PIC X VALUE "N".

      *>   DATOS TOMADOS POR CONSOLA PARA LA OPERACION EN CURSO
       01 OPERACION PIC X VALUE SPACE.
       01 LEGAJO PIC X(10) VALUE SPACES.
       01 NUEVO-APELLIDO PIC X(20) VALUE SPACES.
       01 NUEVO-NOMBRE PIC X(20) VALUE SPACES.
       01 NUEVO-DNI PIC 9(8) VALUE ZERO.
       01 NUEVA-CARRERA PIC X(3) VALUE SPACES.

      *>   RENGLONES QUE EL LEGAJO TODAVIA TIENE EN LOS ARCHIVOS
      *>   VIGENTES; CON ALGUNO EN CERO NO SE PUEDE DAR DE BAJA
       01 EN-LISTADO PIC 9(4) VALUE ZERO.
       01 EN-ESPERA PIC 9(4) VALUE ZERO.
       01 EN-EXAMINSC PIC 9(4) VALUE ZERO.
       01 EN-CUOTAS PIC 9(4) VALUE ZERO.

       01 FIN-PADRON PIC X VALUE "N".
       01 FIN-CARRERAS PIC X VALUE "N".
       01 FIN-LISTADO PIC X VALUE "N".
       01 FIN-ESPERA PIC X VALUE "N".
       01 FIN-EXAMINSC PIC X VALUE "N".
       01 FIN-CUOTAS PIC X VALUE "N".
       01 TERMINAR-BUCLE PIC 9 VALUE ZERO.
       01 CANT-CAMBIOS PIC 9(5) VALUE ZERO.

       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-CARRERAS PIC XX.
           88 FS-CARRERAS-OK VALUE "00".
       01 WS-FS-LISTADO PIC XX.
           88 FS-LISTADO-OK VALUE "00".
       01 WS-FS-ESPERA PIC XX.
           88 FS-ESPERA-OK VALUE "00".
       01 WS-FS-EXAMINSC PIC XX.
           88 FS-EXAMINSC-OK VALUE "00".
       01 WS-FS-CUOTAS PIC XX.
           88 FS-CUOTAS-OK VALUE "00".

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

      *>   DOBLE CONTROL PARA JOBS DESTRUCTIVOS (VER COPYLIB
      *>   DUALPROC)
           COPY DUALPROC.

      *>   OPERADOR Y FECHA PARA EL RENGLON DE AUDITORIA
       01 OPERADOR-TURNO PIC X(10) VALUE SPACES.
       01 FECHA-CORRIDA PIC 9(8) VALUE ZERO.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE REGRABAR EL MAESTRO
           COPY CONFPROC.

      *>   DIGITO VERIFICADOR DEL LEGAJO (VER COPYLIB DIGVPROC)
           COPY DIGVPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-24ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "MANTENIMIENTO DEL PADRON DE ALUMNOS"
           DISPLAY "-------------------------------------------------".

      *>   el operador ya quedo validado por VERIFICAR-OPERADOR;
      *>   el mismo id firma cada cambio en PADAUDIT
           MOVE WS-OPERADOR-ID TO OPERADOR-TURNO.
           ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.

           PERFORM CARGAR-PADRON.
           PERFORM CARGAR-CARRERAS.
           PERFORM ABRIR-PADAUDIT.

           PERFORM UNTIL TERMINAR-BUCLE = 1
               DISPLAY " "
               DISPLAY "OPERACION: A=ALTA B=BAJA M=MODIFICACION "
                   "R=REACTIVAR F=FIN"
               ACCEPT OPERACION
               EVALUATE OPERACION
                   WHEN "A" PERFORM ALTA-ALUMNO
                                THRU ALTA-ALUMNO-FIN
                   WHEN "B" PERFORM BAJA-ALUMNO
                                THRU BAJA-ALUMNO-FIN
                   WHEN "M" PERFORM MODIFICAR-ALUMNO
                                THRU MODIFICAR-ALUMNO-FIN
                   WHEN "R" PERFORM REACTIVAR-ALUMNO
                                THRU REACTIVAR-ALUMNO-FIN
                   WHEN "F" MOVE 1 TO TERMINAR-BUCLE
                   WHEN OTHER DISPLAY "OPERACION DESCONOCIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE ARCH-PADAUDIT.

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
      *>       EL MAESTRO SOLO SE REGRABA CON LA SEGUNDA FIRMA SI
      *>       EL JOB ESTA EN DUALJOBS (VER COPYLIB DUALPR)
               MOVE "EJ-24ENCL22" TO CTL-JOB
               MOVE CANT-CAMBIOS TO CTL-CANT-REG
               MOVE "REGRABAR EL PADRON DE ALUMNOS"
                 TO WS-DUAL-RESUMEN
               PERFORM VERIFICAR-DOBLE-CONTROL
                   THRU VERIFICAR-DOBLE-CONTROL-FIN
           END-IF.
           EVALUATE TRUE
               WHEN CONFIRMA-RESP-SI AND WS-DUAL-APROBADO = "S"
                   PERFORM REGRABAR-PADRON
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

           MOVE "EJ-24ENCL22" TO CTL-JOB.
           MOVE CANT-CAMBIOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.

           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       ALTA-ALUMNO.
           PERFORM PEDIR-LEGAJO.
           IF LEGAJO = SPACES
               DISPLAY "EL LEGAJO NO PUEDE QUEDAR EN BLANCO"
               GO TO ALTA-ALUMNO-FIN.
      *>   UN LEGAJO NUMERICO TIENE QUE TRAER BIEN SU DIGITO
      *>   VERIFICADOR (VER COPYLIB DIGVPR)
           MOVE LEGAJO TO WS-DV-LEGAJO.
           PERFORM VERIFICAR-DIGITO-LEGAJO.
           IF WS-DV-VALIDO = "N"
               DISPLAY "EL DIGITO VERIFICADOR DEL LEGAJO " LEGAJO
                   " NO CORRESPONDE, NO SE GRABA"
               GO TO ALTA-ALUMNO-FIN.
           PERFORM BUSCAR-ALUMNO.
           IF IX-ALU-HALLADA > ZERO
               DISPLAY "ESE LEGAJO YA EXISTE, USE MODIFICACION"
               GO TO ALTA-ALUMNO-FIN.
           IF CANT-ALUMNOS >= 6000
               DISPLAY "EL PADRON YA TIENE 6000 LEGAJOS, NO HAY "
                   "LUGAR PARA OTRO"
               GO TO ALTA-ALUMNO-FIN.
           DISPLAY "APELLIDO: ".
           ACCEPT NUEVO-APELLIDO.
           DISPLAY "NOMBRE: ".
           ACCEPT NUEVO-NOMBRE.
           DISPLAY "DNI: ".
           ACCEPT NUEVO-DNI.
           DISPLAY "CODIGO DE CARRERA: ".
           ACCEPT NUEVA-CARRERA.
           IF NUEVO-APELLIDO = SPACES
               DISPLAY "EL APELLIDO NO PUEDE QUEDAR EN BLANCO"
               GO TO ALTA-ALUMNO-FIN.
           IF NUEVO-DNI = ZERO
               DISPLAY "EL DNI TIENE QUE SER MAYOR A CERO"
               GO TO ALTA-ALUMNO-FIN.
           MOVE ZERO TO IX-ALU-EXCLUIDA.
           PERFORM VALIDAR-DNI-UNICO.
           IF IX-ALU-MISMO-DNI > ZERO
               GO TO ALTA-ALUMNO-FIN.
           PERFORM VALIDAR-CARRERA.
           IF CARRERA-VALIDA = "N"
               GO TO ALTA-ALUMNO-FIN.
           ADD 1 TO CANT-ALUMNOS.
           MOVE LEGAJO TO TP-LEGAJO (CANT-ALUMNOS).
           MOVE NUEVO-APELLIDO TO TP-APELLIDO (CANT-ALUMNOS).
           MOVE NUEVO-NOMBRE TO TP-NOMBRE (CANT-ALUMNOS).
           MOVE NUEVO-DNI TO TP-DNI (CANT-ALUMNOS).
           MOVE NUEVA-CARRERA TO TP-CARRERA-COD (CANT-ALUMNOS).
           MOVE SPACES TO TP-CARRERA-RESTO (CANT-ALUMNOS).
           MOVE FECHA-CORRIDA (1:4) TO
                TP-CARRERA-RESTO (CANT-ALUMNOS) (1:4).
           MOVE "N" TO TP-BORRADA (CANT-ALUMNOS).
           ADD 1 TO CANT-CAMBIOS.
           MOVE "ALTA" TO PAU-OPERACION.
           MOVE SPACES TO PAU-DETALLE.
           STRING NUEVO-APELLIDO DELIMITED BY "  "
               " DNI " DELIMITED BY SIZE
               NUEVO-DNI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUEVA-CARRERA DELIMITED BY SIZE
               INTO PAU-DETALLE.
           PERFORM GRABAR-PADAUDIT.
           DISPLAY "ALUMNO DADO DE ALTA".
       ALTA-ALUMNO-FIN.
           EXIT.

       BAJA-ALUMNO.
           PERFORM PEDIR-LEGAJO.
           PERFORM BUSCAR-ALUMNO.
           IF IX-ALU-HALLADA = ZERO
               DISPLAY "ESE LEGAJO NO EXISTE EN EL PADRON"
               GO TO BAJA-ALUMNO-FIN.
      *>   NO SE BORRA UN LEGAJO QUE TODAVIA CURSA, ESPERA, RINDE O
      *>   DEBE CUOTAS: QUEDARIAN RENGLONES HUERFANOS EN ESOS ARCHIVOS
           PERFORM CONTAR-REFERENCIAS-LEGAJO.
           IF EN-LISTADO > ZERO OR EN-ESPERA > ZERO
              OR EN-EXAMINSC > ZERO OR EN-CUOTAS > ZERO
               DISPLAY "NO SE PUEDE BORRAR: TIENE " EN-LISTADO
                   " EN LISTADO, " EN-ESPERA " EN ESPERA, "
                   EN-EXAMINSC " EN EXAMINSC Y " EN-CUOTAS
                   " CUOTAS PENDIENTES"
               GO TO BAJA-ALUMNO-FIN.
           MOVE "S" TO TP-BORRADA (IX-ALU-HALLADA).
           ADD 1 TO CANT-CAMBIOS.
           MOVE "BAJA" TO PAU-OPERACION.
           MOVE TP-APELLIDO (IX-ALU-HALLADA) TO PAU-DETALLE.
           PERFORM GRABAR-PADAUDIT.
           DISPLAY "ALUMNO DADO DE BAJA".
       BAJA-ALUMNO-FIN.
           EXIT.

       MODIFICAR-ALUMNO.
           PERFORM PEDIR-LEGAJO.
           PERFORM BUSCAR-ALUMNO.
           IF IX-ALU-HALLADA = ZERO
               DISPLAY "ESE LEGAJO NO EXISTE EN EL PADRON"
               GO TO MODIFICAR-ALUMNO-FIN.
           DISPLAY "APELLIDO ACTUAL " TP-APELLIDO (IX-ALU-HALLADA)
               ", NUEVO APELLIDO: ".
           ACCEPT NUEVO-APELLIDO.
           DISPLAY "NOMBRE ACTUAL " TP-NOMBRE (IX-ALU-HALLADA)
               ", NUEVO NOMBRE: ".
           ACCEPT NUEVO-NOMBRE.
           DISPLAY "DNI ACTUAL " TP-DNI (IX-ALU-HALLADA)
               ", NUEVO DNI: ".
           ACCEPT NUEVO-DNI.
           DISPLAY "CARRERA ACTUAL " TP-CARRERA-COD (IX-ALU-HALLADA)
               ", NUEVA CARRERA: ".
           ACCEPT NUEVA-CARRERA.
           IF NUEVO-APELLIDO = SPACES
               DISPLAY "EL APELLIDO NO PUEDE QUEDAR EN BLANCO"
               GO TO MODIFICAR-ALUMNO-FIN.
           IF NUEVO-DNI = ZERO
               DISPLAY "EL DNI TIENE QUE SER MAYOR A CERO"
               GO TO MODIFICAR-ALUMNO-FIN.
      *>   EL NUEVO DNI NO PUEDE ESTAR EN OTRO LEGAJO; EL PROPIO NO
      *>   CUENTA CONTRA SI MISMO
           MOVE IX-ALU-HALLADA TO IX-ALU-EXCLUIDA.
           PERFORM VALIDAR-DNI-UNICO.
           MOVE ZERO TO IX-ALU-EXCLUIDA.
           IF IX-ALU-MISMO-DNI > ZERO
               GO TO MODIFICAR-ALUMNO-FIN.
           PERFORM VALIDAR-CARRERA.
           IF CARRERA-VALIDA = "N"
               GO TO MODIFICAR-ALUMNO-FIN.
           MOVE NUEVO-APELLIDO TO TP-APELLIDO (IX-ALU-HALLADA).
           MOVE NUEVO-NOMBRE TO TP-NOMBRE (IX-ALU-HALLADA).
           MOVE NUEVO-DNI TO TP-DNI (IX-ALU-HALLADA).
           MOVE NUEVA-CARRERA TO TP-CARRERA-COD (IX-ALU-HALLADA).
           ADD 1 TO CANT-CAMBIOS.
           MOVE "MODIFICACION" TO PAU-OPERACION.
           MOVE SPACES TO PAU-DETALLE.
           STRING NUEVO-APELLIDO DELIMITED BY "  "
               " DNI " DELIMITED BY SIZE
               NUEVO-DNI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUEVA-CARRERA DELIMITED BY SIZE
               INTO PAU-DETALLE.
           PERFORM GRABAR-PADAUDIT.
           DISPLAY "ALUMNO MODIFICADO".
       MODIFICAR-ALUMNO-FIN.
           EXIT.

      *>   EL LEGAJO INACTIVO (NO SE REINSCRIBIO EN TERMINO) VUELVE
      *>   A ESTAR ACTIVO Y QUEDA REINSCRIPTO EN EL ANIO DE HOY, ASI
      *>   EL PROXIMO CIERRE DE LA VENTANA NO LO VUELVE A BAJAR
       REACTIVAR-ALUMNO.
           PERFORM PEDIR-LEGAJO.
           PERFORM BUSCAR-ALUMNO.
           IF IX-ALU-HALLADA = ZERO
               DISPLAY "ESE LEGAJO NO EXISTE EN EL PADRON"
               GO TO REACTIVAR-ALUMNO-FIN.
           IF TP-ESTADO (IX-ALU-HALLADA) NOT = "I"
               DISPLAY "ESE LEGAJO YA ESTA ACTIVO"
               GO TO REACTIVAR-ALUMNO-FIN.
           MOVE SPACE TO TP-ESTADO (IX-ALU-HALLADA).
           MOVE FECHA-CORRIDA (1:4) TO TP-ANIO-REINSC (IX-ALU-HALLADA).
           ADD 1 TO CANT-CAMBIOS.
           MOVE "REACTIVA" TO PAU-OPERACION.
           MOVE SPACES TO PAU-DETALLE.
           STRING TP-APELLIDO (IX-ALU-HALLADA) DELIMITED BY "  "
               " REINSCRIPTO " DELIMITED BY SIZE
               FECHA-CORRIDA (1:4) DELIMITED BY SIZE
               INTO PAU-DETALLE.
           PERFORM GRABAR-PADAUDIT.
           DISPLAY "ALUMNO REACTIVADO".
       REACTIVAR-ALUMNO-FIN.
           EXIT.

       PEDIR-LEGAJO.
           DISPLAY "LEGAJO: ".
           ACCEPT LEGAJO.

       BUSCAR-ALUMNO.
      *>   DEJA EN IX-ALU-HALLADA LA ENTRADA VIVA (NO BORRADA) DEL
      *>   LEGAJO TIPEADO (CERO SI NO EXISTE)
           MOVE ZERO TO IX-ALU-HALLADA.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               IF TP-LEGAJO (IX-ALU) = LEGAJO
                  AND TP-BORRADA (IX-ALU) = "N"
                   MOVE IX-ALU TO IX-ALU-HALLADA
               END-IF
           END-PERFORM.

       VALIDAR-DNI-UNICO.
      *>   NINGUN OTRO LEGAJO VIVO PUEDE TENER EL MISMO DNI; LA
      *>   ENTRADA IX-ALU-EXCLUIDA ES LA QUE SE ESTA MODIFICANDO
           MOVE ZERO TO IX-ALU-MISMO-DNI.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               IF IX-ALU NOT = IX-ALU-EXCLUIDA
                  AND TP-BORRADA (IX-ALU) = "N"
                  AND TP-DNI (IX-ALU) = NUEVO-DNI
                   MOVE IX-ALU TO IX-ALU-MISMO-DNI
               END-IF
           END-PERFORM.
           IF IX-ALU-MISMO-DNI > ZERO
               DISPLAY "EL DNI " NUEVO-DNI " YA ESTA EN EL LEGAJO "
                   TP-LEGAJO (IX-ALU-MISMO-DNI) ", NO SE GRABA"
           END-IF.

       VALIDAR-CARRERA.
      *>   EL CODIGO TIENE QUE EXISTIR EN EL MAESTRO DE CARRERAS;
      *>   SIN MAESTRO SE ACEPTA LO TIPEADO, AVISADO AL ARRANCAR
           IF CANT-CARRERAS = ZERO
               MOVE "S" TO CARRERA-VALIDA
           ELSE
               MOVE "N" TO CARRERA-VALIDA
               PERFORM VARYING IX-CARR FROM 1 BY 1
                       UNTIL IX-CARR > CANT-CARRERAS
                   IF CARRERA-CODIGO (IX-CARR) = NUEVA-CARRERA
                       MOVE "S" TO CARRERA-VALIDA
                   END-IF
               END-PERFORM
           END-IF.
           IF CARRERA-VALIDA = "N"
               DISPLAY "LA CARRERA " NUEVA-CARRERA " NO EXISTE EN EL "
                   "MAESTRO DE CARRERAS, NO SE GRABA"
           END-IF.

       CONTAR-REFERENCIAS-LEGAJO.
      *>   CUENTA LOS RENGLONES DEL LEGAJO EN LOS ARCHIVOS VIGENTES;
      *>   EN CUOTAS SOLO CUENTA LO QUE TODAVIA SE DEBE (PENDIENTE O
      *>   INCLUIDO EN UN CONVENIO DE PAGO)
           MOVE ZERO TO EN-LISTADO.
           MOVE ZERO TO EN-ESPERA.
           MOVE ZERO TO EN-EXAMINSC.
           MOVE ZERO TO EN-CUOTAS.
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
                       IF LIST-ID-ALUMNO = LEGAJO
                           ADD 1 TO EN-LISTADO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO FIN-ESPERA.
           OPEN INPUT ARCH-ESPERA.
           IF NOT FS-ESPERA-OK
               MOVE "S" TO FIN-ESPERA
           END-IF.
           PERFORM UNTIL FIN-ESPERA = "S"
               READ ARCH-ESPERA
                   AT END
                       MOVE "S" TO FIN-ESPERA
                       CLOSE ARCH-ESPERA
                   NOT AT END
                       IF ESP-ID-ALUMNO = LEGAJO
                           ADD 1 TO EN-ESPERA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO FIN-EXAMINSC.
           OPEN INPUT ARCH-EXAMINSC.
           IF NOT FS-EXAMINSC-OK
               MOVE "S" TO FIN-EXAMINSC
           END-IF.
           PERFORM UNTIL FIN-EXAMINSC = "S"
               READ ARCH-EXAMINSC
                   AT END
                       MOVE "S" TO FIN-EXAMINSC
                       CLOSE ARCH-EXAMINSC
                   NOT AT END
                       IF EXI-LEGAJO = LEGAJO
                           ADD 1 TO EN-EXAMINSC
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO FIN-CUOTAS.
           OPEN INPUT ARCH-CUOTAS.
           IF NOT FS-CUOTAS-OK
               MOVE "S" TO FIN-CUOTAS
           END-IF.
           PERFORM UNTIL FIN-CUOTAS = "S"
               READ ARCH-CUOTAS
                   AT END
                       MOVE "S" TO FIN-CUOTAS
                       CLOSE ARCH-CUOTAS
                   NOT AT END
                       IF CUO-LEGAJO = LEGAJO
                          AND (CUO-ESTADO = "PENDIENTE"
                           OR CUO-ESTADO = "ENCONVENI")
                           ADD 1 TO EN-CUOTAS
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-PADAUDIT.
           MOVE FECHA-CORRIDA TO PAU-FECHA.
           MOVE OPERADOR-TURNO TO PAU-OPERADOR.
           MOVE LEGAJO TO PAU-LEGAJO.
           MOVE ";" TO PAU-SEP1.
           MOVE ";" TO PAU-SEP2.
           MOVE ";" TO PAU-SEP3.
           MOVE ";" TO PAU-SEP4.
           WRITE REG-PADAUDIT.

       ABRIR-PADAUDIT.
           OPEN EXTEND ARCH-PADAUDIT.
           IF FS-PADAUDIT-NO-EXISTE
               OPEN OUTPUT ARCH-PADAUDIT
           END-IF.

       CARGAR-CARRERAS.
      *>   LEVANTA LOS CODIGOS DEL MAESTRO DE CARRERAS; SIN MAESTRO
      *>   NO HAY CONTROL DE CARRERA (TRANSICION, COMO OPERADORES)
           MOVE "N" TO FIN-CARRERAS.
           OPEN INPUT ARCH-CARRERAS.
           IF NOT FS-CARRERAS-OK
               DISPLAY "SIN MAESTRO DE CARRERAS: LA CARRERA NO SE "
                   "VALIDA"
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
                                CARRERA-CODIGO (CANT-CARRERAS)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-PADRON.
           MOVE "N" TO FIN-PADRON.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-PADRON-OK
               DISPLAY "NO EXISTE EL PADRON, SE ARRANCA VACIO"
               MOVE "S" TO FIN-PADRON
           END-IF.
           PERFORM UNTIL FIN-PADRON = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO FIN-PADRON
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF CANT-ALUMNOS >= 6000
                           PERFORM RECHAZAR-PADRON-LLENO
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
                       MOVE "N" TO TP-BORRADA (CANT-ALUMNOS)
               END-READ
           END-PERFORM.

      *>   EL PADRON NO ENTRA EN MEMORIA: SI SE SIGUIERA, LOS
      *>   LEGAJOS QUE NO SE CARGARON SE PERDERIAN AL REGRABARLO
       RECHAZAR-PADRON-LLENO.
           DISPLAY "EL PADRON SUPERA LOS 6000 LEGAJOS EN MEMORIA: "
               "CORRIDA RECHAZADA, NADA SE TOCA".
           MOVE "EJ-24ENCL22" TO CTL-JOB.
           MOVE CANT-ALUMNOS TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       REGRABAR-PADRON.
      *>   REGRABA EL MAESTRO COMPLETO CON EL LAYOUT OFICIAL; LAS
      *>   ENTRADAS MARCADAS COMO BORRADAS NO SALEN MAS
           MOVE ZERO TO WS-TOT-CANT.
           MOVE ZERO TO WS-TOT-HASH.
           OPEN OUTPUT ARCH-PADRON.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               IF TP-BORRADA (IX-ALU) = "N"
                   MOVE TP-LEGAJO (IX-ALU) TO PAD-LEGAJO
                   MOVE TP-APELLIDO (IX-ALU) TO PAD-APELLIDO
                   MOVE TP-NOMBRE (IX-ALU) TO PAD-NOMBRE
                   MOVE TP-DNI (IX-ALU) TO PAD-DNI
                   MOVE TP-CARRERA-COD (IX-ALU) TO PAD-CARRERA-COD
                   MOVE TP-CARRERA-RESTO (IX-ALU) TO
                        PAD-CARRERA-RESTO
                   WRITE REG-PADRON
                   ADD 1 TO WS-TOT-CANT
                   ADD PAD-DNI TO WS-TOT-HASH
               END-IF
           END-PERFORM.
           CLOSE ARCH-PADRON.
           MOVE "PADRON" TO WS-TOT-ARCHIVO.
           PERFORM REGISTRAR-TOTALES.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY TOTPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY DUALPR.
           COPY DIGVPR.
