      *> Corrida de cierre de comisiones con pocos inscriptos: toma el
      *> minimo de inscriptos (tarjeta MINIMO) y lista en CIERREHOJA
      *> las comisiones que quedaron por debajo. Con la confirmacion
      *> las da de baja en MATERIAS y pasa a cada alumno a otra
      *> comision de la misma materia con cupo libre y sin choque de
      *> horario con sus otras comisiones; el que no se puede ubicar
      *> va a ESPERA con prioridad (adelante de la cola). Cada alumno
      *> recibe su aviso en NOTIFICACIONES y la asignacion docente de
      *> la comision cerrada se libera en ASIGNADOC. Hasta ahora el
      *> cierre lo hacia coordinacion a mano y los alumnos se
      *> enteraban en el aula vacia.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-32ENCL22.
      *>--------------------------------------

      *>--------------------------------------
      *> es importante esto, porque sino mainframe cancela
      *> espera esta instrucción
       ENVIRONMENT DIVISION.
      *>--------------------------------------

       CONFIGURATION SECTION.
      *>--------------------------------------

      *>--------------------------------------
      *> MATERIAS es el maestro de comisiones (horario y cupo);
      *> LISTADO es la nomina vigente de alumnos por comision; ESPERA
      *> es la cola de los que no entraron por cupo; ASIGNADOC es el
      *> docente responsable de cada comision
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MATERIAS ASSIGN TO "MATERIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATERIAS.

           SELECT ARCH-LISTADO ASSIGN TO "LISTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT ARCH-ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESPERA.

           SELECT ARCH-ASIGNADOC ASSIGN TO "ASIGNADOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASIGNADOC.

      *>   YAINSCRIPTOS es el registro indexado de alumnos inscriptos
      *>   que mantiene la corrida de posteo; el alumno reubicado
      *>   tiene que cambiar de comision aca tambien, porque el
      *>   LISTADO se regenera desde este registro en cada posteo
           SELECT ARCH-YAINSCRIPTOS ASSIGN TO "YAINSCRIPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YA-CLAVE
               FILE STATUS IS WS-FS-YAINSCRIPTOS.

      *>   CIERREHOJA es la hoja que revisa coordinacion: comisiones
      *>   por debajo del minimo y destino de cada alumno
           SELECT ARCH-CIERREHOJA ASSIGN TO "CIERREHOJA"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   MATAUDIT y DOCAUDIT dejan un renglon por cambio, con
      *>   operador y fecha, igual que los mantenimientos manuales
           SELECT ARCH-MATAUDIT ASSIGN TO "MATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATAUDIT.

           SELECT ARCH-DOCAUDIT ASSIGN TO "DOCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOCAUDIT.

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
       FD  ARCH-MATERIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY MATERIAS.

       FD  ARCH-LISTADO
           RECORD CONTAINS 36 CHARACTERS.
           COPY LISTADO.

       FD  ARCH-ESPERA
           RECORD CONTAINS 36 CHARACTERS.
           COPY ESPERA.

       FD  ARCH-ASIGNADOC
           RECORD CONTAINS 12 CHARACTERS.
           COPY ASIGNADOC.

       FD  ARCH-YAINSCRIPTOS.
       01  REG-YAINSCRIPTO.
           03 YA-CLAVE.
               05 YA-ID-ALUMNO PIC X(10).
               05 YA-MATERIA   PIC 9.
           03 YA-COMISION  PIC 9.

       FD  ARCH-CIERREHOJA.
       01  REG-CIERREHOJA PIC X(80).

       FD  ARCH-MATAUDIT.
       01  REG-MATAUDIT.
           03 MAU-FECHA     PIC 9(8).
           03 MAU-SEP1      PIC X.
           03 MAU-OPERADOR  PIC X(10).
           03 MAU-SEP2      PIC X.
           03 MAU-OPERACION PIC X(12).
           03 MAU-SEP3      PIC X.
           03 MAU-MATERIA   PIC 9.
           03 MAU-COMISION  PIC 9.
           03 MAU-SEP4      PIC X.
           03 MAU-DETALLE   PIC X(39).

       FD  ARCH-DOCAUDIT.
       01  REG-DOCAUDIT.
           03 DAU-FECHA     PIC 9(8).
           03 DAU-SEP1      PIC X.
           03 DAU-OPERADOR  PIC X(10).
           03 DAU-SEP2      PIC X.
           03 DAU-OPERACION PIC X(12).
           03 DAU-SEP3      PIC X.
           03 DAU-DOCENTE   PIC X(10).
           03 DAU-SEP4      PIC X.
           03 DAU-DETALLE   PIC X(39).

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

      *>   MINIMO DE INSCRIPTOS PARA QUE UNA COMISION SIGA ABIERTA
       01 MINIMO-INSCRIPTOS PIC 999 VALUE 10.
       01 MINIMO-ENTRADA PIC X(20) VALUE SPACES.

      *>   COMISIONES DEL MAESTRO, CON SU OCUPACION RECONSTRUIDA
      *>   DESDE LA NOMINA VIGENTE. TC-CIERRA: "S" SE CIERRA, "M"
      *>   QUEDA POR DEBAJO PERO SE MANTIENE PORQUE ES LA UNICA QUE
      *>   LE QUEDARIA A LA MATERIA, "N" SIGUE ABIERTA
       01 CANT-COMISIONES PIC 99 COMP VALUE ZERO.
       01 TABLA-COMISIONES.
           03 ENTRADA-COMISION OCCURS 27 TIMES.
               05 TC-MATERIA    PIC 9.
               05 TC-COMISION   PIC 9.
               05 TC-NOMBRE     PIC X(20).
               05 TC-HORARIO    PIC X(10).
               05 TC-AULA       PIC X(5).
               05 TC-CUPO       PIC 99.
               05 TC-INSCRIPTOS PIC 999.
               05 TC-CIERRA     PIC X.
       01 IX-COM PIC 99 COMP VALUE ZERO.
       01 IX-COM-HALLADA PIC 99 COMP VALUE ZERO.
       01 IX-COM-ORIGEN PIC 99 COMP VALUE ZERO.
       01 IX-COM-MAYOR PIC 99 COMP VALUE ZERO.
       01 CANT-ABIERTAS PIC 99 COMP VALUE ZERO.

      *>   NOMINA VIGENTE EN MEMORIA, PARA REGRABAR EL LISTADO CON
      *>   LA COMISION NUEVA DE CADA REUBICADO; TN-BAJA = "S" SON
      *>   LOS QUE PASARON A ESPERA Y NO SE REGRABAN
       01 CANT-NOMINA PIC 9999 COMP VALUE ZERO.
       01 TABLA-NOMINA.
           03 ENTRADA-NOMINA OCCURS 1000 TIMES.
               05 TN-ID-ALUMNO PIC X(10).
               05 TN-MATERIA   PIC X(25).
               05 TN-CODIGO    PIC 9.
               05 TN-COMISION  PIC 9.
               05 TN-BAJA      PIC X.
       01 IX-NOM PIC 9999 COMP VALUE ZERO.
       01 IX-NOM-OTRA PIC 9999 COMP VALUE ZERO.

      *>   COLA DE ESPERA VIGENTE, EN SU ORDEN DE LLEGADA
       01 CANT-ESPERA PIC 999 COMP VALUE ZERO.
       01 TABLA-ESPERA.
           03 ENTRADA-ESPERA OCCURS 200 TIMES.
               05 TE-ID-ALUMNO PIC X(10).
               05 TE-MATERIA   PIC X(25).
               05 TE-COMISION  PIC 9.
       01 IX-ESPERA PIC 999 COMP VALUE ZERO.

      *>   ALUMNOS DE COMISIONES CERRADAS QUE NO SE PUDIERON UBICAR;
      *>   SE REGRABAN ADELANTE DE LA COLA PARA QUE LA PROMOCION DE
      *>   ESPERA LOS ATIENDA PRIMERO
       01 CANT-PRIORIDAD PIC 999 COMP VALUE ZERO.
       01 TABLA-PRIORIDAD.
           03 ENTRADA-PRIORIDAD OCCURS 200 TIMES.
               05 TP-ID-ALUMNO PIC X(10).
               05 TP-MATERIA   PIC X(25).
               05 TP-COMISION  PIC 9.
       01 IX-PRI PIC 999 COMP VALUE ZERO.

      *>   ASIGNACIONES DOCENTES VIGENTES
       01 CANT-ASIGNACIONES PIC 99 COMP VALUE ZERO.
       01 TABLA-ASIGNACIONES.
           03 ENTRADA-ASIGNACION OCCURS 27 TIMES.
               05 TG-MATERIA  PIC 9.
               05 TG-COMISION PIC 9.
               05 TG-DOCENTE  PIC X(10).
       01 IX-ASG PIC 99 COMP VALUE ZERO.

      *>   DESTINO ELEGIDO PARA EL ALUMNO QUE SE ESTA REUBICANDO:
      *>   IX-DESTINO-CUPO ES LA COMISION SIN CHOQUE CON MAS LUGARES
      *>   LIBRES; IX-DESTINO-ESPERA ES DONDE QUEDA ESPERANDO SI NO
      *>   HAY CUPO (PRIMERO SIN CHOQUE, SI NO LA PRIMERA ABIERTA)
       01 IX-DESTINO-CUPO PIC 99 COMP VALUE ZERO.
       01 IX-DESTINO-ESPERA PIC 99 COMP VALUE ZERO.
       01 IX-DESTINO-ABIERTA PIC 99 COMP VALUE ZERO.
       01 LIBRES-DESTINO PIC S999 COMP VALUE ZERO.
       01 LIBRES-CANDIDATA PIC S999 COMP VALUE ZERO.
       01 HAY-CHOQUE PIC X VALUE "N".

      *>   CODIGO, COMISION Y NOMBRE DE LO QUE SE ESTA PROCESANDO
       01 MATERIA PIC 9 VALUE ZERO.
       01 COMISION PIC 9 VALUE ZERO.
       01 MATERIA-NOMBRE PIC X(25) VALUE SPACES.
       01 LEGAJO-DOCENTE PIC X(10) VALUE SPACES.

      *>   CONDICIONES DE FIN DE ARCHIVO
       01 FIN-MATERIAS PIC X VALUE "N".
       01 FIN-LISTADO PIC X VALUE "N".
       01 FIN-ESPERA PIC X VALUE "N".
       01 FIN-ASIGNADOC PIC X VALUE "N".

      *>   SI YAINSCRIPTOS NO EXISTE TODAVIA NO HAY NADA QUE CORREGIR
      *>   EN EL REGISTRO Y SE SALTEA
       01 HAY-YAINSCRIPTOS PIC X VALUE "N".

      *>   ESTADO DE LOS ARCHIVOS QUE PUEDEN NO EXISTIR TODAVIA
       01 WS-FS-MATERIAS PIC XX.
           88 FS-MATERIAS-OK VALUE "00".
       01 WS-FS-LISTADO PIC XX.
           88 FS-LISTADO-OK VALUE "00".
       01 WS-FS-ESPERA PIC XX.
           88 FS-ESPERA-OK VALUE "00".
       01 WS-FS-ASIGNADOC PIC XX.
           88 FS-ASIGNADOC-OK VALUE "00".
       01 WS-FS-YAINSCRIPTOS PIC XX.
           88 FS-YAINSCRIPTOS-OK VALUE "00".
           88 FS-YAINSCRIPTOS-NO-EXISTE VALUE "35".

      *>   ESTADO DE LOS ARCHIVOS DE AUDITORIA, PARA ABRIRLOS EN
      *>   OUTPUT LA PRIMERA VEZ (EXTEND FALLA SI NO EXISTEN)
       01 WS-FS-MATAUDIT PIC XX.
           88 FS-MATAUDIT-OK VALUE "00".
           88 FS-MATAUDIT-NO-EXISTE VALUE "35".
       01 WS-FS-DOCAUDIT PIC XX.
           88 FS-DOCAUDIT-OK VALUE "00".
           88 FS-DOCAUDIT-NO-EXISTE VALUE "35".

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
      *>   PARA PEDIR CONFIRMACION ANTES DE CERRAR NADA
           COPY CONFPROC.

      *>   OPERADOR Y FECHA PARA EL RENGLON DE AUDITORIA
       01 OPERADOR-TURNO PIC X(10) VALUE SPACES.
       01 FECHA-CORRIDA PIC 9(8) VALUE ZERO.

      *>   CONTADORES DEL RESUMEN DE LA CORRIDA
       01 CANT-CIERRES PIC 99 COMP VALUE ZERO.
       01 CANT-REUBICADOS PIC 9(5) VALUE ZERO.
       01 CANT-A-ESPERA PIC 9(5) VALUE ZERO.
       01 CANT-AFECTADOS PIC 9(5) VALUE ZERO.
       01 FORMATEO-RESULT PIC ZZZZ9.

      *>   RENGLONES DE LA HOJA DE CIERRE
       01 LINEA-TITULO.
           03 FILLER PIC X(42) VALUE
              "CIERRE DE COMISIONES CON POCOS INSCRIPTOS".
           03 FILLER PIC X(10) VALUE " - MINIMO:".
           03 LT-MINIMO PIC ZZ9.

       01 LINEA-COMISION.
           03 FILLER       PIC X(8) VALUE "MATERIA ".
           03 LC-MATERIA   PIC 9.
           03 FILLER       PIC X(10) VALUE " COMISION ".
           03 LC-COMISION  PIC 9.
           03 FILLER       PIC X VALUE SPACE.
           03 LC-NOMBRE    PIC X(20).
           03 FILLER       PIC X VALUE SPACE.
           03 LC-HORARIO   PIC X(10).
           03 FILLER       PIC X(6) VALUE " INSC ".
           03 LC-INSCRIPTOS PIC ZZ9.
           03 FILLER       PIC X VALUE SPACE.
           03 LC-ACCION    PIC X(18).

       01 LINEA-ALUMNO.
           03 FILLER       PIC X(4) VALUE SPACES.
           03 LA-LEGAJO    PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LA-DESTINO   PIC X(40).

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-32ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CIERRE DE COMISIONES CON POCOS INSCRIPTOS"
           DISPLAY "-------------------------------------------------".

      *>   el operador ya quedo validado por VERIFICAR-OPERADOR;
      *>   el mismo id firma cada cambio en MATAUDIT y DOCAUDIT
           MOVE WS-OPERADOR-ID TO OPERADOR-TURNO.
           ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.

           PERFORM CARGAR-RUNCARD THRU CARGAR-RUNCARD-FIN.
           MOVE "MINIMO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR TO MINIMO-ENTRADA
           ELSE
               DISPLAY "MINIMO DE INSCRIPTOS PARA MANTENER UNA "
                   "COMISION (ENTER = 10): "
               ACCEPT MINIMO-ENTRADA
           END-IF.
           PERFORM TOMAR-MINIMO.

           PERFORM CARGAR-MATERIAS.
           PERFORM CARGAR-NOMINA.
           PERFORM CARGAR-ESPERA.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM MARCAR-CIERRES.

           OPEN OUTPUT ARCH-CIERREHOJA.
           MOVE MINIMO-INSCRIPTOS TO LT-MINIMO.
           MOVE LINEA-TITULO TO REG-CIERREHOJA.
           WRITE REG-CIERREHOJA.
           PERFORM ESCRIBIR-COMISIONES.

           IF CANT-CIERRES = ZERO
               CLOSE ARCH-CIERREHOJA
               DISPLAY "NO HAY COMISIONES PARA CERRAR"
               MOVE "OK" TO CTL-ESTADO
               MOVE ZERO TO CTL-CANT-REG
               PERFORM GRABAR-CONTROL
               DISPLAY "TERMINO EL PROGRAMA"
               STOP RUN
           END-IF.

           MOVE CANT-CIERRES TO FORMATEO-RESULT.
           DISPLAY "COMISIONES A CERRAR: " FORMATEO-RESULT.
           DISPLAY "VER DETALLE EN CIERREHOJA".

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
      *>       NADA SE CIERRA SIN LA SEGUNDA FIRMA SI EL JOB ESTA
      *>       EN DUALJOBS (VER COPYLIB DUALPR)
               MOVE "EJ-32ENCL22" TO CTL-JOB
               MOVE CANT-CIERRES TO CTL-CANT-REG
               MOVE "CERRAR COMISIONES Y REUBICAR ALUMNOS"
                 TO WS-DUAL-RESUMEN
               PERFORM VERIFICAR-DOBLE-CONTROL
                   THRU VERIFICAR-DOBLE-CONTROL-FIN
           END-IF.
           EVALUATE TRUE
               WHEN CONFIRMA-RESP-SI AND WS-DUAL-APROBADO = "S"
                   PERFORM APLICAR-CIERRES
                   MOVE "OK" TO CTL-ESTADO
               WHEN CONFIRMA-RESP-SI
                   DISPLAY "SIN SEGUNDA FIRMA: NO SE CIERRA NINGUNA "
                       "COMISION"
                   MOVE "NOAPROBADO" TO CTL-ESTADO
               WHEN OTHER
                   DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: "
                       "NO SE CIERRA NINGUNA COMISION"
                   MOVE "CANCELADO" TO CTL-ESTADO
           END-EVALUATE.
           CLOSE ARCH-CIERREHOJA.

           DISPLAY " ".
           MOVE CANT-REUBICADOS TO FORMATEO-RESULT.
           DISPLAY "ALUMNOS REUBICADOS:   " FORMATEO-RESULT.
           MOVE CANT-A-ESPERA TO FORMATEO-RESULT.
           DISPLAY "ALUMNOS A ESPERA:     " FORMATEO-RESULT.
           DISPLAY "TERMINO EL PROGRAMA".

           MOVE "EJ-32ENCL22" TO CTL-JOB.
           COMPUTE CANT-AFECTADOS = CANT-REUBICADOS + CANT-A-ESPERA.
           MOVE CANT-AFECTADOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

      *>   EL MINIMO VIENE ALINEADO A IZQUIERDA, DE UNO A TRES
      *>   DIGITOS; CUALQUIER OTRA COSA DEJA EL MINIMO DE SIEMPRE
       TOMAR-MINIMO.
           IF MINIMO-ENTRADA (1:3) IS NUMERIC
               MOVE MINIMO-ENTRADA (1:3) TO MINIMO-INSCRIPTOS
           ELSE
               IF MINIMO-ENTRADA (1:2) IS NUMERIC
                  AND MINIMO-ENTRADA (3:1) = SPACE
                   MOVE MINIMO-ENTRADA (1:2) TO MINIMO-INSCRIPTOS
               ELSE
                   IF MINIMO-ENTRADA (1:1) IS NUMERIC
                      AND MINIMO-ENTRADA (2:1) = SPACE
                       MOVE MINIMO-ENTRADA (1:1) TO MINIMO-INSCRIPTOS
                   END-IF
               END-IF
           END-IF.
           IF MINIMO-INSCRIPTOS < 1
               MOVE 10 TO MINIMO-INSCRIPTOS
           END-IF.

      *>   CARGA LAS COMISIONES DESDE EL MAESTRO DE MATERIAS; SIN
      *>   MAESTRO NO HAY NADA QUE CERRAR
       CARGAR-MATERIAS.
           MOVE "N" TO FIN-MATERIAS.
           OPEN INPUT ARCH-MATERIAS.
           IF NOT FS-MATERIAS-OK
               DISPLAY "NO EXISTE EL MAESTRO DE MATERIAS"
               MOVE "RECHAZADO" TO CTL-ESTADO
               MOVE ZERO TO CTL-CANT-REG
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-MATERIAS = "S"
               READ ARCH-MATERIAS
                   AT END
                       MOVE "S" TO FIN-MATERIAS
                   NOT AT END
      *>               TABLA-COMISIONES SOLO LLEGA A 27 RENGLONES;
      *>               LOS QUE SOBRAN SE DESCARTAN CON AVISO
                       IF CANT-COMISIONES >= 27
                           DISPLAY "ADVERTENCIA: SE IGNORA COMISION, "
                               "YA HAY 27 CARGADAS"
                       ELSE
                           ADD 1 TO CANT-COMISIONES
                           MOVE MAT-CODIGO TO
                                TC-MATERIA(CANT-COMISIONES)
                           MOVE MAT-COMISION TO
                                TC-COMISION(CANT-COMISIONES)
                           MOVE MAT-NOMBRE TO
                                TC-NOMBRE(CANT-COMISIONES)
                           MOVE MAT-HORARIO TO
                                TC-HORARIO(CANT-COMISIONES)
                           MOVE MAT-AULA TO
                                TC-AULA(CANT-COMISIONES)
                           MOVE MAT-CUPO TO
                                TC-CUPO(CANT-COMISIONES)
                           MOVE ZERO TO
                                TC-INSCRIPTOS(CANT-COMISIONES)
                           MOVE "N" TO TC-CIERRA(CANT-COMISIONES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCH-MATERIAS.

       BUSCAR-COMISION.
      *>   DEJA EN IX-COM-HALLADA LA ENTRADA DEL MAESTRO QUE MATCHEA
      *>   MATERIA + COMISION (CERO SI NO EXISTE)
           MOVE ZERO TO IX-COM-HALLADA.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               IF TC-MATERIA(IX-COM) = MATERIA
                  AND TC-COMISION(IX-COM) = COMISION
                   MOVE IX-COM TO IX-COM-HALLADA
               END-IF
           END-PERFORM.

      *>   LEVANTA LA NOMINA VIGENTE Y CUENTA LOS INSCRIPTOS DE CADA
      *>   COMISION
       CARGAR-NOMINA.
           MOVE "N" TO FIN-LISTADO.
           OPEN INPUT ARCH-LISTADO.
           IF FS-LISTADO-OK
               PERFORM UNTIL FIN-LISTADO = "S"
                   READ ARCH-LISTADO
                       AT END
                           MOVE "S" TO FIN-LISTADO
                       NOT AT END
                           PERFORM AGREGAR-NOMINA
                   END-READ
               END-PERFORM
               CLOSE ARCH-LISTADO
           END-IF.

       AGREGAR-NOMINA.
      *>   TABLA-NOMINA SOLO LLEGA A 1000 RENGLONES; LOS QUE SOBRAN
      *>   SE DESCARTAN CON AVISO
           IF CANT-NOMINA >= 1000
               DISPLAY "ADVERTENCIA: SE IGNORA RENGLON DEL LISTADO, "
                   "YA HAY 1000 CARGADOS"
           ELSE
               MOVE LIST-MATERIA TO MATERIA-NOMBRE
               MOVE LIST-COMISION TO COMISION
               PERFORM OBTENER-CODIGO-MATERIA
               ADD 1 TO CANT-NOMINA
               MOVE LIST-ID-ALUMNO TO TN-ID-ALUMNO(CANT-NOMINA)
               MOVE LIST-MATERIA TO TN-MATERIA(CANT-NOMINA)
               MOVE MATERIA TO TN-CODIGO(CANT-NOMINA)
               MOVE LIST-COMISION TO TN-COMISION(CANT-NOMINA)
               MOVE "N" TO TN-BAJA(CANT-NOMINA)
               PERFORM BUSCAR-COMISION
               IF IX-COM-HALLADA > ZERO
                   ADD 1 TO TC-INSCRIPTOS(IX-COM-HALLADA)
               END-IF
           END-IF.

      *>   LEVANTA LA COLA DE ESPERA COMPLETA EN MEMORIA, EN EL MISMO
      *>   ORDEN DE LLEGADA EN QUE SE FUE GRABANDO
       CARGAR-ESPERA.
           MOVE "N" TO FIN-ESPERA.
           OPEN INPUT ARCH-ESPERA.
           IF FS-ESPERA-OK
               PERFORM UNTIL FIN-ESPERA = "S"
                   READ ARCH-ESPERA
                       AT END
                           MOVE "S" TO FIN-ESPERA
                       NOT AT END
                           IF CANT-ESPERA >= 200
                               DISPLAY "ADVERTENCIA: SE IGNORA ESPERA,"
                                   " YA HAY 200 CARGADOS"
                           ELSE
                               ADD 1 TO CANT-ESPERA
                               MOVE ESP-ID-ALUMNO TO
                                    TE-ID-ALUMNO(CANT-ESPERA)
                               MOVE ESP-MATERIA TO
                                    TE-MATERIA(CANT-ESPERA)
                               MOVE ESP-COMISION TO
                                    TE-COMISION(CANT-ESPERA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-ESPERA
           END-IF.

       CARGAR-ASIGNACIONES.
           MOVE "N" TO FIN-ASIGNADOC.
           OPEN INPUT ARCH-ASIGNADOC.
           IF FS-ASIGNADOC-OK
               PERFORM UNTIL FIN-ASIGNADOC = "S"
                   READ ARCH-ASIGNADOC
                       AT END
                           MOVE "S" TO FIN-ASIGNADOC
                       NOT AT END
                           IF CANT-ASIGNACIONES >= 27
                               DISPLAY "ADVERTENCIA: SE IGNORA "
                                   "ASIGNACION, YA HAY 27 CARGADAS"
                           ELSE
                               ADD 1 TO CANT-ASIGNACIONES
                               MOVE ASG-MATERIA TO
                                    TG-MATERIA(CANT-ASIGNACIONES)
                               MOVE ASG-COMISION TO
                                    TG-COMISION(CANT-ASIGNACIONES)
                               MOVE ASG-DOCENTE TO
                                    TG-DOCENTE(CANT-ASIGNACIONES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-ASIGNADOC
           END-IF.

      *>   MARCA LAS COMISIONES POR DEBAJO DEL MINIMO. UNA MATERIA
      *>   NUNCA SE QUEDA SIN COMISIONES: SI TODAS LAS SUYAS QUEDAN
      *>   POR DEBAJO, LA DE MAS INSCRIPTOS SE MANTIENE ("M") PARA
      *>   RECIBIR A LOS DEMAS
       MARCAR-CIERRES.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               IF TC-INSCRIPTOS(IX-COM) < MINIMO-INSCRIPTOS
                   MOVE "S" TO TC-CIERRA(IX-COM)
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-COM-ORIGEN FROM 1 BY 1
                   UNTIL IX-COM-ORIGEN > CANT-COMISIONES
               IF TC-CIERRA(IX-COM-ORIGEN) = "S"
                   PERFORM VERIFICAR-MATERIA-ABIERTA
               END-IF
           END-PERFORM.
           MOVE ZERO TO CANT-CIERRES.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               IF TC-CIERRA(IX-COM) = "S"
                   ADD 1 TO CANT-CIERRES
               END-IF
           END-PERFORM.

       VERIFICAR-MATERIA-ABIERTA.
           MOVE ZERO TO CANT-ABIERTAS.
           MOVE IX-COM-ORIGEN TO IX-COM-MAYOR.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               IF TC-MATERIA(IX-COM) = TC-MATERIA(IX-COM-ORIGEN)
                   IF TC-CIERRA(IX-COM) = "S"
                       IF TC-INSCRIPTOS(IX-COM) >
                               TC-INSCRIPTOS(IX-COM-MAYOR)
                           MOVE IX-COM TO IX-COM-MAYOR
                       END-IF
                   ELSE
                       ADD 1 TO CANT-ABIERTAS
                   END-IF
               END-IF
           END-PERFORM.
           IF CANT-ABIERTAS = ZERO
               MOVE "M" TO TC-CIERRA(IX-COM-MAYOR)
           END-IF.

      *>   UN RENGLON POR CADA COMISION POR DEBAJO DEL MINIMO, CON LO
      *>   QUE SE VA A HACER CON ELLA
       ESCRIBIR-COMISIONES.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               IF TC-CIERRA(IX-COM) NOT = "N"
                   MOVE TC-MATERIA(IX-COM) TO LC-MATERIA
                   MOVE TC-COMISION(IX-COM) TO LC-COMISION
                   MOVE TC-NOMBRE(IX-COM) TO LC-NOMBRE
                   MOVE TC-HORARIO(IX-COM) TO LC-HORARIO
                   MOVE TC-INSCRIPTOS(IX-COM) TO LC-INSCRIPTOS
                   IF TC-CIERRA(IX-COM) = "S"
                       MOVE "SE CIERRA" TO LC-ACCION
                   ELSE
                       MOVE "SE MANTIENE, UNICA" TO LC-ACCION
                   END-IF
                   MOVE LINEA-COMISION TO REG-CIERREHOJA
                   WRITE REG-CIERREHOJA
               END-IF
           END-PERFORM.

      *>   CIERRA LAS COMISIONES MARCADAS: REUBICA A SUS ALUMNOS, PASA
      *>   LA ESPERA DE ESAS COMISIONES A UNA ABIERTA Y REGRABA LOS
      *>   ARCHIVOS AFECTADOS
       APLICAR-CIERRES.
           OPEN I-O ARCH-YAINSCRIPTOS.
           IF FS-YAINSCRIPTOS-NO-EXISTE
               DISPLAY "NO EXISTE YAINSCRIPTOS, SE SALTEA"
           ELSE
               MOVE "S" TO HAY-YAINSCRIPTOS
           END-IF.
           MOVE SPACES TO REG-CIERREHOJA.
           WRITE REG-CIERREHOJA.
           MOVE "DESTINO DE LOS ALUMNOS" TO REG-CIERREHOJA.
           WRITE REG-CIERREHOJA.
           PERFORM VARYING IX-NOM FROM 1 BY 1
                   UNTIL IX-NOM > CANT-NOMINA
               MOVE TN-CODIGO(IX-NOM) TO MATERIA
               MOVE TN-COMISION(IX-NOM) TO COMISION
               PERFORM BUSCAR-COMISION
               IF IX-COM-HALLADA > ZERO
                   IF TC-CIERRA(IX-COM-HALLADA) = "S"
                       MOVE IX-COM-HALLADA TO IX-COM-ORIGEN
                       PERFORM REUBICAR-ALUMNO
                           THRU REUBICAR-ALUMNO-FIN
                   END-IF
               END-IF
           END-PERFORM.
           IF HAY-YAINSCRIPTOS = "S"
               CLOSE ARCH-YAINSCRIPTOS
           END-IF.
           PERFORM VARYING IX-ESPERA FROM 1 BY 1
                   UNTIL IX-ESPERA > CANT-ESPERA
               PERFORM MOVER-ESPERA
           END-PERFORM.
           PERFORM REGRABAR-MATERIAS.
           PERFORM REGRABAR-LISTADO.
           PERFORM REGRABAR-ESPERA.
           PERFORM REGRABAR-ASIGNADOC.

      *>   BUSCA DESTINO PARA EL ALUMNO DE IX-NOM: CON CUPO Y SIN
      *>   CHOQUE LO PASA DE COMISION; SI NO, LO MANDA A ESPERA CON
      *>   PRIORIDAD. EN LOS DOS CASOS LE DEJA SU AVISO
       REUBICAR-ALUMNO.
           PERFORM ELEGIR-DESTINO.
           IF IX-DESTINO-CUPO > ZERO
               SUBTRACT 1 FROM TC-INSCRIPTOS(IX-COM-ORIGEN)
               ADD 1 TO TC-INSCRIPTOS(IX-DESTINO-CUPO)
               MOVE TC-COMISION(IX-DESTINO-CUPO) TO TN-COMISION(IX-NOM)
               IF HAY-YAINSCRIPTOS = "S"
                   MOVE TN-ID-ALUMNO(IX-NOM) TO YA-ID-ALUMNO
                   MOVE TN-CODIGO(IX-NOM) TO YA-MATERIA
                   READ ARCH-YAINSCRIPTOS
                       INVALID KEY
                           DISPLAY "ADVERTENCIA: " TN-ID-ALUMNO(IX-NOM)
                               " NO ESTA EN EL REGISTRO DE INSCRIPTOS"
                       NOT INVALID KEY
                           MOVE TC-COMISION(IX-DESTINO-CUPO)
                             TO YA-COMISION
                           REWRITE REG-YAINSCRIPTO
                   END-READ
               END-IF
               ADD 1 TO CANT-REUBICADOS
               MOVE SPACES TO LA-DESTINO
               STRING "PASA A COMISION " TC-COMISION(IX-DESTINO-CUPO)
                   " " TC-HORARIO(IX-DESTINO-CUPO)
                   DELIMITED BY SIZE INTO LA-DESTINO
               MOVE SPACES TO WS-NOT-TEXTO
               STRING "CIERRE: PASA A COMISION "
                   TC-COMISION(IX-DESTINO-CUPO) " "
                   TC-HORARIO(IX-DESTINO-CUPO)
                   DELIMITED BY SIZE INTO WS-NOT-TEXTO
               GO TO REUBICAR-ALUMNO-AVISO.

           IF CANT-PRIORIDAD >= 200
               DISPLAY "ADVERTENCIA: NO HAY LUGAR EN LA ESPERA PARA "
                   TN-ID-ALUMNO(IX-NOM) ", SIGUE EN SU COMISION"
               GO TO REUBICAR-ALUMNO-FIN.
           ADD 1 TO CANT-PRIORIDAD.
           MOVE TN-ID-ALUMNO(IX-NOM) TO TP-ID-ALUMNO(CANT-PRIORIDAD).
           MOVE TN-MATERIA(IX-NOM) TO TP-MATERIA(CANT-PRIORIDAD).
           MOVE TC-COMISION(IX-DESTINO-ESPERA)
             TO TP-COMISION(CANT-PRIORIDAD).
           SUBTRACT 1 FROM TC-INSCRIPTOS(IX-COM-ORIGEN).
           MOVE "S" TO TN-BAJA(IX-NOM).
           IF HAY-YAINSCRIPTOS = "S"
               MOVE TN-ID-ALUMNO(IX-NOM) TO YA-ID-ALUMNO
               MOVE TN-CODIGO(IX-NOM) TO YA-MATERIA
               DELETE ARCH-YAINSCRIPTOS
                   INVALID KEY
                       DISPLAY "ADVERTENCIA: " TN-ID-ALUMNO(IX-NOM)
                           " NO ESTA EN EL REGISTRO DE INSCRIPTOS"
               END-DELETE
           END-IF.
           ADD 1 TO CANT-A-ESPERA.
           MOVE SPACES TO LA-DESTINO.
           STRING "A ESPERA CON PRIORIDAD, COMISION "
               TC-COMISION(IX-DESTINO-ESPERA)
               DELIMITED BY SIZE INTO LA-DESTINO.
           MOVE SPACES TO WS-NOT-TEXTO.
           STRING "CIERRE: EN ESPERA CON PRIORIDAD COM "
               TC-COMISION(IX-DESTINO-ESPERA)
               DELIMITED BY SIZE INTO WS-NOT-TEXTO.

       REUBICAR-ALUMNO-AVISO.
           MOVE TN-ID-ALUMNO(IX-NOM) TO LA-LEGAJO.
           MOVE LINEA-ALUMNO TO REG-CIERREHOJA.
           WRITE REG-CIERREHOJA.
      *>   EL ALUMNO SE ENTERA POR EL AVISO DIARIO Y NO EN EL AULA
           MOVE TN-ID-ALUMNO(IX-NOM) TO WS-NOT-LEGAJO.
           MOVE "CIERRE COM" TO WS-NOT-TIPO.
           PERFORM GRABAR-NOTIFICACION.
       REUBICAR-ALUMNO-FIN.
           EXIT.

      *>   RECORRE LAS COMISIONES ABIERTAS DE LA MISMA MATERIA Y SE
      *>   QUEDA CON LA SIN CHOQUE DE HORARIO CON MAS LUGARES LIBRES;
      *>   PARA LA ESPERA GUARDA LA PRIMERA SIN CHOQUE O, SI TODAS
      *>   CHOCAN, LA PRIMERA ABIERTA
       ELEGIR-DESTINO.
           MOVE ZERO TO IX-DESTINO-CUPO.
           MOVE ZERO TO IX-DESTINO-ESPERA.
           MOVE ZERO TO IX-DESTINO-ABIERTA.
           MOVE ZERO TO LIBRES-DESTINO.
           PERFORM VARYING IX-COM-HALLADA FROM 1 BY 1
                   UNTIL IX-COM-HALLADA > CANT-COMISIONES
               IF TC-MATERIA(IX-COM-HALLADA) = TN-CODIGO(IX-NOM)
                  AND TC-CIERRA(IX-COM-HALLADA) NOT = "S"
                   IF IX-DESTINO-ABIERTA = ZERO
                       MOVE IX-COM-HALLADA TO IX-DESTINO-ABIERTA
                   END-IF
                   PERFORM VERIFICAR-CHOQUE
                   IF HAY-CHOQUE = "N"
                       IF IX-DESTINO-ESPERA = ZERO
                           MOVE IX-COM-HALLADA TO IX-DESTINO-ESPERA
                       END-IF
                       COMPUTE LIBRES-CANDIDATA =
                           TC-CUPO(IX-COM-HALLADA) -
                           TC-INSCRIPTOS(IX-COM-HALLADA)
                       IF LIBRES-CANDIDATA > LIBRES-DESTINO
                           MOVE LIBRES-CANDIDATA TO LIBRES-DESTINO
                           MOVE IX-COM-HALLADA TO IX-DESTINO-CUPO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF IX-DESTINO-ESPERA = ZERO
               MOVE IX-DESTINO-ABIERTA TO IX-DESTINO-ESPERA
           END-IF.

      *>   HAY CHOQUE SI EL ALUMNO YA CURSA OTRA MATERIA EN EL MISMO
      *>   HORARIO QUE LA COMISION CANDIDATA
       VERIFICAR-CHOQUE.
           MOVE "N" TO HAY-CHOQUE.
           PERFORM VARYING IX-NOM-OTRA FROM 1 BY 1
                   UNTIL IX-NOM-OTRA > CANT-NOMINA
               IF TN-ID-ALUMNO(IX-NOM-OTRA) = TN-ID-ALUMNO(IX-NOM)
                  AND TN-CODIGO(IX-NOM-OTRA) NOT = TN-CODIGO(IX-NOM)
                  AND TN-BAJA(IX-NOM-OTRA) = "N"
                   MOVE TN-CODIGO(IX-NOM-OTRA) TO MATERIA
                   MOVE TN-COMISION(IX-NOM-OTRA) TO COMISION
                   PERFORM VARYING IX-COM FROM 1 BY 1
                           UNTIL IX-COM > CANT-COMISIONES
                       IF TC-MATERIA(IX-COM) = MATERIA
                          AND TC-COMISION(IX-COM) = COMISION
                          AND TC-HORARIO(IX-COM) =
                              TC-HORARIO(IX-COM-HALLADA)
                           MOVE "S" TO HAY-CHOQUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *>   EL QUE YA ESPERABA UNA COMISION QUE SE CIERRA PASA A
      *>   ESPERAR LA PRIMERA COMISION ABIERTA DE LA MISMA MATERIA,
      *>   SIN PERDER SU LUGAR EN LA COLA
       MOVER-ESPERA.
           MOVE TE-MATERIA(IX-ESPERA) TO MATERIA-NOMBRE.
           MOVE TE-COMISION(IX-ESPERA) TO COMISION.
           PERFORM OBTENER-CODIGO-MATERIA.
           PERFORM BUSCAR-COMISION.
           IF IX-COM-HALLADA > ZERO
               IF TC-CIERRA(IX-COM-HALLADA) = "S"
                   MOVE ZERO TO IX-DESTINO-ABIERTA
                   PERFORM VARYING IX-COM FROM 1 BY 1
                           UNTIL IX-COM > CANT-COMISIONES
                       IF TC-MATERIA(IX-COM) = MATERIA
                          AND TC-CIERRA(IX-COM) NOT = "S"
                          AND IX-DESTINO-ABIERTA = ZERO
                           MOVE IX-COM TO IX-DESTINO-ABIERTA
                       END-IF
                   END-PERFORM
                   MOVE TC-COMISION(IX-DESTINO-ABIERTA)
                     TO TE-COMISION(IX-ESPERA)
                   MOVE TE-ID-ALUMNO(IX-ESPERA) TO WS-NOT-LEGAJO
                   MOVE "CIERRE COM" TO WS-NOT-TIPO
                   MOVE SPACES TO WS-NOT-TEXTO
                   STRING "CIERRE: SU ESPERA PASA A COMISION "
                       TC-COMISION(IX-DESTINO-ABIERTA)
                       DELIMITED BY SIZE INTO WS-NOT-TEXTO
                   PERFORM GRABAR-NOTIFICACION
               END-IF
           END-IF.

      *>   REGRABA EL MAESTRO SIN LAS COMISIONES CERRADAS Y DEJA LA
      *>   BAJA DE CADA UNA EN MATAUDIT
       REGRABAR-MATERIAS.
           PERFORM ABRIR-MATAUDIT.
           MOVE ZERO TO WS-TOT-CANT.
           MOVE ZERO TO WS-TOT-HASH.
           OPEN OUTPUT ARCH-MATERIAS.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
               IF TC-CIERRA(IX-COM) = "S"
                   MOVE TC-MATERIA(IX-COM) TO MATERIA
                   MOVE TC-COMISION(IX-COM) TO COMISION
                   MOVE "CIERRE" TO MAU-OPERACION
                   MOVE TC-NOMBRE(IX-COM) TO MAU-DETALLE
                   PERFORM GRABAR-MATAUDIT
               ELSE
                   MOVE TC-MATERIA(IX-COM) TO MAT-CODIGO
                   MOVE TC-COMISION(IX-COM) TO MAT-COMISION
                   MOVE TC-NOMBRE(IX-COM) TO MAT-NOMBRE
                   MOVE TC-HORARIO(IX-COM) TO MAT-HORARIO
                   MOVE TC-AULA(IX-COM) TO MAT-AULA
                   MOVE TC-CUPO(IX-COM) TO MAT-CUPO
                   WRITE REG-MATERIA
                   ADD 1 TO WS-TOT-CANT
                   ADD MAT-CUPO TO WS-TOT-HASH
               END-IF
           END-PERFORM.
           CLOSE ARCH-MATERIAS.
           MOVE "MATERIAS" TO WS-TOT-ARCHIVO.
           PERFORM REGISTRAR-TOTALES.
           CLOSE ARCH-MATAUDIT.

      *>   REGRABA LA NOMINA CON LA COMISION NUEVA DE LOS REUBICADOS
      *>   Y SIN LOS QUE PASARON A ESPERA
       REGRABAR-LISTADO.
           OPEN OUTPUT ARCH-LISTADO.
           PERFORM VARYING IX-NOM FROM 1 BY 1
                   UNTIL IX-NOM > CANT-NOMINA
               IF TN-BAJA(IX-NOM) = "N"
                   MOVE TN-ID-ALUMNO(IX-NOM) TO LIST-ID-ALUMNO
                   MOVE TN-MATERIA(IX-NOM) TO LIST-MATERIA
                   MOVE TN-COMISION(IX-NOM) TO LIST-COMISION
                   WRITE REG-LISTADO
               END-IF
           END-PERFORM.
           CLOSE ARCH-LISTADO.

      *>   LOS DE PRIORIDAD VAN ADELANTE; DETRAS SIGUE LA COLA QUE YA
      *>   ESTABA, EN SU ORDEN DE LLEGADA
       REGRABAR-ESPERA.
           OPEN OUTPUT ARCH-ESPERA.
           PERFORM VARYING IX-PRI FROM 1 BY 1
                   UNTIL IX-PRI > CANT-PRIORIDAD
               MOVE TP-ID-ALUMNO(IX-PRI) TO ESP-ID-ALUMNO
               MOVE TP-MATERIA(IX-PRI) TO ESP-MATERIA
               MOVE TP-COMISION(IX-PRI) TO ESP-COMISION
               WRITE REG-ESPERA
           END-PERFORM.
           PERFORM VARYING IX-ESPERA FROM 1 BY 1
                   UNTIL IX-ESPERA > CANT-ESPERA
               MOVE TE-ID-ALUMNO(IX-ESPERA) TO ESP-ID-ALUMNO
               MOVE TE-MATERIA(IX-ESPERA) TO ESP-MATERIA
               MOVE TE-COMISION(IX-ESPERA) TO ESP-COMISION
               WRITE REG-ESPERA
           END-PERFORM.
           CLOSE ARCH-ESPERA.

      *>   LIBERA AL DOCENTE DE CADA COMISION CERRADA Y DEJA LA
      *>   DESASIGNACION EN DOCAUDIT
       REGRABAR-ASIGNADOC.
           IF CANT-ASIGNACIONES > ZERO
               PERFORM ABRIR-DOCAUDIT
               OPEN OUTPUT ARCH-ASIGNADOC
               PERFORM VARYING IX-ASG FROM 1 BY 1
                       UNTIL IX-ASG > CANT-ASIGNACIONES
                   MOVE TG-MATERIA(IX-ASG) TO MATERIA
                   MOVE TG-COMISION(IX-ASG) TO COMISION
                   PERFORM BUSCAR-COMISION
                   IF IX-COM-HALLADA > ZERO
                      AND TC-CIERRA(IX-COM-HALLADA) = "S"
                       MOVE TG-DOCENTE(IX-ASG) TO LEGAJO-DOCENTE
                       MOVE "DESASIGNA" TO DAU-OPERACION
                       MOVE SPACES TO DAU-DETALLE
                       STRING "MATERIA " MATERIA " COMISION " COMISION
                           DELIMITED BY SIZE INTO DAU-DETALLE
                       PERFORM GRABAR-DOCAUDIT
                   ELSE
                       MOVE TG-MATERIA(IX-ASG) TO ASG-MATERIA
                       MOVE TG-COMISION(IX-ASG) TO ASG-COMISION
                       MOVE TG-DOCENTE(IX-ASG) TO ASG-DOCENTE
                       WRITE REG-ASIGNACION
                   END-IF
               END-PERFORM
               CLOSE ARCH-ASIGNADOC
               CLOSE ARCH-DOCAUDIT
           END-IF.

       GRABAR-MATAUDIT.
           MOVE FECHA-CORRIDA TO MAU-FECHA.
           MOVE OPERADOR-TURNO TO MAU-OPERADOR.
           MOVE MATERIA TO MAU-MATERIA.
           MOVE COMISION TO MAU-COMISION.
           MOVE ";" TO MAU-SEP1.
           MOVE ";" TO MAU-SEP2.
           MOVE ";" TO MAU-SEP3.
           MOVE ";" TO MAU-SEP4.
           WRITE REG-MATAUDIT.

       ABRIR-MATAUDIT.
           OPEN EXTEND ARCH-MATAUDIT.
           IF FS-MATAUDIT-NO-EXISTE
               OPEN OUTPUT ARCH-MATAUDIT
           END-IF.

       GRABAR-DOCAUDIT.
           MOVE FECHA-CORRIDA TO DAU-FECHA.
           MOVE OPERADOR-TURNO TO DAU-OPERADOR.
           MOVE LEGAJO-DOCENTE TO DAU-DOCENTE.
           MOVE ";" TO DAU-SEP1.
           MOVE ";" TO DAU-SEP2.
           MOVE ";" TO DAU-SEP3.
           MOVE ";" TO DAU-SEP4.
           WRITE REG-DOCAUDIT.

       ABRIR-DOCAUDIT.
           OPEN EXTEND ARCH-DOCAUDIT.
           IF FS-DOCAUDIT-NO-EXISTE
               OPEN OUTPUT ARCH-DOCAUDIT
           END-IF.

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
           COPY TOTPR.
           COPY DUALPR.
           COPY NOTIFPR.
           COPY OPERPR.
           COPY RUNCPR.
