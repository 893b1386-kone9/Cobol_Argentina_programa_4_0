      *> Cambio de carrera: hasta ahora se le cambiaba a mano el
      *> PAD-CARRERA-COD al alumno y la elegibilidad de egreso
      *> (EJ-08ENCL20) lo mostraba lejos de terminar, porque sus
      *> materias aprobadas eran del PLANESTUDIOS de la carrera
      *> anterior. Esta corrida lee el lote CAMBIOCARRERA (legajo,
      *> carrera nueva y resolucion), pasa al alumno a la carrera
      *> nueva en el PADRON y, con la tabla MAPEOPLAN (ver COPYLIB
      *> MAPEOPLN), traslada cada aprobada del plan viejo a la
      *> materia del plan nuevo por la que se reconoce, como renglon
      *> EQUIV de TRANSCRIPT con su constancia en EQUIVREG. Por cada
      *> cambio imprime en CAMBIOREP que paso con cada aprobada (la
      *> que no tiene equivalencia queda listada), la elegibilidad
      *> de egreso contra el plan nuevo con el detalle de lo que le
      *> falta y la situacion academica recalculada sobre las
      *> materias que valen en el plan nuevo (mismas reglas PARAMEST
      *> que EJ-07ENCL20), que tambien se actualiza en STANDING. Los
      *> renglones rechazados salen en CAMBIORECHAZ.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-10ENCL20.
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
      *>   CAMBIOCARRERA es el lote de cambios a aplicar
           SELECT ARCH-CAMBIOS ASSIGN TO "CAMBIOCARRERA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIOS.

      *>   PADRON es el maestro de alumnos (ver COPYLIB PADRON); se
      *>   levanta entero a memoria y se regraba al confirmar
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

      *>   CARRERAS es el maestro contra el que se valida la
      *>   carrera nueva
           SELECT ARCH-CARRERAS ASSIGN TO "CARRERAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARRERAS.

      *>   PLANESTUDIOS lista las materias obligatorias de cada
      *>   carrera (ver COPYLIB PLANEST)
           SELECT ARCH-PLANEST ASSIGN TO "PLANESTUDIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANEST.

      *>   MAPEOPLAN dice por que materia del plan nuevo se
      *>   reconoce cada materia del plan viejo
           SELECT ARCH-MAPEOPLAN ASSIGN TO "MAPEOPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAPEOPLAN.

      *>   TRANSCRIPT se lee entero (aprobadas y notas para la
      *>   situacion academica) y se extiende con los traslados
           SELECT ARCH-TRANSCRIPT ASSIGN TO "TRANSCRIPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSCRIPT.

      *>   EQUIVREG recibe la constancia de cada traslado (ver
      *>   COPYLIB EQUIVREG)
           SELECT ARCH-EQUIVREG ASSIGN TO "EQUIVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EQUIVREG.

      *>   PARAMEST trae las reglas de la situacion academica (un
      *>   registro, el mismo que usa EJ-07ENCL20)
           SELECT ARCH-PARAMEST ASSIGN TO "PARAMEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMEST.

      *>   STANDING es el archivo de marcas por legajo que consulta
      *>   el posteo de inscripcion; se le actualiza el renglon del
      *>   alumno que cambio de carrera
           SELECT ARCH-STANDING ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STANDING.

      *>   PADAUDIT deja un renglon por cada cambio al maestro, con
      *>   operador y fecha
           SELECT ARCH-PADAUDIT ASSIGN TO "PADAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADAUDIT.

      *>   CAMBIOREP es el reporte para el alumno y la oficina
           SELECT ARCH-CAMBIOREP ASSIGN TO "CAMBIOREP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   CAMBIORECHAZ lista los renglones del lote que no se
      *>   aplicaron y por que
           SELECT ARCH-CAMBIORECHAZ ASSIGN TO "CAMBIORECHAZ"
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
       FD  ARCH-CAMBIOS.
       01  REG-CAMBIO.
           03 CCA-LEGAJO        PIC X(10).
           03 CCA-SEP1          PIC X.
           03 CCA-CARRERA-NUEVA PIC X(3).
           03 CCA-SEP2          PIC X.
           03 CCA-RESOLUCION    PIC X(12).

       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-CARRERAS
           RECORD CONTAINS 35 CHARACTERS.
           COPY CARRERAS.

       FD  ARCH-PLANEST
           RECORD CONTAINS 4 CHARACTERS.
           COPY PLANEST.

       FD  ARCH-MAPEOPLAN
           RECORD CONTAINS 11 CHARACTERS.
           COPY MAPEOPLN.

       FD  ARCH-TRANSCRIPT
           RECORD CONTAINS 51 CHARACTERS.
           COPY TRANSCRI.

       FD  ARCH-EQUIVREG.
           COPY EQUIVREG.

       FD  ARCH-PARAMEST.
       01  REG-PARAMEST.
           03 PEST-PROMEDIO-MIN PIC 99V99.
           03 PEST-APLAZOS      PIC 9.
           03 PEST-TERMINOS     PIC 9.

       FD  ARCH-STANDING
           RECORD CONTAINS 60 CHARACTERS.
           COPY STANDING.

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

       FD  ARCH-CAMBIOREP.
       01  REG-CAMBIOREP PIC X(90).

       FD  ARCH-CAMBIORECHAZ.
       01  REG-CAMBIORECHAZ.
           03 CCX-LEGAJO        PIC X(10).
           03 CCX-SEP1          PIC X.
           03 CCX-CARRERA-NUEVA PIC X(3).
           03 CCX-SEP2          PIC X.
           03 CCX-RESOLUCION    PIC X(12).
           03 CCX-SEP3          PIC X.
           03 CCX-MOTIVO        PIC X(30).

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

      *>   MAESTRO COMPLETO EN MEMORIA, CON EL LAYOUT DE COPYLIB
      *>   PADRON; SE REGRABA AL CONFIRMAR. 6000 ES EL TOPE DEL
      *>   PADRON PARA TODOS LOS JOBS QUE LO LEEN O LO REGRABAN (EL
      *>   MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
       01 CANT-ALUMNOS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-ALUMNOS.
           03 ENTRADA-ALUMNO OCCURS 6000 TIMES.
               05 TP-LEGAJO       PIC X(10).
               05 TP-APELLIDO     PIC X(20).
               05 TP-NOMBRE       PIC X(20).
               05 TP-DNI          PIC 9(8).
               05 TP-CARRERA-COD  PIC X(3).
               05 TP-CARRERA-RESTO PIC X(17).
       01 IX-ALU PIC 9(4) COMP VALUE ZERO.
       01 IX-ALU-HALLADA PIC 9(4) COMP VALUE ZERO.

      *>   CODIGOS DEL MAESTRO DE CARRERAS
       01 CANT-CARRERAS PIC 99 COMP VALUE ZERO.
       01 TABLA-CARRERAS.
           03 CARRERA-CODIGO PIC X(3) OCCURS 10 TIMES.
       01 IX-CARR PIC 99 COMP VALUE ZERO.
       01 CARRERA-VALIDA PIC X VALUE "N".

      *>   PLAN DE ESTUDIOS EN MEMORIA (CARRERA + MATERIA)
       01 CANT-PLAN PIC 99 COMP VALUE ZERO.
       01 TABLA-PLAN.
           03 ENTRADA-PLAN OCCURS 30 TIMES.
               05 TPL-CARRERA PIC X(3).
               05 TPL-MATERIA PIC 9.
       01 IX-PLA PIC 99 COMP VALUE ZERO.
       01 MATERIAS-EN-PLAN PIC 99 VALUE ZERO.

      *>   TABLA DE EQUIVALENCIAS ENTRE PLANES
       01 CANT-MAPEO PIC 999 COMP VALUE ZERO.
       01 TABLA-MAPEO.
           03 ENTRADA-MAPEO OCCURS 100 TIMES.
               05 TM-CARRERA-ORIGEN  PIC X(3).
               05 TM-MATERIA-ORIGEN  PIC 9.
               05 TM-CARRERA-DESTINO PIC X(3).
               05 TM-MATERIA-DESTINO PIC 9.
       01 IX-MAP PIC 999 COMP VALUE ZERO.

      *>   HISTORIAL COMPLETO DE TRANSCRIPT EN MEMORIA, EN EL ORDEN
      *>   DEL ARCHIVO (LAS RACHAS SE CUENTAN EN ESE ORDEN, IGUAL QUE
      *>   EN EJ-07ENCL20)
       01 NOTA-APROBACION PIC 99V99 VALUE 4.00.
       01 CANT-HISTORIAL PIC 9(4) COMP VALUE ZERO.
       01 TABLA-HISTORIAL.
           03 ENTRADA-HISTORIAL OCCURS 3000 TIMES.
               05 TH-LEGAJO  PIC X(10).
               05 TH-TERMINO PIC X(6).
               05 TH-MATERIA PIC 9.
               05 TH-NOTA    PIC 9(2)V99.
       01 IX-HIS PIC 9(4) COMP VALUE ZERO.

      *>   CAMBIOS DEL LOTE QUE PASARON LA VALIDACION
       01 CANT-LOTE PIC 999 COMP VALUE ZERO.
       01 TABLA-LOTE.
           03 ENTRADA-LOTE OCCURS 100 TIMES.
               05 TL-IX-ALUMNO     PIC 9(4) COMP.
               05 TL-CARRERA-VIEJA PIC X(3).
               05 TL-CARRERA-NUEVA PIC X(3).
               05 TL-RESOLUCION    PIC X(12).
       01 IX-LOTE PIC 999 COMP VALUE ZERO.

      *>   MATERIAS DEL ALUMNO EN CURSO (CODIGOS 1 A 3):
      *>     ORIGINAL  S = LA TENIA APROBADA ANTES DEL CAMBIO
      *>     APROBADA  S = APROBADA (ORIGINAL O TRASLADADA)
      *>     NOTA      MEJOR NOTA (CERO = EQUIVALENCIA SIN NOTA)
      *>     EN-PLAN   S = LA MATERIA ESTA EN EL PLAN NUEVO
      *>     VALE      S = SUS NOTAS CUENTAN PARA LA SITUACION EN EL
      *>                 PLAN NUEVO (ESTA EN EL PLAN O TIENE MAPEO)
      *>     DESTINO   MATERIA DEL PLAN NUEVO SEGUN MAPEOPLAN (0 =
      *>                 SIN MAPEO)
       01 MATERIAS-ALUMNO.
           03 ENTRADA-MATERIA OCCURS 3 TIMES.
               05 AM-ORIGINAL PIC X.
               05 AM-APROBADA PIC X.
               05 AM-NOTA     PIC 9(2)V99.
               05 AM-EN-PLAN  PIC X.
               05 AM-VALE     PIC X.
               05 AM-DESTINO  PIC 9.
       01 IX-MAT PIC 9 COMP VALUE ZERO.
       01 IX-DESTINO PIC 9 COMP VALUE ZERO.
       01 MATERIA-ORIGEN PIC 9 VALUE ZERO.

      *>   REGLAS DE SITUACION ACADEMICA (DEFAULTS SI NO HAY
      *>   PARAMEST, LOS MISMOS QUE EJ-07ENCL20)
       01 UMBRAL-PROMEDIO PIC 99V99 VALUE 6.00.
       01 UMBRAL-APLAZOS PIC 9 VALUE 3.
       01 UMBRAL-TERMINOS PIC 9 VALUE 2.

      *>   SITUACION ACADEMICA DEL ALUMNO EN CURSO
       01 SUMA-NOTAS PIC 9(5)V99 VALUE ZERO.
       01 CANT-NOTAS PIC 999 VALUE ZERO.
       01 PROMEDIO-LEGAJO PIC 99V99 VALUE ZERO.
       01 RACHAS-ALUMNO.
           03 AR-RACHA     PIC 9 OCCURS 3 TIMES.
           03 AR-RACHA-MAX PIC 9 OCCURS 3 TIMES.
       01 PEOR-RACHA PIC 9 VALUE ZERO.
       01 CANT-TERMINOS PIC 99 VALUE ZERO.
       01 TERMINOS-ALUMNO.
           03 ENTRADA-TERM OCCURS 12 TIMES.
               05 AT-TERM-ID     PIC X(6).
               05 AT-TERM-APROBO PIC X.
       01 IX-TRM PIC 99 COMP VALUE ZERO.
       01 IX-TRM-HALLADO PIC 99 COMP VALUE ZERO.
       01 TERMINOS-SIN-APROBAR PIC 99 VALUE ZERO.
       01 CONDICION-LEGAJO PIC X(11) VALUE SPACES.
       01 MOTIVO-LEGAJO PIC X(30) VALUE SPACES.

      *>   ELEGIBILIDAD DE EGRESO DEL ALUMNO EN CURSO
       01 MATERIAS-APROBADAS-PLAN PIC 99 VALUE ZERO.
       01 MATERIAS-FALTAN PIC 99 VALUE ZERO.

      *>   STANDING EN MEMORIA, PARA ACTUALIZAR EL RENGLON DEL ALUMNO
      *>   (UN RENGLON POR LEGAJO: MISMO TOPE QUE EL PADRON)
       01 CANT-STANDING PIC 9(4) COMP VALUE ZERO.
       01 TABLA-STANDING.
           03 TS-RENGLON PIC X(60) OCCURS 6000 TIMES.
       01 IX-STA PIC 9(4) COMP VALUE ZERO.
       01 IX-STA-HALLADO PIC 9(4) COMP VALUE ZERO.

       01 MATERIA PIC 9 VALUE ZERO.
       01 MATERIA-NOMBRE PIC X(25) VALUE SPACES.
       01 NOMBRE-ALUMNO PIC X(30) VALUE SPACES.
       01 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
       01 LEGAJO-REPETIDO PIC X VALUE "N".
       01 CANT-LEIDOS PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01 CANT-TRASLADADAS PIC 9(5) VALUE ZERO.
       01 CANT-SIN-EQUIVALENCIA PIC 9(5) VALUE ZERO.

      *>   OPERADOR Y FECHA QUE QUEDAN EN PADAUDIT Y EQUIVREG
       01 OPERADOR-TURNO PIC X(10) VALUE SPACES.
       01 FECHA-CORRIDA PIC 9(8) VALUE ZERO.

       01 FIN-CAMBIOS PIC X VALUE "N".
       01 FIN-PADRON PIC X VALUE "N".
       01 FIN-CARRERAS PIC X VALUE "N".
       01 FIN-PLANEST PIC X VALUE "N".
       01 FIN-MAPEOPLAN PIC X VALUE "N".
       01 FIN-TRANSCRIPT PIC X VALUE "N".
       01 FIN-STANDING PIC X VALUE "N".

       01 WS-FS-CAMBIOS PIC XX.
           88 FS-CAMBIOS-OK VALUE "00".
       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-CARRERAS PIC XX.
           88 FS-CARRERAS-OK VALUE "00".
       01 WS-FS-PLANEST PIC XX.
           88 FS-PLANEST-OK VALUE "00".
       01 WS-FS-MAPEOPLAN PIC XX.
           88 FS-MAPEOPLAN-OK VALUE "00".
       01 WS-FS-TRANSCRIPT PIC XX.
           88 FS-TRANSCRIPT-OK VALUE "00".
           88 FS-TRANSCRIPT-NO-EXISTE VALUE "35".
       01 WS-FS-EQUIVREG PIC XX.
           88 FS-EQUIVREG-OK VALUE "00".
           88 FS-EQUIVREG-NO-EXISTE VALUE "35".
       01 WS-FS-PARAMEST PIC XX.
           88 FS-PARAMEST-OK VALUE "00".
       01 WS-FS-STANDING PIC XX.
           88 FS-STANDING-OK VALUE "00".

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

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-ALUMNO.
           03 FILLER       PIC X(7) VALUE "LEGAJO ".
           03 LAL-LEGAJO   PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LAL-NOMBRE   PIC X(30).
           03 FILLER       PIC X(9) VALUE " CARRERA ".
           03 LAL-VIEJA    PIC X(3).
           03 FILLER       PIC X(4) VALUE " -> ".
           03 LAL-NUEVA    PIC X(3).
           03 FILLER       PIC X(6) VALUE " RES. ".
           03 LAL-RES      PIC X(12).
       01 LINEA-TRASLADO.
           03 FILLER       PIC X(4) VALUE SPACES.
           03 LTR-MATERIA  PIC X(25).
           03 FILLER       PIC X VALUE SPACE.
           03 LTR-NOTA     PIC X(5).
           03 FILLER       PIC X(2) VALUE SPACES.
           03 LTR-RESULTADO PIC X(25).
           03 FILLER       PIC X VALUE SPACE.
           03 LTR-DESTINO  PIC X(25).
       01 NOTA-EDITADA PIC Z9.99.
       01 LINEA-EGRESO.
           03 FILLER       PIC X(33)
               VALUE "  PLAN NUEVO: MATERIAS DEL PLAN ".
           03 LEG-PLAN     PIC Z9.
           03 FILLER       PIC X(12) VALUE "  APROBADAS ".
           03 LEG-APROBADAS PIC Z9.
           03 FILLER       PIC X(9) VALUE "  FALTAN ".
           03 LEG-FALTAN   PIC Z9.
       01 LINEA-COMPLETO PIC X(52)
           VALUE "    COMPLETO EL PLAN NUEVO: EN CONDICIONES DE EGRESO".
       01 LINEA-PENDIENTE.
           03 FILLER       PIC X(14) VALUE "    PENDIENTE ".
           03 LPE-MATERIA  PIC X(25).
       01 LINEA-SITUACION.
           03 FILLER       PIC X(22) VALUE "  SITUACION ACADEMICA ".
           03 LSI-CONDICION PIC X(11).
           03 FILLER       PIC X(10) VALUE " PROMEDIO ".
           03 LSI-PROMEDIO PIC Z9.99.
           03 FILLER       PIC X VALUE SPACE.
           03 LSI-MOTIVO   PIC X(30).
       01 LINEA-GUIONES PIC X(90) VALUE ALL "-".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   DOBLE CONTROL PARA JOBS DESTRUCTIVOS (VER COPYLIB
      *>   DUALPROC)
           COPY DUALPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE REGRABAR EL MAESTRO
           COPY CONFPROC.

      *>   ROTACION DE GENERACIONES DE LOS ARCHIVOS QUE SE REGRABAN
      *>   EN EL LUGAR (VER COPYLIB GENPROC)
           COPY GENPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-10ENCL20" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CAMBIO DE CARRERA CON EQUIVALENCIAS ENTRE PLANES"
           DISPLAY "-------------------------------------------------".

           MOVE WS-OPERADOR-ID TO OPERADOR-TURNO.
           ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.

           PERFORM CARGAR-PADRON.
           PERFORM CARGAR-CARRERAS.
           PERFORM CARGAR-PLAN.
           PERFORM CARGAR-MAPEO.
           PERFORM CARGAR-HISTORIAL.
           PERFORM CARGAR-PARAMEST.
           PERFORM CARGAR-STANDING.

           OPEN OUTPUT ARCH-CAMBIORECHAZ.
           PERFORM LEER-LOTE.
           CLOSE ARCH-CAMBIORECHAZ.

           DISPLAY "RENGLONES LEIDOS:     " CANT-LEIDOS.
           DISPLAY "RENGLONES RECHAZADOS: " CANT-RECHAZADOS.
           DISPLAY "CAMBIOS A APLICAR:    " CANT-LOTE.

           IF CANT-LOTE = ZERO
               DISPLAY "NO HAY CAMBIOS DE CARRERA PARA APLICAR"
               MOVE "OK" TO CTL-ESTADO
               MOVE ZERO TO CTL-CANT-REG
               PERFORM GRABAR-CONTROL
               DISPLAY "TERMINO EL PROGRAMA"
               STOP RUN
           END-IF.

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
      *>       EL PADRON SOLO SE REGRABA CON LA SEGUNDA FIRMA SI EL
      *>       JOB ESTA EN DUALJOBS (VER COPYLIB DUALPR)
               MOVE "EJ-10ENCL20" TO CTL-JOB
               MOVE CANT-LOTE TO CTL-CANT-REG
               MOVE "CAMBIAR DE CARRERA A ALUMNOS"
                 TO WS-DUAL-RESUMEN
               PERFORM VERIFICAR-DOBLE-CONTROL
                   THRU VERIFICAR-DOBLE-CONTROL-FIN
           END-IF.
           EVALUATE TRUE
               WHEN CONFIRMA-RESP-SI AND WS-DUAL-APROBADO = "S"
                   PERFORM APLICAR-CAMBIOS
                   MOVE "OK" TO CTL-ESTADO
               WHEN CONFIRMA-RESP-SI
                   DISPLAY "SIN SEGUNDA FIRMA: NO SE APLICA NINGUN "
                       "CAMBIO DE CARRERA"
                   MOVE "NOAPROBADO" TO CTL-ESTADO
               WHEN OTHER
                   DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: NO SE "
                       "APLICA NINGUN CAMBIO DE CARRERA"
                   MOVE "CANCELADO" TO CTL-ESTADO
           END-EVALUATE.

           MOVE "EJ-10ENCL20" TO CTL-JOB.
           MOVE CANT-LOTE TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.

           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       LEER-LOTE.
           MOVE "N" TO FIN-CAMBIOS.
           OPEN INPUT ARCH-CAMBIOS.
           IF NOT FS-CAMBIOS-OK
               DISPLAY "NO EXISTE EL LOTE CAMBIOCARRERA: NADA QUE "
                   "APLICAR"
               MOVE "S" TO FIN-CAMBIOS
           END-IF.
           PERFORM UNTIL FIN-CAMBIOS = "S"
               READ ARCH-CAMBIOS
                   AT END
                       MOVE "S" TO FIN-CAMBIOS
                       CLOSE ARCH-CAMBIOS
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       PERFORM VALIDAR-CAMBIO
                           THRU VALIDAR-CAMBIO-FIN
               END-READ
           END-PERFORM.

      *>   UN RENGLON QUE NO PASA SALE A CAMBIORECHAZ CON SU MOTIVO;
      *>   EL QUE PASA QUEDA EN TABLA-LOTE
       VALIDAR-CAMBIO.
           MOVE ZERO TO IX-ALU-HALLADA.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
               IF TP-LEGAJO (IX-ALU) = CCA-LEGAJO
                   MOVE IX-ALU TO IX-ALU-HALLADA
               END-IF
           END-PERFORM.
           IF IX-ALU-HALLADA = ZERO
               MOVE "LEGAJO QUE NO ESTA EN PADRON" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-CAMBIO
               GO TO VALIDAR-CAMBIO-FIN.

           MOVE "N" TO CARRERA-VALIDA.
           PERFORM VARYING IX-CARR FROM 1 BY 1
                   UNTIL IX-CARR > CANT-CARRERAS
               IF CARRERA-CODIGO (IX-CARR) = CCA-CARRERA-NUEVA
                   MOVE "S" TO CARRERA-VALIDA
               END-IF
           END-PERFORM.
           IF CARRERA-VALIDA = "N"
               MOVE "CARRERA NUEVA INEXISTENTE" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-CAMBIO
               GO TO VALIDAR-CAMBIO-FIN.

           IF CCA-CARRERA-NUEVA = TP-CARRERA-COD (IX-ALU-HALLADA)
               MOVE "YA ESTA EN ESA CARRERA" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-CAMBIO
               GO TO VALIDAR-CAMBIO-FIN.

           MOVE ZERO TO MATERIAS-EN-PLAN.
           PERFORM VARYING IX-PLA FROM 1 BY 1
                   UNTIL IX-PLA > CANT-PLAN
               IF TPL-CARRERA (IX-PLA) = CCA-CARRERA-NUEVA
                   ADD 1 TO MATERIAS-EN-PLAN
               END-IF
           END-PERFORM.
           IF MATERIAS-EN-PLAN = ZERO
               MOVE "CARRERA NUEVA SIN PLAN" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-CAMBIO
               GO TO VALIDAR-CAMBIO-FIN.

           IF CCA-RESOLUCION = SPACES
               MOVE "FALTA LA RESOLUCION" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-CAMBIO
               GO TO VALIDAR-CAMBIO-FIN.

      *>   UN SOLO CAMBIO POR ALUMNO EN CADA CORRIDA
           MOVE "N" TO LEGAJO-REPETIDO.
           PERFORM VARYING IX-LOTE FROM 1 BY 1
                   UNTIL IX-LOTE > CANT-LOTE
               IF TL-IX-ALUMNO (IX-LOTE) = IX-ALU-HALLADA
                   MOVE "S" TO LEGAJO-REPETIDO
               END-IF
           END-PERFORM.
           IF LEGAJO-REPETIDO = "S"
               MOVE "LEGAJO REPETIDO EN EL LOTE" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-CAMBIO
               GO TO VALIDAR-CAMBIO-FIN.

           IF CANT-LOTE >= 100
               MOVE "LOTE LLENO, VA EN OTRA CORRIDA" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-CAMBIO
               GO TO VALIDAR-CAMBIO-FIN.

           ADD 1 TO CANT-LOTE.
           MOVE IX-ALU-HALLADA TO TL-IX-ALUMNO (CANT-LOTE).
           MOVE TP-CARRERA-COD (IX-ALU-HALLADA)
             TO TL-CARRERA-VIEJA (CANT-LOTE).
           MOVE CCA-CARRERA-NUEVA TO TL-CARRERA-NUEVA (CANT-LOTE).
           MOVE CCA-RESOLUCION TO TL-RESOLUCION (CANT-LOTE).
       VALIDAR-CAMBIO-FIN.
           EXIT.

       RECHAZAR-CAMBIO.
           ADD 1 TO CANT-RECHAZADOS.
           MOVE CCA-LEGAJO TO CCX-LEGAJO.
           MOVE ";" TO CCX-SEP1.
           MOVE CCA-CARRERA-NUEVA TO CCX-CARRERA-NUEVA.
           MOVE ";" TO CCX-SEP2.
           MOVE CCA-RESOLUCION TO CCX-RESOLUCION.
           MOVE ";" TO CCX-SEP3.
           MOVE MOTIVO-RECHAZO TO CCX-MOTIVO.
           WRITE REG-CAMBIORECHAZ.
           DISPLAY "RECHAZADO " CCA-LEGAJO ": " MOTIVO-RECHAZO.

      *>   TRANSCRIPT, EQUIVREG Y PADAUDIT SE EXTIENDEN; PADRON Y
      *>   STANDING SE REGRABAN AL FINAL, CON SU GENERACION ANTERIOR
      *>   GUARDADA (VER COPYLIB GENPR)
       APLICAR-CAMBIOS.
           OPEN EXTEND ARCH-TRANSCRIPT.
           IF FS-TRANSCRIPT-NO-EXISTE
               OPEN OUTPUT ARCH-TRANSCRIPT
           END-IF.
           OPEN EXTEND ARCH-EQUIVREG.
           IF FS-EQUIVREG-NO-EXISTE
               OPEN OUTPUT ARCH-EQUIVREG
           END-IF.
           OPEN EXTEND ARCH-PADAUDIT.
           IF FS-PADAUDIT-NO-EXISTE
               OPEN OUTPUT ARCH-PADAUDIT
           END-IF.
           OPEN OUTPUT ARCH-CAMBIOREP.
           MOVE "CAMBIOS DE CARRERA APLICADOS" TO REG-CAMBIOREP.
           WRITE REG-CAMBIOREP.
           MOVE LINEA-GUIONES TO REG-CAMBIOREP.
           WRITE REG-CAMBIOREP.
           PERFORM VARYING IX-LOTE FROM 1 BY 1
                   UNTIL IX-LOTE > CANT-LOTE
               PERFORM APLICAR-UN-CAMBIO
           END-PERFORM.
           CLOSE ARCH-TRANSCRIPT.
           CLOSE ARCH-EQUIVREG.
           CLOSE ARCH-PADAUDIT.
           CLOSE ARCH-CAMBIOREP.
           PERFORM REGRABAR-PADRON.
           PERFORM REGRABAR-STANDING.
           DISPLAY "CAMBIOS APLICADOS:        " CANT-LOTE.
           DISPLAY "APROBADAS TRASLADADAS:    " CANT-TRASLADADAS.
           DISPLAY "APROBADAS SIN EQUIVALENCIA: "
               CANT-SIN-EQUIVALENCIA.

       APLICAR-UN-CAMBIO.
           MOVE TL-IX-ALUMNO (IX-LOTE) TO IX-ALU.
           MOVE SPACES TO NOMBRE-ALUMNO.
           STRING TP-APELLIDO (IX-ALU) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               TP-NOMBRE (IX-ALU) DELIMITED BY "  "
               INTO NOMBRE-ALUMNO.
           MOVE TP-LEGAJO (IX-ALU) TO LAL-LEGAJO.
           MOVE NOMBRE-ALUMNO TO LAL-NOMBRE.
           MOVE TL-CARRERA-VIEJA (IX-LOTE) TO LAL-VIEJA.
           MOVE TL-CARRERA-NUEVA (IX-LOTE) TO LAL-NUEVA.
           MOVE TL-RESOLUCION (IX-LOTE) TO LAL-RES.
           MOVE LINEA-ALUMNO TO REG-CAMBIOREP.
           WRITE REG-CAMBIOREP.

           PERFORM ARMAR-MATERIAS-ALUMNO.
           MOVE "  APROBADAS DEL PLAN ANTERIOR" TO REG-CAMBIOREP.
           WRITE REG-CAMBIOREP.
           PERFORM VARYING IX-MAT FROM 1 BY 1 UNTIL IX-MAT > 3
               IF AM-ORIGINAL (IX-MAT) = "S"
                   PERFORM TRASLADAR-MATERIA
                       THRU TRASLADAR-MATERIA-FIN
               END-IF
           END-PERFORM.

      *>   EL ALUMNO PASA A LA CARRERA NUEVA, CON CONSTANCIA EN
      *>   PADAUDIT
           MOVE TL-CARRERA-NUEVA (IX-LOTE) TO TP-CARRERA-COD (IX-ALU).
           MOVE FECHA-CORRIDA TO PAU-FECHA.
           MOVE ";" TO PAU-SEP1.
           MOVE OPERADOR-TURNO TO PAU-OPERADOR.
           MOVE ";" TO PAU-SEP2.
           MOVE "CAMBIO CARR" TO PAU-OPERACION.
           MOVE ";" TO PAU-SEP3.
           MOVE TP-LEGAJO (IX-ALU) TO PAU-LEGAJO.
           MOVE ";" TO PAU-SEP4.
           MOVE SPACES TO PAU-DETALLE.
           STRING "DE " DELIMITED BY SIZE
               TL-CARRERA-VIEJA (IX-LOTE) DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               TL-CARRERA-NUEVA (IX-LOTE) DELIMITED BY SIZE
               " RES. " DELIMITED BY SIZE
               TL-RESOLUCION (IX-LOTE) DELIMITED BY SIZE
               INTO PAU-DETALLE.
           WRITE REG-PADAUDIT.

           PERFORM EVALUAR-EGRESO.
           PERFORM EVALUAR-SITUACION.
           MOVE LINEA-GUIONES TO REG-CAMBIOREP.
           WRITE REG-CAMBIOREP.

      *>   ARMA EL ESTADO DE LAS MATERIAS 1-3 DEL ALUMNO: APROBADAS
      *>   SEGUN TRANSCRIPT (NOTA DESDE 4 O EQUIVALENCIA), SI ESTAN
      *>   EN EL PLAN NUEVO Y A QUE MATERIA DEL PLAN NUEVO MAPEAN
       ARMAR-MATERIAS-ALUMNO.
           PERFORM VARYING IX-MAT FROM 1 BY 1 UNTIL IX-MAT > 3
               MOVE "N" TO AM-ORIGINAL (IX-MAT)
               MOVE "N" TO AM-APROBADA (IX-MAT)
               MOVE ZERO TO AM-NOTA (IX-MAT)
               MOVE "N" TO AM-EN-PLAN (IX-MAT)
               MOVE "N" TO AM-VALE (IX-MAT)
               MOVE ZERO TO AM-DESTINO (IX-MAT)
           END-PERFORM.
           PERFORM VARYING IX-HIS FROM 1 BY 1
                   UNTIL IX-HIS > CANT-HISTORIAL
               IF TH-LEGAJO (IX-HIS) = TP-LEGAJO (IX-ALU)
                  AND TH-MATERIA (IX-HIS) >= 1
                  AND TH-MATERIA (IX-HIS) <= 3
                  AND (TH-NOTA (IX-HIS) NOT < NOTA-APROBACION
                       OR TH-TERMINO (IX-HIS) = "EQUIV")
                   MOVE TH-MATERIA (IX-HIS) TO IX-MAT
                   MOVE "S" TO AM-ORIGINAL (IX-MAT)
                   MOVE "S" TO AM-APROBADA (IX-MAT)
                   IF TH-NOTA (IX-HIS) > AM-NOTA (IX-MAT)
                       MOVE TH-NOTA (IX-HIS) TO AM-NOTA (IX-MAT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-PLA FROM 1 BY 1
                   UNTIL IX-PLA > CANT-PLAN
               IF TPL-CARRERA (IX-PLA) = TL-CARRERA-NUEVA (IX-LOTE)
                  AND TPL-MATERIA (IX-PLA) >= 1
                  AND TPL-MATERIA (IX-PLA) <= 3
                   MOVE TPL-MATERIA (IX-PLA) TO IX-MAT
                   MOVE "S" TO AM-EN-PLAN (IX-MAT)
                   MOVE "S" TO AM-VALE (IX-MAT)
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-MAP FROM 1 BY 1
                   UNTIL IX-MAP > CANT-MAPEO
               IF TM-CARRERA-ORIGEN (IX-MAP) =
                  TL-CARRERA-VIEJA (IX-LOTE)
                  AND TM-CARRERA-DESTINO (IX-MAP) =
                      TL-CARRERA-NUEVA (IX-LOTE)
                  AND TM-MATERIA-ORIGEN (IX-MAP) >= 1
                  AND TM-MATERIA-ORIGEN (IX-MAP) <= 3
                   MOVE TM-MATERIA-ORIGEN (IX-MAP) TO IX-MAT
                   MOVE TM-MATERIA-DESTINO (IX-MAP)
                     TO AM-DESTINO (IX-MAT)
                   MOVE "S" TO AM-VALE (IX-MAT)
               END-IF
           END-PERFORM.

      *>   UNA APROBADA QUE YA ESTA EN EL PLAN NUEVO SIGUE VALIENDO
      *>   TAL CUAL; LA QUE NO, PASA A SU MATERIA DESTINO COMO
      *>   EQUIVALENCIA (CON LA MISMA NOTA, O SIN NOTA SI VENIA SIN
      *>   NOTA); SIN MAPEO AL PLAN NUEVO QUEDA LISTADA Y NO CUENTA
       TRASLADAR-MATERIA.
           MOVE IX-MAT TO MATERIA.
           PERFORM OBTENER-NOMBRE-MATERIA.
           MOVE MATERIA-NOMBRE TO LTR-MATERIA.
           IF AM-NOTA (IX-MAT) = ZERO
               MOVE "S/N" TO LTR-NOTA
           ELSE
               MOVE AM-NOTA (IX-MAT) TO NOTA-EDITADA
               MOVE NOTA-EDITADA TO LTR-NOTA
           END-IF.
           MOVE SPACES TO LTR-DESTINO.

           IF AM-EN-PLAN (IX-MAT) = "S"
               MOVE "VALE EN EL PLAN NUEVO" TO LTR-RESULTADO
               GO TO TRASLADAR-MATERIA-IMPRIMIR.

           MOVE AM-DESTINO (IX-MAT) TO IX-DESTINO.
           IF IX-DESTINO < 1 OR IX-DESTINO > 3
               ADD 1 TO CANT-SIN-EQUIVALENCIA
               MOVE "SIN EQUIVALENCIA" TO LTR-RESULTADO
               GO TO TRASLADAR-MATERIA-IMPRIMIR.
           IF AM-EN-PLAN (IX-DESTINO) = "N"
               ADD 1 TO CANT-SIN-EQUIVALENCIA
               MOVE "MAPEO FUERA DEL PLAN" TO LTR-RESULTADO
               GO TO TRASLADAR-MATERIA-IMPRIMIR.

           MOVE IX-DESTINO TO MATERIA.
           PERFORM OBTENER-NOMBRE-MATERIA.
           MOVE MATERIA-NOMBRE TO LTR-DESTINO.
           IF AM-APROBADA (IX-DESTINO) = "S"
               MOVE "DESTINO YA APROBADO" TO LTR-RESULTADO
               GO TO TRASLADAR-MATERIA-IMPRIMIR.

           PERFORM POSTEAR-TRASLADO.
           MOVE "S" TO AM-APROBADA (IX-DESTINO).
           MOVE AM-NOTA (IX-MAT) TO AM-NOTA (IX-DESTINO).
           ADD 1 TO CANT-TRASLADADAS.
           MOVE "PASA COMO" TO LTR-RESULTADO.
       TRASLADAR-MATERIA-IMPRIMIR.
           MOVE LINEA-TRASLADO TO REG-CAMBIOREP.
           WRITE REG-CAMBIOREP.
       TRASLADAR-MATERIA-FIN.
           EXIT.

       POSTEAR-TRASLADO.
           MOVE IX-MAT TO MATERIA-ORIGEN.
           MOVE TP-LEGAJO (IX-ALU) TO TR-LEGAJO.
           MOVE "EQUIV" TO TR-TERMINO.
           MOVE IX-DESTINO TO TR-MATERIA.
           MOVE NOMBRE-ALUMNO TO TR-NOMBRE.
           MOVE AM-NOTA (IX-MAT) TO TR-NOTA.
           WRITE REG-TRANSCRIPT.

           MOVE TP-LEGAJO (IX-ALU) TO EQR-LEGAJO.
           MOVE ";" TO EQR-SEP1.
           MOVE IX-DESTINO TO EQR-MATERIA.
           MOVE ";" TO EQR-SEP2.
           MOVE SPACES TO EQR-INSTITUCION.
           STRING "CAMBIO CARRERA " DELIMITED BY SIZE
               TL-CARRERA-VIEJA (IX-LOTE) DELIMITED BY SIZE
               " MATERIA " DELIMITED BY SIZE
               MATERIA-ORIGEN DELIMITED BY SIZE
               INTO EQR-INSTITUCION.
           MOVE ";" TO EQR-SEP3.
           MOVE TL-RESOLUCION (IX-LOTE) TO EQR-RESOLUCION.
           MOVE ";" TO EQR-SEP4.
           MOVE FECHA-CORRIDA TO EQR-FECHA.
           MOVE ";" TO EQR-SEP5.
           IF AM-NOTA (IX-MAT) = ZERO
               MOVE "A" TO EQR-TIPO
           ELSE
               MOVE "N" TO EQR-TIPO
           END-IF.
           MOVE ";" TO EQR-SEP6.
           MOVE AM-NOTA (IX-MAT) TO EQR-NOTA.
           MOVE ";" TO EQR-SEP7.
           MOVE FECHA-CORRIDA TO EQR-FECHA-POSTEO.
           MOVE ";" TO EQR-SEP8.
           MOVE OPERADOR-TURNO TO EQR-OPERADOR.
           WRITE REG-EQUIVREG.

      *>   ELEGIBILIDAD DE EGRESO CONTRA EL PLAN NUEVO, CON EL MISMO
      *>   CRITERIO QUE EJ-08ENCL20 (UNA MATERIA DEL PLAN FUERA DE
      *>   LOS CODIGOS 1-3 SIEMPRE FALTA)
       EVALUAR-EGRESO.
           MOVE ZERO TO MATERIAS-EN-PLAN.
           MOVE ZERO TO MATERIAS-APROBADAS-PLAN.
           MOVE ZERO TO MATERIAS-FALTAN.
           PERFORM VARYING IX-PLA FROM 1 BY 1
                   UNTIL IX-PLA > CANT-PLAN
               IF TPL-CARRERA (IX-PLA) = TL-CARRERA-NUEVA (IX-LOTE)
                   ADD 1 TO MATERIAS-EN-PLAN
                   MOVE TPL-MATERIA (IX-PLA) TO MATERIA
                   IF MATERIA >= 1 AND MATERIA <= 3
                      AND AM-APROBADA (MATERIA) = "S"
                       ADD 1 TO MATERIAS-APROBADAS-PLAN
                   ELSE
                       ADD 1 TO MATERIAS-FALTAN
                   END-IF
               END-IF
           END-PERFORM.
           MOVE MATERIAS-EN-PLAN TO LEG-PLAN.
           MOVE MATERIAS-APROBADAS-PLAN TO LEG-APROBADAS.
           MOVE MATERIAS-FALTAN TO LEG-FALTAN.
           MOVE LINEA-EGRESO TO REG-CAMBIOREP.
           WRITE REG-CAMBIOREP.
           IF MATERIAS-FALTAN = ZERO
               MOVE LINEA-COMPLETO TO REG-CAMBIOREP
               WRITE REG-CAMBIOREP
           ELSE
               PERFORM VARYING IX-PLA FROM 1 BY 1
                       UNTIL IX-PLA > CANT-PLAN
                   IF TPL-CARRERA (IX-PLA) =
                      TL-CARRERA-NUEVA (IX-LOTE)
                       PERFORM DETALLAR-PENDIENTE
                   END-IF
               END-PERFORM
           END-IF.

       DETALLAR-PENDIENTE.
           MOVE TPL-MATERIA (IX-PLA) TO MATERIA.
           IF MATERIA >= 1 AND MATERIA <= 3
              AND AM-APROBADA (MATERIA) = "S"
               CONTINUE
           ELSE
               PERFORM OBTENER-NOMBRE-MATERIA
               MOVE MATERIA-NOMBRE TO LPE-MATERIA
               MOVE LINEA-PENDIENTE TO REG-CAMBIOREP
               WRITE REG-CAMBIOREP
           END-IF.

      *>   SITUACION ACADEMICA CON LAS REGLAS DE EJ-07ENCL20, PERO
      *>   SOLO SOBRE LAS NOTAS DE EXAMEN DE MATERIAS QUE VALEN EN EL
      *>   PLAN NUEVO (LAS DEL PLAN Y LAS QUE TIENEN MAPEO); LOS
      *>   RENGLONES EQUIV NO SON EXAMENES Y NO ENTRAN
       EVALUAR-SITUACION.
           MOVE ZERO TO SUMA-NOTAS.
           MOVE ZERO TO CANT-NOTAS.
           MOVE ZERO TO CANT-TERMINOS.
           PERFORM VARYING IX-MAT FROM 1 BY 1 UNTIL IX-MAT > 3
               MOVE ZERO TO AR-RACHA (IX-MAT)
               MOVE ZERO TO AR-RACHA-MAX (IX-MAT)
           END-PERFORM.
           PERFORM VARYING IX-HIS FROM 1 BY 1
                   UNTIL IX-HIS > CANT-HISTORIAL
               IF TH-LEGAJO (IX-HIS) = TP-LEGAJO (IX-ALU)
                  AND TH-TERMINO (IX-HIS) NOT = "EQUIV"
                  AND TH-MATERIA (IX-HIS) >= 1
                  AND TH-MATERIA (IX-HIS) <= 3
                   MOVE TH-MATERIA (IX-HIS) TO MATERIA
                   IF AM-VALE (MATERIA) = "S"
                       PERFORM ACUMULAR-NOTA-SITUACION
                   END-IF
               END-IF
           END-PERFORM.

           MOVE ZERO TO PROMEDIO-LEGAJO.
           IF CANT-NOTAS > ZERO
               COMPUTE PROMEDIO-LEGAJO ROUNDED =
                   SUMA-NOTAS / CANT-NOTAS
           END-IF.
           MOVE ZERO TO PEOR-RACHA.
           PERFORM VARYING IX-MAT FROM 1 BY 1 UNTIL IX-MAT > 3
               IF AR-RACHA-MAX (IX-MAT) > PEOR-RACHA
                   MOVE AR-RACHA-MAX (IX-MAT) TO PEOR-RACHA
               END-IF
           END-PERFORM.
           MOVE ZERO TO TERMINOS-SIN-APROBAR.
           PERFORM VARYING IX-TRM FROM CANT-TERMINOS BY -1
                   UNTIL IX-TRM < 1
                      OR AT-TERM-APROBO (IX-TRM) = "S"
               ADD 1 TO TERMINOS-SIN-APROBAR
           END-PERFORM.

           MOVE "REGULAR" TO CONDICION-LEGAJO.
           MOVE SPACES TO MOTIVO-LEGAJO.
           IF PROMEDIO-LEGAJO < UMBRAL-PROMEDIO
               MOVE "EN RIESGO" TO CONDICION-LEGAJO
               MOVE "PROMEDIO BAJO UMBRAL" TO MOTIVO-LEGAJO
           END-IF.
           IF PEOR-RACHA > ZERO
              AND PEOR-RACHA = UMBRAL-APLAZOS - 1
               MOVE "EN RIESGO" TO CONDICION-LEGAJO
               MOVE "AL BORDE DE APLAZOS SEGUIDOS" TO MOTIVO-LEGAJO
           END-IF.
           IF CANT-TERMINOS >= UMBRAL-TERMINOS
              AND TERMINOS-SIN-APROBAR >= UMBRAL-TERMINOS
               MOVE "CONDICIONAL" TO CONDICION-LEGAJO
               MOVE "TERMINOS SIN APROBAR MATERIA" TO MOTIVO-LEGAJO
           END-IF.
           IF PEOR-RACHA >= UMBRAL-APLAZOS
               MOVE "CONDICIONAL" TO CONDICION-LEGAJO
               MOVE "APLAZOS SEGUIDOS MISMA MATERIA"
                 TO MOTIVO-LEGAJO
           END-IF.

           MOVE CONDICION-LEGAJO TO LSI-CONDICION.
           MOVE PROMEDIO-LEGAJO TO LSI-PROMEDIO.
           MOVE MOTIVO-LEGAJO TO LSI-MOTIVO.
           MOVE LINEA-SITUACION TO REG-CAMBIOREP.
           WRITE REG-CAMBIOREP.
           PERFORM ANOTAR-STANDING.

       ACUMULAR-NOTA-SITUACION.
           MOVE TH-MATERIA (IX-HIS) TO IX-MAT.
           ADD TH-NOTA (IX-HIS) TO SUMA-NOTAS.
           ADD 1 TO CANT-NOTAS.
      *>   UN APLAZO ALARGA LA RACHA DE LA MATERIA; UNA APROBACION
      *>   LA CORTA
           IF TH-NOTA (IX-HIS) < NOTA-APROBACION
               IF AR-RACHA (IX-MAT) < 9
                   ADD 1 TO AR-RACHA (IX-MAT)
               END-IF
               IF AR-RACHA (IX-MAT) > AR-RACHA-MAX (IX-MAT)
                   MOVE AR-RACHA (IX-MAT) TO AR-RACHA-MAX (IX-MAT)
               END-IF
           ELSE
               MOVE ZERO TO AR-RACHA (IX-MAT)
           END-IF.
           MOVE ZERO TO IX-TRM-HALLADO.
           PERFORM VARYING IX-TRM FROM 1 BY 1
                   UNTIL IX-TRM > CANT-TERMINOS
               IF AT-TERM-ID (IX-TRM) = TH-TERMINO (IX-HIS)
                   MOVE IX-TRM TO IX-TRM-HALLADO
               END-IF
           END-PERFORM.
           IF IX-TRM-HALLADO = ZERO AND CANT-TERMINOS < 12
               ADD 1 TO CANT-TERMINOS
               MOVE CANT-TERMINOS TO IX-TRM-HALLADO
               MOVE TH-TERMINO (IX-HIS) TO AT-TERM-ID (IX-TRM-HALLADO)
               MOVE "N" TO AT-TERM-APROBO (IX-TRM-HALLADO)
           END-IF.
           IF IX-TRM-HALLADO > ZERO
              AND TH-NOTA (IX-HIS) NOT < NOTA-APROBACION
               MOVE "S" TO AT-TERM-APROBO (IX-TRM-HALLADO)
           END-IF.

      *>   REEMPLAZA EL RENGLON DEL ALUMNO EN STANDING (O LO AGREGA
      *>   SI NO TENIA), PARA QUE EL POSTEO DE INSCRIPCION YA LO VEA
      *>   CON LA SITUACION DEL PLAN NUEVO
       ANOTAR-STANDING.
           MOVE TP-LEGAJO (IX-ALU) TO STA-LEGAJO.
           MOVE ";" TO STA-SEP1.
           MOVE CONDICION-LEGAJO TO STA-CONDICION.
           MOVE ";" TO STA-SEP2.
           MOVE PROMEDIO-LEGAJO TO STA-PROMEDIO.
           MOVE ";" TO STA-SEP3.
           MOVE PEOR-RACHA TO STA-APLAZOS-SEG.
           MOVE ";" TO STA-SEP4.
           MOVE MOTIVO-LEGAJO TO STA-MOTIVO.
           MOVE ZERO TO IX-STA-HALLADO.
           PERFORM VARYING IX-STA FROM 1 BY 1
                   UNTIL IX-STA > CANT-STANDING
               IF TS-RENGLON (IX-STA) (1:10) = TP-LEGAJO (IX-ALU)
                   MOVE IX-STA TO IX-STA-HALLADO
               END-IF
           END-PERFORM.
           IF IX-STA-HALLADO = ZERO
               IF CANT-STANDING >= 6000
                   DISPLAY "ADVERTENCIA: STANDING LLENO, NO SE "
                       "ANOTA LA SITUACION DE " TP-LEGAJO (IX-ALU)
               ELSE
                   ADD 1 TO CANT-STANDING
                   MOVE CANT-STANDING TO IX-STA-HALLADO
               END-IF
           END-IF.
           IF IX-STA-HALLADO > ZERO
               MOVE REG-STANDING TO TS-RENGLON (IX-STA-HALLADO)
           END-IF.

       OBTENER-NOMBRE-MATERIA.
           EVALUATE MATERIA
               WHEN 1 MOVE "ANALISIS MATEMATICO I" TO MATERIA-NOMBRE
               WHEN 2 MOVE "DERECHO ADMINISTRATIVO I" TO MATERIA-NOMBRE
               WHEN 3 MOVE "IMPUESTOS I" TO MATERIA-NOMBRE
               WHEN OTHER MOVE "(MATERIA DESCONOCIDA)"
                    TO MATERIA-NOMBRE
           END-EVALUATE.

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
               END-READ
           END-PERFORM.

      *>   EL PADRON NO ENTRA EN MEMORIA: SI SE SIGUIERA, LOS
      *>   LEGAJOS QUE NO SE CARGARON SE PERDERIAN AL REGRABARLO
       RECHAZAR-PADRON-LLENO.
           DISPLAY "EL PADRON SUPERA LOS 6000 LEGAJOS EN MEMORIA: "
               "CORRIDA RECHAZADA, NADA SE TOCA".
           MOVE "EJ-10ENCL20" TO CTL-JOB.
           MOVE CANT-ALUMNOS TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       REGRABAR-PADRON.
           MOVE "PADRON" TO WS-GEN-ARCHIVO.
           PERFORM ROTAR-GENERACION.
           MOVE ZERO TO WS-TOT-CANT.
           MOVE ZERO TO WS-TOT-HASH.
           OPEN OUTPUT ARCH-PADRON.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
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
           MOVE "PADRON" TO WS-TOT-ARCHIVO.
           PERFORM REGISTRAR-TOTALES.

       CARGAR-CARRERAS.
           MOVE "N" TO FIN-CARRERAS.
           OPEN INPUT ARCH-CARRERAS.
           IF NOT FS-CARRERAS-OK
               DISPLAY "NO EXISTE EL MAESTRO DE CARRERAS: TODO EL "
                   "LOTE SE RECHAZA"
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

       CARGAR-MAPEO.
           MOVE "N" TO FIN-MAPEOPLAN.
           OPEN INPUT ARCH-MAPEOPLAN.
           IF NOT FS-MAPEOPLAN-OK
               DISPLAY "NO EXISTE MAPEOPLAN: NINGUNA APROBADA FUERA "
                   "DEL PLAN NUEVO SE TRASLADA"
               MOVE "S" TO FIN-MAPEOPLAN
           END-IF.
           PERFORM UNTIL FIN-MAPEOPLAN = "S"
               READ ARCH-MAPEOPLAN
                   AT END
                       MOVE "S" TO FIN-MAPEOPLAN
                       CLOSE ARCH-MAPEOPLAN
                   NOT AT END
                       IF CANT-MAPEO >= 100
                           DISPLAY "ADVERTENCIA: SE IGNORA RENGLON "
                               "DE MAPEOPLAN, YA HAY 100 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-MAPEO
                           MOVE MAP-CARRERA-ORIGEN TO
                                TM-CARRERA-ORIGEN (CANT-MAPEO)
                           MOVE MAP-MATERIA-ORIGEN TO
                                TM-MATERIA-ORIGEN (CANT-MAPEO)
                           MOVE MAP-CARRERA-DESTINO TO
                                TM-CARRERA-DESTINO (CANT-MAPEO)
                           MOVE MAP-MATERIA-DESTINO TO
                                TM-MATERIA-DESTINO (CANT-MAPEO)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-HISTORIAL.
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
                       IF CANT-HISTORIAL >= 3000
                           DISPLAY "ADVERTENCIA: SE IGNORA RENGLON "
                               "DE TRANSCRIPT, YA HAY 3000 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-HISTORIAL
                           MOVE TR-LEGAJO TO
                                TH-LEGAJO (CANT-HISTORIAL)
                           MOVE TR-TERMINO TO
                                TH-TERMINO (CANT-HISTORIAL)
                           MOVE TR-MATERIA TO
                                TH-MATERIA (CANT-HISTORIAL)
                           MOVE TR-NOTA TO
                                TH-NOTA (CANT-HISTORIAL)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-PARAMEST.
           OPEN INPUT ARCH-PARAMEST.
           IF FS-PARAMEST-OK
               READ ARCH-PARAMEST
                   AT END
                       DISPLAY "PARAMEST VACIO: SE USAN LAS REGLAS "
                           "POR DEFECTO"
                   NOT AT END
                       MOVE PEST-PROMEDIO-MIN TO UMBRAL-PROMEDIO
                       MOVE PEST-APLAZOS TO UMBRAL-APLAZOS
                       MOVE PEST-TERMINOS TO UMBRAL-TERMINOS
               END-READ
               CLOSE ARCH-PARAMEST
           ELSE
               DISPLAY "NO EXISTE PARAMEST: SE USAN LAS REGLAS POR "
                   "DEFECTO (PROMEDIO 6.00, 3 APLAZOS, 2 TERMINOS)"
           END-IF.

       CARGAR-STANDING.
           MOVE "N" TO FIN-STANDING.
           OPEN INPUT ARCH-STANDING.
           IF NOT FS-STANDING-OK
               MOVE "S" TO FIN-STANDING
           END-IF.
           PERFORM UNTIL FIN-STANDING = "S"
               READ ARCH-STANDING
                   AT END
                       MOVE "S" TO FIN-STANDING
                       CLOSE ARCH-STANDING
                   NOT AT END
                       IF CANT-STANDING >= 6000
                           PERFORM RECHAZAR-STANDING-LLENO
                       END-IF
                       ADD 1 TO CANT-STANDING
                       MOVE REG-STANDING TO
                            TS-RENGLON (CANT-STANDING)
               END-READ
           END-PERFORM.

       RECHAZAR-STANDING-LLENO.
           DISPLAY "STANDING SUPERA LOS 6000 RENGLONES EN MEMORIA: "
               "CORRIDA RECHAZADA, NADA SE TOCA".
           MOVE "EJ-10ENCL20" TO CTL-JOB.
           MOVE CANT-STANDING TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       REGRABAR-STANDING.
           MOVE "STANDING" TO WS-GEN-ARCHIVO.
           PERFORM ROTAR-GENERACION.
           OPEN OUTPUT ARCH-STANDING.
           PERFORM VARYING IX-STA FROM 1 BY 1
                   UNTIL IX-STA > CANT-STANDING
               MOVE TS-RENGLON (IX-STA) TO REG-STANDING
               WRITE REG-STANDING
           END-PERFORM.
           CLOSE ARCH-STANDING.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY TOTPR.
           COPY DUALPR.
           COPY GENPR.
           COPY OPERPR.
           COPY RUNCPR.
