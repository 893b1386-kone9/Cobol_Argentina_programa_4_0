      *> Posteo de accidentes de trabajo: los accidentes y las
      *> enfermedades profesionales se denuncian a la ART en papel y
      *> la ausencia no quedaba en ningun lado, asi que ni la
      *> cobertura de la agenda la veia ni se podia contestar a la
      *> ART o a la inspeccion cuantos dias se perdieron. Recursos
      *> humanos tipea en el lote ACCNUEVOS dos movimientos:
      *>   A = alta del siniestro: legajo, fecha del hecho, tipo
      *>       (ACCIDENTE o ENFPROF), in itinere (S/N), numero de
      *>       siniestro de la ART y el rango de la ausencia
      *>   C = cierre por alta medica: numero de siniestro y el
      *>       ultimo dia de ausencia (en cero, el que ya tenia); si
      *>       la ausencia se estiro se agrega la licencia que falta
      *> Cada alta queda en el registro ACCIDENTES con el sector del
      *> legajo y genera su licencia tipo ART en LICENCIAS, para que
      *> la cobertura semanal la descuente como cualquier ausencia.
      *> Lo rechazado queda en EXCEPNOM con su motivo, como en el
      *> posteo de licencias.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-21ENCL23.
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
           SELECT ARCH-ACCNUEVOS ASSIGN TO "ACCNUEVOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCNUEVOS.

           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   ACCIDENTES es el registro de siniestros (ver COPYLIB
      *>   ACCIDENT); se lee entero y se regraba al final con las
      *>   altas y cierres del lote
           SELECT ARCH-ACCIDENTES ASSIGN TO "ACCIDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCIDENTES.

           SELECT ARCH-LICENCIAS ASSIGN TO "LICENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LICENCIAS.

           SELECT ARCH-EXCEPNOM ASSIGN TO "EXCEPNOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPNOM.

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
       FD  ARCH-ACCNUEVOS
           RECORD CONTAINS 58 CHARACTERS.
       01  REG-ACCNUEVO.
           03 ACN-MOVIMIENTO  PIC X.
           03 ACN-LEGAJO      PIC X(10).
           03 ACN-FECHA       PIC 9(8).
           03 ACN-TIPO        PIC X(10).
           03 ACN-IN-ITINERE  PIC X.
           03 ACN-SINIESTRO   PIC X(12).
           03 ACN-FECHA-DESDE PIC 9(8).
           03 ACN-FECHA-HASTA PIC 9(8).

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-ACCIDENTES
           RECORD CONTAINS 64 CHARACTERS.
           COPY ACCIDENT.

       FD  ARCH-LICENCIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY LICENCIA.

       FD  ARCH-EXCEPNOM
           RECORD CONTAINS 40 CHARACTERS.
           COPY EXCEPNOM.

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

      *>   LEGAJOS DEL MAESTRO EN MEMORIA PARA VALIDAR EL LOTE
       77 WS-CANT-MAESTRO PIC 9(4) VALUE ZERO.
       01  TABLA-MAESTRO.
           03 MAESTRO-ENTRY OCCURS 500 TIMES.
               05 TM-LEGAJO PIC X(10).
               05 TM-ESTADO PIC X.
               05 TM-SECTOR PIC X(2).
       77 IX-MAE PIC 9(4) VALUE ZERO.
       77 IX-MAE-HALLADO PIC 9(4) VALUE ZERO.

      *>   REGISTRO DE ACCIDENTES EN MEMORIA (SE REGRABA AL FINAL)
       77 WS-CANT-ACCIDENTES PIC 9(4) VALUE ZERO.
       01  TABLA-ACCIDENTES.
           03 ACCIDENTE-ENTRY OCCURS 1000 TIMES.
               05 TA-LEGAJO    PIC X(10).
               05 TA-FECHA     PIC 9(8).
               05 TA-SECTOR    PIC X(2).
               05 TA-TIPO      PIC X(10).
               05 TA-ITINERE   PIC X.
               05 TA-SINIESTRO PIC X(12).
               05 TA-DESDE     PIC 9(8).
               05 TA-HASTA     PIC 9(8).
               05 TA-DIAS      PIC 9(4).
               05 TA-ESTADO    PIC X.
       77 IX-ACC PIC 9(4) VALUE ZERO.
       77 IX-ACC-HALLADO PIC 9(4) VALUE ZERO.

      *>   RANGO DE LA LICENCIA A GENERAR Y SUS DIAS HABILES (LUNES A
      *>   VIERNES, COMO SE CUENTAN LAS DEMAS LICENCIAS)
       77 WS-LIC-DESDE PIC 9(8) VALUE ZEROS.
       77 WS-LIC-HASTA PIC 9(8) VALUE ZEROS.
       77 WS-INT-DESDE PIC 9(7) VALUE ZERO.
       77 WS-INT-HASTA PIC 9(7) VALUE ZERO.
       77 WS-INT-DIA PIC 9(7) VALUE ZERO.
       77 WS-DIA-SEMANA PIC 9 VALUE ZERO.
       77 WS-DIAS-HABILES PIC 9(3) VALUE ZERO.

       77 WS-MOTIVO PIC X(30) VALUE SPACES.
       77 WS-ALTAS PIC 9(5) VALUE ZERO.
       77 WS-CIERRES PIC 9(5) VALUE ZERO.
       77 WS-LICENCIAS PIC 9(5) VALUE ZERO.
       77 WS-RECHAZADOS PIC 9(5) VALUE ZERO.

       01 WS-FIN-ACCNUEVOS PIC X VALUE "N".
       01 WS-FIN-ARCHIVO PIC X VALUE "N".

       01 WS-FS-ACCNUEVOS PIC XX.
           88 FS-ACCNUEVOS-OK VALUE "00".
       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-ACCIDENTES PIC XX.
           88 FS-ACCIDENTES-OK VALUE "00".
       01 WS-FS-LICENCIAS PIC XX.
           88 FS-LICENCIAS-OK VALUE "00".
           88 FS-LICENCIAS-NO-EXISTE VALUE "35".
       01 WS-FS-EXCEPNOM PIC XX.
           88 FS-EXCEPNOM-OK VALUE "00".
           88 FS-EXCEPNOM-NO-EXISTE VALUE "35".

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
           MOVE "EJ-21ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "POSTEO DE ACCIDENTES DE TRABAJO (ART)".
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-ACCIDENTES.

           OPEN EXTEND ARCH-LICENCIAS.
           IF FS-LICENCIAS-NO-EXISTE
               OPEN OUTPUT ARCH-LICENCIAS
           END-IF.
           OPEN EXTEND ARCH-EXCEPNOM.
           IF FS-EXCEPNOM-NO-EXISTE
               OPEN OUTPUT ARCH-EXCEPNOM
           END-IF.

           MOVE "N" TO WS-FIN-ACCNUEVOS.
           OPEN INPUT ARCH-ACCNUEVOS.
           IF NOT FS-ACCNUEVOS-OK
               DISPLAY "NO EXISTE ACCNUEVOS: NO HAY LOTE QUE POSTEAR"
               MOVE "S" TO WS-FIN-ACCNUEVOS
           END-IF.
           PERFORM UNTIL WS-FIN-ACCNUEVOS = "S"
               READ ARCH-ACCNUEVOS
                   AT END
                       MOVE "S" TO WS-FIN-ACCNUEVOS
                       CLOSE ARCH-ACCNUEVOS
                   NOT AT END
                       EVALUATE ACN-MOVIMIENTO
                           WHEN "A"
                               PERFORM POSTEAR-ALTA
                                   THRU POSTEAR-ALTA-FIN
                           WHEN "C"
                               PERFORM POSTEAR-CIERRE
                                   THRU POSTEAR-CIERRE-FIN
                           WHEN OTHER
                               MOVE "MOVIMIENTO INVALIDO" TO WS-MOTIVO
                               PERFORM RECHAZAR-MOVIMIENTO
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE ARCH-LICENCIAS.
           CLOSE ARCH-EXCEPNOM.
           PERFORM GRABAR-ACCIDENTES.

           DISPLAY "SINIESTROS DADOS DE ALTA: " WS-ALTAS.
           DISPLAY "SINIESTROS CERRADOS:      " WS-CIERRES.
           DISPLAY "LICENCIAS ART GENERADAS:  " WS-LICENCIAS.
           DISPLAY "MOVIMIENTOS RECHAZADOS:   " WS-RECHAZADOS.

           MOVE "EJ-21ENCL23" TO CTL-JOB.
           COMPUTE CTL-CANT-REG = WS-ALTAS + WS-CIERRES.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.

           STOP RUN.

       POSTEAR-ALTA.
      *>   EL LEGAJO TIENE QUE ESTAR EN EL MAESTRO, Y ACTIVO
           MOVE ZERO TO IX-MAE-HALLADO.
           PERFORM VARYING IX-MAE FROM 1 BY 1
                   UNTIL IX-MAE > WS-CANT-MAESTRO
               IF TM-LEGAJO (IX-MAE) = ACN-LEGAJO
                   MOVE IX-MAE TO IX-MAE-HALLADO
               END-IF
           END-PERFORM.
           IF IX-MAE-HALLADO = ZERO
               MOVE "ACCIDENTE SIN LEGAJO" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-ALTA-FIN
           END-IF.
           IF TM-ESTADO (IX-MAE-HALLADO) = "I"
               MOVE "LEGAJO INACTIVO" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-ALTA-FIN
           END-IF.
      *>   ACCIDENTE O ENFERMEDAD PROFESIONAL; UNA ENFERMEDAD NO
      *>   PUEDE SER IN ITINERE
           IF ACN-TIPO NOT = "ACCIDENTE"
              AND ACN-TIPO NOT = "ENFPROF"
               MOVE "TIPO DE ACCIDENTE INVALIDO" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-ALTA-FIN
           END-IF.
           IF (ACN-IN-ITINERE NOT = "S" AND ACN-IN-ITINERE NOT = "N")
              OR (ACN-TIPO = "ENFPROF" AND ACN-IN-ITINERE = "S")
               MOVE "IN ITINERE INVALIDO" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-ALTA-FIN
           END-IF.
      *>   EL NUMERO DE SINIESTRO DE LA ART ES LA CLAVE DEL REGISTRO
           IF ACN-SINIESTRO = SPACES
               MOVE "SINIESTRO SIN NUMERO" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-ALTA-FIN
           END-IF.
           PERFORM BUSCAR-SINIESTRO.
           IF IX-ACC-HALLADO > ZERO
               MOVE "SINIESTRO DUPLICADO" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-ALTA-FIN
           END-IF.
      *>   LA AUSENCIA EMPIEZA EL DIA DEL HECHO O DESPUES
           IF FUNCTION TEST-DATE-YYYYMMDD(ACN-FECHA) NOT = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(ACN-FECHA-DESDE)
                 NOT = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(ACN-FECHA-HASTA)
                 NOT = ZERO
              OR ACN-FECHA-DESDE < ACN-FECHA
              OR ACN-FECHA-HASTA < ACN-FECHA-DESDE
               MOVE "RANGO DE FECHAS INVALIDO" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-ALTA-FIN
           END-IF.
           IF WS-CANT-ACCIDENTES >= 1000
               MOVE "REGISTRO DE ACCIDENTES LLENO" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-ALTA-FIN
           END-IF.
           ADD 1 TO WS-CANT-ACCIDENTES.
           MOVE WS-CANT-ACCIDENTES TO IX-ACC.
           MOVE ACN-LEGAJO TO TA-LEGAJO (IX-ACC).
           MOVE ACN-FECHA TO TA-FECHA (IX-ACC).
           MOVE TM-SECTOR (IX-MAE-HALLADO) TO TA-SECTOR (IX-ACC).
           MOVE ACN-TIPO TO TA-TIPO (IX-ACC).
           MOVE ACN-IN-ITINERE TO TA-ITINERE (IX-ACC).
           MOVE ACN-SINIESTRO TO TA-SINIESTRO (IX-ACC).
           MOVE ACN-FECHA-DESDE TO TA-DESDE (IX-ACC).
           MOVE ACN-FECHA-HASTA TO TA-HASTA (IX-ACC).
           COMPUTE TA-DIAS (IX-ACC) =
               FUNCTION INTEGER-OF-DATE(ACN-FECHA-HASTA) -
               FUNCTION INTEGER-OF-DATE(ACN-FECHA-DESDE) + 1.
           MOVE "A" TO TA-ESTADO (IX-ACC).
           ADD 1 TO WS-ALTAS.
           MOVE ACN-FECHA-DESDE TO WS-LIC-DESDE.
           MOVE ACN-FECHA-HASTA TO WS-LIC-HASTA.
           PERFORM GRABAR-LICENCIA-ART.
       POSTEAR-ALTA-FIN.
           EXIT.

       POSTEAR-CIERRE.
      *>   EL SINIESTRO TIENE QUE EXISTIR Y ESTAR ABIERTO
           PERFORM BUSCAR-SINIESTRO.
           IF IX-ACC-HALLADO = ZERO
               MOVE "SINIESTRO INEXISTENTE" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-CIERRE-FIN
           END-IF.
           MOVE IX-ACC-HALLADO TO IX-ACC.
           IF TA-ESTADO (IX-ACC) = "C"
               MOVE "SINIESTRO YA CERRADO" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-CIERRE-FIN
           END-IF.
           IF ACN-FECHA-HASTA = ZERO
               MOVE TA-HASTA (IX-ACC) TO ACN-FECHA-HASTA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(ACN-FECHA-HASTA) NOT = ZERO
               MOVE "RANGO DE FECHAS INVALIDO" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-CIERRE-FIN
           END-IF.
      *>   LA LICENCIA YA POSTEADA NO SE ACHICA: UN ALTA MEDICA
      *>   ANTERIOR AL FIN DE LA AUSENCIA SE CORRIGE A MANO EN
      *>   LICENCIAS Y RECIEN AHI SE CIERRA
           IF ACN-FECHA-HASTA < TA-HASTA (IX-ACC)
               MOVE "ALTA ANTES DEL FIN DE LICENCIA" TO WS-MOTIVO
               PERFORM RECHAZAR-MOVIMIENTO
               GO TO POSTEAR-CIERRE-FIN
           END-IF.
      *>   SI LA AUSENCIA SE ESTIRO, LA LICENCIA DE LOS DIAS QUE
      *>   FALTAN
           IF ACN-FECHA-HASTA > TA-HASTA (IX-ACC)
               COMPUTE WS-LIC-DESDE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(TA-HASTA (IX-ACC)) + 1)
               MOVE ACN-FECHA-HASTA TO WS-LIC-HASTA
               MOVE TA-LEGAJO (IX-ACC) TO ACN-LEGAJO
               PERFORM GRABAR-LICENCIA-ART
               MOVE ACN-FECHA-HASTA TO TA-HASTA (IX-ACC)
               COMPUTE TA-DIAS (IX-ACC) =
                   FUNCTION INTEGER-OF-DATE(TA-HASTA (IX-ACC)) -
                   FUNCTION INTEGER-OF-DATE(TA-DESDE (IX-ACC)) + 1
           END-IF.
           MOVE "C" TO TA-ESTADO (IX-ACC).
           ADD 1 TO WS-CIERRES.
       POSTEAR-CIERRE-FIN.
           EXIT.

       BUSCAR-SINIESTRO.
           MOVE ZERO TO IX-ACC-HALLADO.
           PERFORM VARYING IX-ACC FROM 1 BY 1
                   UNTIL IX-ACC > WS-CANT-ACCIDENTES
               IF TA-SINIESTRO (IX-ACC) = ACN-SINIESTRO
                   MOVE IX-ACC TO IX-ACC-HALLADO
               END-IF
           END-PERFORM.

      *>   LA LICENCIA TIPO ART DEL RANGO WS-LIC-DESDE/HASTA, CON SUS
      *>   DIAS HABILES
       GRABAR-LICENCIA-ART.
           COMPUTE WS-INT-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-LIC-DESDE).
           COMPUTE WS-INT-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-LIC-HASTA).
           MOVE ZERO TO WS-DIAS-HABILES.
           PERFORM VARYING WS-INT-DIA FROM WS-INT-DESDE BY 1
                   UNTIL WS-INT-DIA > WS-INT-HASTA
      *>       1 ES LUNES ... 6 SABADO, 0 DOMINGO
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA, 7)
               IF WS-DIA-SEMANA > 0 AND WS-DIA-SEMANA < 6
                   ADD 1 TO WS-DIAS-HABILES
               END-IF
           END-PERFORM.
           MOVE ACN-LEGAJO TO LIC-LEGAJO.
           MOVE "ART" TO LIC-TIPO.
           MOVE WS-LIC-DESDE TO LIC-FECHA-DESDE.
           MOVE WS-LIC-HASTA TO LIC-FECHA-HASTA.
           MOVE WS-DIAS-HABILES TO LIC-DIAS.
           WRITE REG-LICENCIA.
           ADD 1 TO WS-LICENCIAS.

       RECHAZAR-MOVIMIENTO.
           ADD 1 TO WS-RECHAZADOS.
           MOVE ACN-LEGAJO TO ENM-LEGAJO.
           MOVE WS-MOTIVO TO ENM-MOTIVO.
           WRITE REG-EXCEPNOM.
           DISPLAY "SINIESTRO " ACN-SINIESTRO " DE " ACN-LEGAJO ": "
               WS-MOTIVO ", SE RECHAZA".

       CARGAR-MAESTRO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE EL MAESTRO DE PERSONAL, CORRIDA "
                   "RECHAZADA"
               MOVE "EJ-21ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF WS-CANT-MAESTRO >= 500
                           DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO, "
                               "YA HAY 500 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-MAESTRO
                           MOVE MAE-LEGAJO TO
                                TM-LEGAJO (WS-CANT-MAESTRO)
                           MOVE MAE-ESTADO TO
                                TM-ESTADO (WS-CANT-MAESTRO)
                           MOVE MAE-SECTOR TO
                                TM-SECTOR (WS-CANT-MAESTRO)
                       END-IF
               END-READ
           END-PERFORM.

      *>   SI EL REGISTRO NO CABE ENTERO NO SE PUEDE REGRABAR SIN
      *>   PERDER SINIESTROS: LA CORRIDA SE RECHAZA
       CARGAR-ACCIDENTES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-ACCIDENTES.
           IF NOT FS-ACCIDENTES-OK
               DISPLAY "NO EXISTE ACCIDENTES: SE EMPIEZA EL REGISTRO"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-ACCIDENTES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-ACCIDENTES
                   NOT AT END
                       IF WS-CANT-ACCIDENTES >= 1000
                           DISPLAY "EL REGISTRO DE ACCIDENTES SUPERA "
                               "LOS 1000 SINIESTROS, CORRIDA "
                               "RECHAZADA"
                           CLOSE ARCH-ACCIDENTES
                           MOVE "EJ-21ENCL23" TO CTL-JOB
                           MOVE ZERO TO CTL-CANT-REG
                           MOVE "RECHAZADO" TO CTL-ESTADO
                           PERFORM GRABAR-CONTROL
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-ACCIDENTES
                       MOVE WS-CANT-ACCIDENTES TO IX-ACC
                       MOVE ACC-LEGAJO TO TA-LEGAJO (IX-ACC)
                       MOVE ACC-FECHA TO TA-FECHA (IX-ACC)
                       MOVE ACC-SECTOR TO TA-SECTOR (IX-ACC)
                       MOVE ACC-TIPO TO TA-TIPO (IX-ACC)
                       MOVE ACC-IN-ITINERE TO TA-ITINERE (IX-ACC)
                       MOVE ACC-SINIESTRO TO TA-SINIESTRO (IX-ACC)
                       MOVE ACC-FECHA-DESDE TO TA-DESDE (IX-ACC)
                       MOVE ACC-FECHA-HASTA TO TA-HASTA (IX-ACC)
                       MOVE ACC-DIAS-PERDIDOS TO TA-DIAS (IX-ACC)
                       MOVE ACC-ESTADO TO TA-ESTADO (IX-ACC)
               END-READ
           END-PERFORM.

       GRABAR-ACCIDENTES.
           OPEN OUTPUT ARCH-ACCIDENTES.
           PERFORM VARYING IX-ACC FROM 1 BY 1
                   UNTIL IX-ACC > WS-CANT-ACCIDENTES
               MOVE TA-LEGAJO (IX-ACC) TO ACC-LEGAJO
               MOVE TA-FECHA (IX-ACC) TO ACC-FECHA
               MOVE TA-SECTOR (IX-ACC) TO ACC-SECTOR
               MOVE TA-TIPO (IX-ACC) TO ACC-TIPO
               MOVE TA-ITINERE (IX-ACC) TO ACC-IN-ITINERE
               MOVE TA-SINIESTRO (IX-ACC) TO ACC-SINIESTRO
               MOVE TA-DESDE (IX-ACC) TO ACC-FECHA-DESDE
               MOVE TA-HASTA (IX-ACC) TO ACC-FECHA-HASTA
               MOVE TA-DIAS (IX-ACC) TO ACC-DIAS-PERDIDOS
               MOVE TA-ESTADO (IX-ACC) TO ACC-ESTADO
               WRITE REG-ACCIDENTE
           END-PERFORM.
           CLOSE ARCH-ACCIDENTES.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
