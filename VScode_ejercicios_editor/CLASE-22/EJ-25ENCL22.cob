      *> Alta anual de ingresantes: admision entrega la lista de
      *> alumnos nuevos (apellido, nombre, DNI, carrera) en el lote
      *> INGRESANTES y hasta ahora alguien inventaba el PAD-LEGAJO a
      *> mano, asi que cada tanto dos alumnos quedaban con el mismo
      *> numero o con uno que se parecia al de otro. Esta corrida
      *> le da a cada ingresante el legajo siguiente del contador
      *> persistente LEGAJOCTL con su digito verificador (ver
      *> COPYLIB DIGVPR), lo agrega al PADRON con el anio de
      *> ingreso, rechaza al que ya tiene su DNI en el padron o
      *> trae una carrera que no esta en CARRERAS, y arma la lista
      *> de bienvenida agrupada por carrera.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-25ENCL22.
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
      *>   INGRESANTES llega de admision con un renglon por alumno
      *>   nuevo, todavia sin legajo
           SELECT ARCH-INGRESANTES ASSIGN TO "INGRESANTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INGRESANTES.

      *>   PADRON se lee para el control de DNI repetido y recibe
      *>   al final los ingresantes aceptados
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

           SELECT ARCH-CARRERAS ASSIGN TO "CARRERAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARRERAS.

      *>   LEGAJOCTL es el contador persistente de legajos: una sola
      *>   linea con el ultimo numero otorgado (sin el digito), igual
      *>   que FOLIOCTL con los folios del libro de actas
           SELECT ARCH-LEGAJOCTL ASSIGN TO "LEGAJOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEGAJOCTL.

      *>   INGRECHAZOS junta los ingresantes rechazados con el motivo,
      *>   para que admision los corrija y los vuelva a mandar
           SELECT ARCH-INGRECHAZOS ASSIGN TO "INGRECHAZOS"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   BIENVENIDA es la lista imprimible de ingresantes por
      *>   carrera con el legajo que les toco
           SELECT ARCH-BIENVENIDA ASSIGN TO "BIENVENIDA"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   PADAUDIT recibe un renglon por cada alta, igual que las
      *>   altas del mantenimiento del padron (EJ-24ENCL22)
           SELECT ARCH-PADAUDIT ASSIGN TO "PADAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADAUDIT.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

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
           SELECT ARCH-RUNCARDS ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCARDS.
      *>--------------------------------------

      *>--------------------------------------
       DATA DIVISION.
      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-INGRESANTES
           RECORD CONTAINS 54 CHARACTERS.
       01  REG-INGRESANTE.
           03 ING-APELLIDO PIC X(20).
           03 ING-SEP1     PIC X.
           03 ING-NOMBRE   PIC X(20).
           03 ING-SEP2     PIC X.
           03 ING-DNI      PIC 9(8).
           03 ING-SEP3     PIC X.
           03 ING-CARRERA  PIC X(3).

       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-CARRERAS
           RECORD CONTAINS 35 CHARACTERS.
           COPY CARRERAS.

       FD  ARCH-LEGAJOCTL
           RECORD CONTAINS 9 CHARACTERS.
       01  REG-LEGAJOCTL.
           03 LGC-ULTIMO PIC 9(9).

       FD  ARCH-INGRECHAZOS.
       01  REG-INGRECHAZO.
           03 IRC-DNI      PIC 9(8).
           03 IRC-SEP1     PIC X.
           03 IRC-APELLIDO PIC X(20).
           03 IRC-SEP2     PIC X.
           03 IRC-CARRERA  PIC X(3).
           03 IRC-SEP3     PIC X.
           03 IRC-MOTIVO   PIC X(30).

       FD  ARCH-BIENVENIDA.
       01  REG-BIENVENIDA PIC X(80).

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

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.

      *>----------------------------------------------------------------
      *>----------------------------WORKING-----------------------------
       WORKING-STORAGE SECTION.

      *>   DNI YA PRESENTES EN EL PADRON MAS LOS INGRESANTES QUE SE
      *>   VAN ACEPTANDO, ASI EL MISMO DNI TAMPOCO ENTRA DOS VECES
      *>   DENTRO DEL MISMO LOTE. 6000 ES EL TOPE DEL PADRON PARA
      *>   TODOS LOS JOBS QUE LO LEEN O LO REGRABAN: CON LA TABLA
      *>   LLENA EL INGRESANTE SE RECHAZA Y EL PADRON NO CRECE MAS
       01 CANT-DNI PIC 9(4) COMP VALUE ZERO.
       01 TABLA-DNI.
           03 ENTRADA-DNI OCCURS 6000 TIMES.
               05 TD-DNI    PIC 9(8).
               05 TD-LEGAJO PIC X(10).
       01 IX-DNI PIC 9(4) COMP VALUE ZERO.
       01 IX-DNI-HALLADO PIC 9(4) COMP VALUE ZERO.

      *>   CARRERAS DEL MAESTRO, CON SU NOMBRE PARA LA BIENVENIDA
       01 CANT-CARRERAS PIC 99 COMP VALUE ZERO.
       01 TABLA-CARRERAS.
           03 ENTRADA-CARRERA OCCURS 10 TIMES.
               05 TCA-CODIGO PIC X(3).
               05 TCA-NOMBRE PIC X(30).
               05 TCA-CANT   PIC 9(4).
       01 IX-CARR PIC 99 COMP VALUE ZERO.
       01 IX-CARR-HALLADA PIC 99 COMP VALUE ZERO.

      *>   INGRESANTES ACEPTADOS; SE GRABAN EN PADRON RECIEN CUANDO
      *>   EL OPERADOR CONFIRMA
       01 CANT-ACEPTADOS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-ACEPTADOS.
           03 ENTRADA-ACEPTADO OCCURS 1000 TIMES.
               05 TAC-LEGAJO   PIC X(10).
               05 TAC-APELLIDO PIC X(20).
               05 TAC-NOMBRE   PIC X(20).
               05 TAC-DNI      PIC 9(8).
               05 TAC-CARRERA  PIC X(3).
       01 IX-ACE PIC 9(4) COMP VALUE ZERO.

      *>   NUMERACION DE LEGAJOS: EL ULTIMO OTORGADO SEGUN LEGAJOCTL
      *>   Y EL QUE SE ESTA ARMANDO
       01 ULTIMO-LEGAJO PIC 9(9) VALUE ZERO.
       01 LEGAJO-NUEVO.
           03 LEGAJO-NUEVO-NRO PIC 9(9).
           03 LEGAJO-NUEVO-DV  PIC 9.

       01 ANIO-INGRESO PIC 9(4) VALUE ZERO.
       01 FECHA-CORRIDA PIC 9(8) VALUE ZERO.
       01 CANT-LEIDOS PIC 9(5) VALUE ZERO.
       01 CANT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.

       01 FIN-INGRESANTES PIC X VALUE "N".
       01 FIN-PADRON PIC X VALUE "N".
       01 FIN-CARRERAS PIC X VALUE "N".

       01 WS-FS-INGRESANTES PIC XX.
           88 FS-INGRESANTES-OK VALUE "00".
       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
           88 FS-PADRON-NO-EXISTE VALUE "35".
       01 WS-FS-CARRERAS PIC XX.
           88 FS-CARRERAS-OK VALUE "00".
       01 WS-FS-LEGAJOCTL PIC XX.
           88 FS-LEGAJOCTL-OK VALUE "00".
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

      *>   DIGITO VERIFICADOR DEL LEGAJO (VER COPYLIB DIGVPROC)
           COPY DIGVPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE TOCAR EL PADRON
           COPY CONFPROC.

      *>   LINEAS ARMADAS DE LA BIENVENIDA
       01 LINEA-TITULO.
           03 FILLER      PIC X(30)
               VALUE "BIENVENIDA A LOS INGRESANTES ".
           03 BIE-ANIO    PIC 9(4).
       01 LINEA-CARRERA.
           03 FILLER      PIC X(9) VALUE "CARRERA: ".
           03 BIE-CARR-COD PIC X(3).
           03 FILLER      PIC X(3) VALUE " - ".
           03 BIE-CARR-NOMBRE PIC X(30).
       01 LINEA-ALUMNO.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 BIE-LEGAJO  PIC X(10).
           03 FILLER      PIC X(2) VALUE SPACES.
           03 BIE-APELLIDO PIC X(20).
           03 FILLER      PIC X VALUE SPACE.
           03 BIE-NOMBRE  PIC X(20).
           03 FILLER      PIC X VALUE SPACE.
           03 BIE-DNI     PIC 9(8).
       01 LINEA-TOTAL-CARRERA.
           03 FILLER      PIC X(2) VALUE SPACES.
           03 FILLER      PIC X(20) VALUE "TOTAL INGRESANTES: ".
           03 BIE-TOTAL   PIC ZZZ9.
       01 LINEA-GUIONES PIC X(66) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-25ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "ALTA ANUAL DE INGRESANTES AL PADRON"
           DISPLAY "-------------------------------------------------".
           ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.
           MOVE FECHA-CORRIDA (1:4) TO ANIO-INGRESO.

           OPEN INPUT ARCH-INGRESANTES.
           IF NOT FS-INGRESANTES-OK
               DISPLAY "NO LLEGO EL LOTE INGRESANTES, NO HAY NADA "
                   "QUE DAR DE ALTA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "CANCELADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

           PERFORM CARGAR-CARRERAS.
           PERFORM CARGAR-DNI-PADRON.
           PERFORM LEER-LEGAJOCTL.
           OPEN OUTPUT ARCH-INGRECHAZOS.

           PERFORM UNTIL FIN-INGRESANTES = "S"
               READ ARCH-INGRESANTES
                   AT END
                       MOVE "S" TO FIN-INGRESANTES
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       PERFORM PROCESAR-INGRESANTE
                           THRU PROCESAR-INGRESANTE-FIN
               END-READ
           END-PERFORM.
           CLOSE ARCH-INGRESANTES.
           CLOSE ARCH-INGRECHAZOS.

           DISPLAY "INGRESANTES LEIDOS:    " CANT-LEIDOS.
           DISPLAY "ACEPTADOS:             " CANT-ACEPTADOS.
           DISPLAY "RECHAZADOS:            " CANT-RECHAZADOS.

      *>   EL PADRON, EL CONTADOR Y LA BIENVENIDA SE GRABAN JUNTOS Y
      *>   SOLO CON CONFIRMACION: SIN CONFIRMAR NO SE CONSUME NINGUN
      *>   NUMERO DE LEGAJO
           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM AGREGAR-AL-PADRON
               PERFORM GRABAR-LEGAJOCTL
               PERFORM IMPRIMIR-BIENVENIDA
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: EL PADRON "
                   "NO SE TOCA"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.

           MOVE "EJ-25ENCL22" TO CTL-JOB.
           MOVE CANT-ACEPTADOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       PROCESAR-INGRESANTE.
           MOVE SPACES TO MOTIVO-RECHAZO.
           IF ING-APELLIDO = SPACES OR ING-DNI NOT NUMERIC
              OR ING-DNI = ZERO
               MOVE "DATOS INCOMPLETOS" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-INGRESANTE
               GO TO PROCESAR-INGRESANTE-FIN.
      *>   EL DNI NO PUEDE ESTAR YA EN EL PADRON NI REPETIDO EN EL LOTE
           PERFORM BUSCAR-DNI.
           IF IX-DNI-HALLADO > ZERO
               MOVE SPACES TO MOTIVO-RECHAZO
               STRING "DNI YA EN LEGAJO " DELIMITED BY SIZE
                   TD-LEGAJO (IX-DNI-HALLADO) DELIMITED BY SIZE
                   INTO MOTIVO-RECHAZO
               PERFORM RECHAZAR-INGRESANTE
               GO TO PROCESAR-INGRESANTE-FIN.
      *>   LA CARRERA TIENE QUE EXISTIR EN EL MAESTRO
           PERFORM BUSCAR-CARRERA.
           IF IX-CARR-HALLADA = ZERO
               MOVE "CARRERA INEXISTENTE" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-INGRESANTE
               GO TO PROCESAR-INGRESANTE-FIN.
           IF CANT-ACEPTADOS >= 1000 OR CANT-DNI >= 6000
               MOVE "SIN LUGAR EN LA CORRIDA" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-INGRESANTE
               GO TO PROCESAR-INGRESANTE-FIN.
           PERFORM OTORGAR-LEGAJO.
           ADD 1 TO CANT-ACEPTADOS.
           MOVE LEGAJO-NUEVO TO TAC-LEGAJO (CANT-ACEPTADOS).
           MOVE ING-APELLIDO TO TAC-APELLIDO (CANT-ACEPTADOS).
           MOVE ING-NOMBRE TO TAC-NOMBRE (CANT-ACEPTADOS).
           MOVE ING-DNI TO TAC-DNI (CANT-ACEPTADOS).
           MOVE ING-CARRERA TO TAC-CARRERA (CANT-ACEPTADOS).
           ADD 1 TO TCA-CANT (IX-CARR-HALLADA).
           ADD 1 TO CANT-DNI.
           MOVE ING-DNI TO TD-DNI (CANT-DNI).
           MOVE LEGAJO-NUEVO TO TD-LEGAJO (CANT-DNI).
       PROCESAR-INGRESANTE-FIN.
           EXIT.

       OTORGAR-LEGAJO.
      *>   EL NUMERO SIGUIENTE DEL CONTADOR CON SU DIGITO; UN NUMERO
      *>   QUE NO TIENE DIGITO POSIBLE (RESTO 1) SE SALTEA
           MOVE 10 TO WS-DV-CALCULADO.
           PERFORM UNTIL WS-DV-CALCULADO < 10
               ADD 1 TO ULTIMO-LEGAJO
               MOVE ULTIMO-LEGAJO TO LEGAJO-NUEVO-NRO
               MOVE ZERO TO LEGAJO-NUEVO-DV
               MOVE LEGAJO-NUEVO TO WS-DV-LEGAJO
               PERFORM CALCULAR-DIGITO-LEGAJO
           END-PERFORM.
           MOVE WS-DV-CALCULADO TO LEGAJO-NUEVO-DV.

       RECHAZAR-INGRESANTE.
           ADD 1 TO CANT-RECHAZADOS.
           MOVE ING-DNI TO IRC-DNI.
           MOVE ING-APELLIDO TO IRC-APELLIDO.
           MOVE ING-CARRERA TO IRC-CARRERA.
           MOVE MOTIVO-RECHAZO TO IRC-MOTIVO.
           MOVE ";" TO IRC-SEP1.
           MOVE ";" TO IRC-SEP2.
           MOVE ";" TO IRC-SEP3.
           WRITE REG-INGRECHAZO.
           DISPLAY "RECHAZADO DNI " ING-DNI ": " MOTIVO-RECHAZO.

       BUSCAR-DNI.
           MOVE ZERO TO IX-DNI-HALLADO.
           PERFORM VARYING IX-DNI FROM 1 BY 1
                   UNTIL IX-DNI > CANT-DNI
               IF TD-DNI (IX-DNI) = ING-DNI
                   MOVE IX-DNI TO IX-DNI-HALLADO
               END-IF
           END-PERFORM.

       BUSCAR-CARRERA.
           MOVE ZERO TO IX-CARR-HALLADA.
           PERFORM VARYING IX-CARR FROM 1 BY 1
                   UNTIL IX-CARR > CANT-CARRERAS
               IF TCA-CODIGO (IX-CARR) = ING-CARRERA
                   MOVE IX-CARR TO IX-CARR-HALLADA
               END-IF
           END-PERFORM.

       CARGAR-CARRERAS.
      *>   SIN MAESTRO DE CARRERAS NO HAY CONTRA QUE VALIDAR Y TODO
      *>   INGRESANTE SE RECHAZARIA: SE AVISA
           MOVE "N" TO FIN-CARRERAS.
           OPEN INPUT ARCH-CARRERAS.
           IF NOT FS-CARRERAS-OK
               DISPLAY "SIN MAESTRO DE CARRERAS: TODO INGRESANTE VA "
                   "A INGRECHAZOS"
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

       CARGAR-DNI-PADRON.
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
                       IF CANT-DNI >= 6000
                           PERFORM RECHAZAR-PADRON-LLENO
                       END-IF
                       ADD 1 TO CANT-DNI
                       MOVE PAD-DNI TO TD-DNI (CANT-DNI)
                       MOVE PAD-LEGAJO TO TD-LEGAJO (CANT-DNI)
               END-READ
           END-PERFORM.

      *>   UN PADRON MAS GRANDE QUE EL TOPE NO SE PUEDE VALIDAR CONTRA
      *>   DNI REPETIDOS: NO SE DA DE ALTA A NADIE
       RECHAZAR-PADRON-LLENO.
           DISPLAY "EL PADRON SUPERA LOS 6000 LEGAJOS EN MEMORIA: "
               "CORRIDA RECHAZADA, NADA SE TOCA".
           MOVE "EJ-25ENCL22" TO CTL-JOB.
           MOVE CANT-DNI TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       LEER-LEGAJOCTL.
      *>   UNA SOLA LINEA CON EL ULTIMO NUMERO OTORGADO; LA PRIMERA
      *>   VEZ NO EXISTE Y LA NUMERACION ARRANCA DESDE CERO
           MOVE ZERO TO ULTIMO-LEGAJO.
           OPEN INPUT ARCH-LEGAJOCTL.
           IF FS-LEGAJOCTL-OK
               READ ARCH-LEGAJOCTL
                   NOT AT END
                       MOVE LGC-ULTIMO TO ULTIMO-LEGAJO
               END-READ
               CLOSE ARCH-LEGAJOCTL
           ELSE
               DISPLAY "NO EXISTE LEGAJOCTL: LA NUMERACION ARRANCA "
                   "DESDE EL PRIMER LEGAJO"
           END-IF.

       GRABAR-LEGAJOCTL.
           OPEN OUTPUT ARCH-LEGAJOCTL.
           MOVE ULTIMO-LEGAJO TO LGC-ULTIMO.
           WRITE REG-LEGAJOCTL.
           CLOSE ARCH-LEGAJOCTL.

       AGREGAR-AL-PADRON.
      *>   LOS ACEPTADOS SE AGREGAN AL FINAL DEL PADRON CON EL ANIO DE
      *>   INGRESO, Y CADA ALTA QUEDA EN PADAUDIT
           OPEN EXTEND ARCH-PADRON.
           IF FS-PADRON-NO-EXISTE
               OPEN OUTPUT ARCH-PADRON
           END-IF.
           OPEN EXTEND ARCH-PADAUDIT.
           IF FS-PADAUDIT-NO-EXISTE
               OPEN OUTPUT ARCH-PADAUDIT
           END-IF.
           PERFORM VARYING IX-ACE FROM 1 BY 1
                   UNTIL IX-ACE > CANT-ACEPTADOS
               MOVE TAC-LEGAJO (IX-ACE) TO PAD-LEGAJO
               MOVE TAC-APELLIDO (IX-ACE) TO PAD-APELLIDO
               MOVE TAC-NOMBRE (IX-ACE) TO PAD-NOMBRE
               MOVE TAC-DNI (IX-ACE) TO PAD-DNI
               MOVE TAC-CARRERA (IX-ACE) TO PAD-CARRERA-COD
               MOVE SPACES TO PAD-CARRERA-RESTO
               MOVE ANIO-INGRESO TO PAD-ANIO-INGRESO
               WRITE REG-PADRON
               MOVE FECHA-CORRIDA TO PAU-FECHA
               MOVE WS-OPERADOR-ID TO PAU-OPERADOR
               MOVE "INGRESANTE" TO PAU-OPERACION
               MOVE TAC-LEGAJO (IX-ACE) TO PAU-LEGAJO
               MOVE SPACES TO PAU-DETALLE
               STRING TAC-APELLIDO (IX-ACE) DELIMITED BY "  "
                   " DNI " DELIMITED BY SIZE
                   TAC-DNI (IX-ACE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TAC-CARRERA (IX-ACE) DELIMITED BY SIZE
                   INTO PAU-DETALLE
               MOVE ";" TO PAU-SEP1
               MOVE ";" TO PAU-SEP2
               MOVE ";" TO PAU-SEP3
               MOVE ";" TO PAU-SEP4
               WRITE REG-PADAUDIT
           END-PERFORM.
           CLOSE ARCH-PADRON.
           CLOSE ARCH-PADAUDIT.
           PERFORM SUMAR-PADRON.

      *>   EL PADRON SE AGRANDO CON EXTEND: LOS TOTALES DE CONTROL
      *>   SE SACAN RELEYENDOLO COMPLETO, NO SOLO CON LAS ALTAS
       SUMAR-PADRON.
           MOVE ZERO TO WS-TOT-CANT.
           MOVE ZERO TO WS-TOT-HASH.
           MOVE "N" TO FIN-PADRON.
           OPEN INPUT ARCH-PADRON.
           PERFORM UNTIL FIN-PADRON = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO FIN-PADRON
                   NOT AT END
                       ADD 1 TO WS-TOT-CANT
                       ADD PAD-DNI TO WS-TOT-HASH
               END-READ
           END-PERFORM.
           CLOSE ARCH-PADRON.
           MOVE "PADRON" TO WS-TOT-ARCHIVO.
           PERFORM REGISTRAR-TOTALES.

       IMPRIMIR-BIENVENIDA.
      *>   UN BLOQUE POR CARRERA DEL MAESTRO, EN EL ORDEN DEL MAESTRO,
      *>   CON LOS INGRESANTES QUE LE TOCARON
           OPEN OUTPUT ARCH-BIENVENIDA.
           MOVE ANIO-INGRESO TO BIE-ANIO.
           MOVE LINEA-TITULO TO REG-BIENVENIDA.
           WRITE REG-BIENVENIDA.
           PERFORM VARYING IX-CARR FROM 1 BY 1
                   UNTIL IX-CARR > CANT-CARRERAS
               IF TCA-CANT (IX-CARR) > ZERO
                   PERFORM IMPRIMIR-CARRERA-BIENVENIDA
               END-IF
           END-PERFORM.
           CLOSE ARCH-BIENVENIDA.

       IMPRIMIR-CARRERA-BIENVENIDA.
           MOVE SPACES TO REG-BIENVENIDA.
           WRITE REG-BIENVENIDA.
           MOVE LINEA-GUIONES TO REG-BIENVENIDA.
           WRITE REG-BIENVENIDA.
           MOVE TCA-CODIGO (IX-CARR) TO BIE-CARR-COD.
           MOVE TCA-NOMBRE (IX-CARR) TO BIE-CARR-NOMBRE.
           MOVE LINEA-CARRERA TO REG-BIENVENIDA.
           WRITE REG-BIENVENIDA.
           PERFORM VARYING IX-ACE FROM 1 BY 1
                   UNTIL IX-ACE > CANT-ACEPTADOS
               IF TAC-CARRERA (IX-ACE) = TCA-CODIGO (IX-CARR)
                   MOVE TAC-LEGAJO (IX-ACE) TO BIE-LEGAJO
                   MOVE TAC-APELLIDO (IX-ACE) TO BIE-APELLIDO
                   MOVE TAC-NOMBRE (IX-ACE) TO BIE-NOMBRE
                   MOVE TAC-DNI (IX-ACE) TO BIE-DNI
                   MOVE LINEA-ALUMNO TO REG-BIENVENIDA
                   WRITE REG-BIENVENIDA
               END-IF
           END-PERFORM.
           MOVE TCA-CANT (IX-CARR) TO BIE-TOTAL.
           MOVE LINEA-TOTAL-CARRERA TO REG-BIENVENIDA.
           WRITE REG-BIENVENIDA.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY TOTPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY DIGVPR.
