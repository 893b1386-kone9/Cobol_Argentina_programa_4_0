      *> Unificacion de legajos duplicados: por el viejo padron a mano
      *> hay personas con dos legajos (el mismo DNI) que tienen la
      *> mitad de las notas bajo uno y las cuotas bajo el otro, y el
      *> certificado analitico de EJ-03ENCL20 sale con materias de
      *> menos. Esta corrida lee los pares del lote UNIFICAR (legajo
      *> que queda + legajo que se retira) y pasa cada referencia del
      *> legajo retirado al que queda en PADRON, LISTADO,
      *> YAINSCRIPTOS, ESPERA, TRANSCRIPT, ASISACUM, REGULARIDAD,
      *> EXAMINSC, CUOTAS, CONVENIOS/CONVCUOTAS, BECADOS,
      *> NOTIFICACIONES, EQUIVREG, CREDITOS, PAGOSREG, INCOBREG,
      *> DEBADHES, CONSTANCIAS y CONDCURSADA; el renglon de STANDING
      *> del legajo retirado se descarta (se recalcula desde
      *> TRANSCRIPT). Un par que chocaria de verdad (la misma
      *> materia y termino con nota bajo los dos legajos, la misma
      *> materia inscripta dos veces, dos becas, dos adhesiones al
      *> debito, el mismo numero de convenio) no se toca y sale en
      *> UNIFRECHAZ para resolverlo a mano. Cada par aplicado queda
      *> en el registro UNIFICADOS, para que un legajo viejo se pueda
      *> seguir rastreando.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-26ENCL22.
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
      *>   UNIFICAR trae un renglon por par: legajo que queda y
      *>   legajo que se retira
           SELECT ARCH-UNIFICAR ASSIGN TO "UNIFICAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIFICAR.

      *>   PADRON se levanta para validar cada par (los dos legajos
      *>   tienen que existir y ser de la misma persona)
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

      *>   YAINSCRIPTOS es indexado por legajo + materia: no se puede
      *>   regrabar como texto, se mueve registro por registro
           SELECT ARCH-YAINSCRIPTOS ASSIGN TO "YAINSCRIPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YA-CLAVE
               FILE STATUS IS WS-FS-YAINSCRIPTOS.

      *>   los demas archivos se abren por nombre armado en tiempo
      *>   de corrida y se tratan como texto plano: el legajo va
      *>   siempre en las primeras 10 posiciones y la clave que
      *>   define un choque se corta por posicion segun el archivo
      *>   (mismo criterio que el archivado de EJ-07ENOPER)
           SELECT ARCH-FUENTE ASSIGN TO WS-NOMBRE-FUENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUENTE.

           SELECT ARCH-TEMPORAL ASSIGN TO "UNIFTMP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   UNIFICADOS es el registro permanente de legajos retirados
      *>   y el legajo en el que quedaron
           SELECT ARCH-UNIFICADOS ASSIGN TO "UNIFICADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIFICADOS.

      *>   UNIFRECHAZ lista los pares que no se aplicaron y por que
           SELECT ARCH-UNIFRECHAZ ASSIGN TO "UNIFRECHAZ"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   PADAUDIT deja un renglon por cambio al maestro, con
      *>   operador y fecha, igual que el mantenimiento del padron
           SELECT ARCH-PADAUDIT ASSIGN TO "PADAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADAUDIT.

      *>   LIBROTOT recibe la cantidad y el total hash del PADRON
      *>   regrabado, para el control nocturno de totales (ver
      *>   COPYLIB LIBROTOT)
           SELECT ARCH-LIBROTOT ASSIGN TO "LIBROTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIBROTOT.

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
       FD  ARCH-UNIFICAR.
       01  REG-UNIFICAR.
           03 UNI-LEGAJO-QUEDA PIC X(10).
           03 UNI-SEP1         PIC X.
           03 UNI-LEGAJO-BAJA  PIC X(10).

       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-YAINSCRIPTOS.
       01  REG-YAINSCRIPTO.
           03 YA-CLAVE.
               05 YA-ID-ALUMNO PIC X(10).
               05 YA-MATERIA   PIC 9.
           03 YA-COMISION  PIC 9.

       FD  ARCH-FUENTE.
       01  REG-FUENTE PIC X(120).

       FD  ARCH-TEMPORAL.
       01  REG-TEMPORAL PIC X(120).

       FD  ARCH-UNIFICADOS.
       01  REG-UNIFICADO.
           03 UNF-FECHA        PIC 9(8).
           03 UNF-SEP1         PIC X.
           03 UNF-OPERADOR     PIC X(10).
           03 UNF-SEP2         PIC X.
           03 UNF-LEGAJO-BAJA  PIC X(10).
           03 UNF-SEP3         PIC X.
           03 UNF-LEGAJO-QUEDA PIC X(10).
           03 UNF-SEP4         PIC X.
           03 UNF-RENGLONES    PIC 9(5).

       FD  ARCH-UNIFRECHAZ.
       01  REG-UNIFRECHAZ.
           03 UNR-LEGAJO-QUEDA PIC X(10).
           03 UNR-SEP1         PIC X.
           03 UNR-LEGAJO-BAJA  PIC X(10).
           03 UNR-SEP2         PIC X.
           03 UNR-MOTIVO       PIC X(30).

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

       FD  ARCH-LIBROTOT.
           COPY LIBROTOT.

       FD  ARCH-OPERADORES
           RECORD CONTAINS 111 CHARACTERS.
           COPY OPERMAST.

       FD  ARCH-CONTROL.
           COPY CONTROL.

       FD  ARCH-DUALJOBS
           RECORD CONTAINS 11 CHARACTERS.
           COPY DUALJOB.

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.

      *>----------------------------------------------------------------
      *>----------------------------WORKING-----------------------------
       WORKING-STORAGE SECTION.

      *>   ARCHIVOS QUE SE BARREN COMO TEXTO, EN EL ORDEN EN QUE SE
      *>   REGRABAN. POR CADA UNO:
      *>     ACCION  R = SE REEMPLAZA EL LEGAJO RETIRADO POR EL QUE
      *>                 QUEDA
      *>             P = PADRON: EL RENGLON DEL LEGAJO RETIRADO SE
      *>                 DESCARTA (LA PERSONA YA TIENE EL SUYO)
      *>             D = ARCHIVO DERIVADO (UN RENGLON POR LEGAJO QUE
      *>                 SE VUELVE A CALCULAR): EL RENGLON DEL LEGAJO
      *>                 RETIRADO SE DESCARTA
      *>     CHOQUE  N = NUNCA CHOCA (CUOTAS, NOTIFICACIONES)
      *>             C = CHOCA SI LOS DOS LEGAJOS TIENEN UN RENGLON
      *>                 CON LA MISMA CLAVE (DESDE/LARGO DEL RENGLON)
      *>             T = CHOCA SI LOS DOS LEGAJOS TIENEN ALGUN
      *>                 RENGLON (UNA SOLA BECA POR PERSONA)
      *>     POSICION DEL LEGAJO EN EL RENGLON Y LARGO DEL REGISTRO
       01 ARCHIVOS-UNIFICAR.
           03 FILLER PIC X(14) VALUE "PADRON".
           03 FILLER PIC X VALUE "P".
           03 FILLER PIC X VALUE "N".
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 078.
      *>   LEGAJO + NOMBRE DE MATERIA
           03 FILLER PIC X(14) VALUE "LISTADO".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "C".
           03 FILLER PIC 99 VALUE 11.
           03 FILLER PIC 99 VALUE 25.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 036.
           03 FILLER PIC X(14) VALUE "ESPERA".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "C".
           03 FILLER PIC 99 VALUE 11.
           03 FILLER PIC 99 VALUE 25.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 036.
      *>   LEGAJO + TERMINO + MATERIA
           03 FILLER PIC X(14) VALUE "TRANSCRIPT".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "C".
           03 FILLER PIC 99 VALUE 11.
           03 FILLER PIC 99 VALUE 07.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 051.
      *>   LEGAJO + MATERIA
           03 FILLER PIC X(14) VALUE "ASISACUM".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "C".
           03 FILLER PIC 99 VALUE 11.
           03 FILLER PIC 99 VALUE 01.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 017.
           03 FILLER PIC X(14) VALUE "REGULARIDAD".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "C".
           03 FILLER PIC 99 VALUE 11.
           03 FILLER PIC 99 VALUE 01.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 029.
      *>   LEGAJO + MATERIA + LLAMADO
           03 FILLER PIC X(14) VALUE "EXAMINSC".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "C".
           03 FILLER PIC 99 VALUE 11.
           03 FILLER PIC 99 VALUE 02.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 012.
           03 FILLER PIC X(14) VALUE "CUOTAS".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "N".
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 037.
      *>   LEGAJO + NUMERO DE CONVENIO (Y DE CUOTA DEL PLAN)
           03 FILLER PIC X(14) VALUE "CONVENIOS".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "C".
           03 FILLER PIC 99 VALUE 11.
           03 FILLER PIC 99 VALUE 03.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 050.
           03 FILLER PIC X(14) VALUE "CONVCUOTAS".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "C".
           03 FILLER PIC 99 VALUE 11.
           03 FILLER PIC 99 VALUE 05.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 041.
           03 FILLER PIC X(14) VALUE "BECADOS".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "T".
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 020.
           03 FILLER PIC X(14) VALUE "NOTIFICACIONES".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "N".
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 073.
      *>   LEGAJO ; MATERIA OTORGADA POR EQUIVALENCIA
           03 FILLER PIC X(14) VALUE "EQUIVREG".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "C".
           03 FILLER PIC 99 VALUE 12.
           03 FILLER PIC 99 VALUE 01.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 092.
      *>   SALDOS A FAVOR, PAGOS Y BAJAS POR INCOBRABLE: EL LEGAJO DE
      *>   INCOBREG VA DESPUES DE FECHA, OPERADOR Y AUTORIZANTE
           03 FILLER PIC X(14) VALUE "CREDITOS".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "N".
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 061.
           03 FILLER PIC X(14) VALUE "PAGOSREG".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "N".
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 058.
           03 FILLER PIC X(14) VALUE "INCOBREG".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "N".
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 9(3) VALUE 032.
           03 FILLER PIC 9(3) VALUE 104.
      *>   UNA SOLA ADHESION AL DEBITO POR PERSONA
           03 FILLER PIC X(14) VALUE "DEBADHES".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "T".
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 051.
      *>   EL LEGAJO DE LA CONSTANCIA VA DESPUES DEL CODIGO
           03 FILLER PIC X(14) VALUE "CONSTANCIAS".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "N".
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 9(3) VALUE 014.
           03 FILLER PIC 9(3) VALUE 080.
      *>   LEGAJO ; MATERIA DE LA CONDICION DE CURSADA
           03 FILLER PIC X(14) VALUE "CONDCURSADA".
           03 FILLER PIC X VALUE "R".
           03 FILLER PIC X VALUE "C".
           03 FILLER PIC 99 VALUE 12.
           03 FILLER PIC 99 VALUE 01.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 071.
      *>   SITUACION ACADEMICA: SE RECALCULA DESDE TRANSCRIPT
           03 FILLER PIC X(14) VALUE "STANDING".
           03 FILLER PIC X VALUE "D".
           03 FILLER PIC X VALUE "N".
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 99 VALUE 00.
           03 FILLER PIC 9(3) VALUE 001.
           03 FILLER PIC 9(3) VALUE 060.
       01 TABLA-ARCHIVOS REDEFINES ARCHIVOS-UNIFICAR.
           03 ENTRADA-ARCHIVO OCCURS 20 TIMES.
               05 TA-NOMBRE PIC X(14).
               05 TA-ACCION PIC X.
               05 TA-CHOQUE PIC X.
               05 TA-DESDE  PIC 99.
               05 TA-LARGO  PIC 99.
               05 TA-POS-LEGAJO PIC 9(3).
               05 TA-LARGO-REG  PIC 9(3).
       77 CANT-ARCHIVOS PIC 99 VALUE 20.
       77 IX-ARC PIC 99 VALUE ZERO.

      *>   PARES DEL LOTE: ESTADO A = SE APLICA, R = RECHAZADO (CON
      *>   SU MOTIVO); RENGLONES MOVIDOS PARA EL REGISTRO
       77 CANT-PARES PIC 9(3) VALUE ZERO.
       01 TABLA-PARES.
           03 ENTRADA-PAR OCCURS 100 TIMES.
               05 TU-QUEDA   PIC X(10).
               05 TU-BAJA    PIC X(10).
               05 TU-ESTADO  PIC X.
               05 TU-MOTIVO  PIC X(30).
               05 TU-MOVIDOS PIC 9(5).
       77 IX-PAR PIC 9(3) VALUE ZERO.
       77 IX-PAR-OTRO PIC 9(3) VALUE ZERO.
       77 IX-PAR-HALLADO PIC 9(3) VALUE ZERO.
      *>   Q = EL RENGLON ES DEL LEGAJO QUE QUEDA, B = DEL RETIRADO
       01 LADO-HALLADO PIC X VALUE SPACE.
       77 CANT-APLICABLES PIC 9(3) VALUE ZERO.
       77 CANT-RECHAZADOS PIC 9(3) VALUE ZERO.

      *>   LEGAJO Y DNI DEL PADRON PARA VALIDAR LOS PARES. 6000 ES EL
      *>   TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN O LO
      *>   REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
       77 CANT-PADRON PIC 9(4) VALUE ZERO.
       01 TABLA-PADRON.
           03 ENTRADA-PADRON OCCURS 6000 TIMES.
               05 TP-LEGAJO PIC X(10).
               05 TP-DNI    PIC 9(8).
       77 IX-PAD PIC 9(4) VALUE ZERO.
       77 IX-PAD-QUEDA PIC 9(4) VALUE ZERO.
       77 IX-PAD-BAJA PIC 9(4) VALUE ZERO.

      *>   RENGLONES DE LOS LEGAJOS DEL LOTE EN EL ARCHIVO QUE SE
      *>   ESTA BARRIENDO, CON LA CLAVE QUE DEFINE UN CHOQUE
       77 CANT-MARCAS PIC 9(4) VALUE ZERO.
       01 TABLA-MARCAS.
           03 ENTRADA-MARCA OCCURS 2000 TIMES.
               05 TM-PAR   PIC 9(3).
               05 TM-LADO  PIC X.
               05 TM-CLAVE PIC X(25).
       77 IX-MAR PIC 9(4) VALUE ZERO.
       77 IX-MAR-OTRA PIC 9(4) VALUE ZERO.

      *>   INSCRIPCION DEL LEGAJO RETIRADO EN YAINSCRIPTOS
       77 MATERIA-YA PIC 99 VALUE ZERO.
       77 COMISION-YA PIC 9 VALUE ZERO.
       01 YA-ENCONTRADO PIC X VALUE "N".

      *>   ARCHIVO EN PROCESO Y COMANDO DE REEMPLAZO
       77 WS-NOMBRE-FUENTE PIC X(20) VALUE SPACES.
       77 WS-COMANDO PIC X(80) VALUE SPACES.
      *>   LO QUE DEVOLVIO EL cp DEL TEMPORAL SOBRE EL ARCHIVO VIVO
       77 CODIGO-COPIA PIC S9(4) VALUE ZERO.
       77 CANT-LEIDOS PIC 9(7) VALUE ZERO.
       77 CANT-MOVIDOS PIC 9(7) VALUE ZERO.
       77 CANT-DESCARTADOS PIC 9(7) VALUE ZERO.
       77 TOTAL-MOVIDOS PIC 9(7) VALUE ZERO.
       77 DNI-RENGLON PIC 9(8) VALUE ZERO.

      *>   OPERADOR Y FECHA PARA EL REGISTRO Y LA AUDITORIA
       01 OPERADOR-TURNO PIC X(10) VALUE SPACES.
       01 FECHA-CORRIDA PIC 9(8) VALUE ZERO.

       01 FIN-UNIFICAR PIC X VALUE "N".
       01 FIN-PADRON PIC X VALUE "N".
       01 FIN-FUENTE PIC X VALUE "N".

       01 WS-FS-UNIFICAR PIC XX.
           88 FS-UNIFICAR-OK VALUE "00".
       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-YAINSCRIPTOS PIC XX.
           88 FS-YAINSCRIPTOS-OK VALUE "00".
       01 WS-FS-FUENTE PIC XX.
           88 FS-FUENTE-OK VALUE "00".

      *>   ESTADO DE LOS REGISTROS ACUMULATIVOS, PARA ABRIRLOS EN
      *>   OUTPUT LA PRIMERA VEZ QUE CORRE (EXTEND FALLA SI EL
      *>   ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-UNIFICADOS PIC XX.
           88 FS-UNIFICADOS-OK VALUE "00".
           88 FS-UNIFICADOS-NO-EXISTE VALUE "35".
       01 WS-FS-PADAUDIT PIC XX.
           88 FS-PADAUDIT-OK VALUE "00".
           88 FS-PADAUDIT-NO-EXISTE VALUE "35".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   DOBLE CONTROL PARA JOBS DESTRUCTIVOS (VER COPYLIB
      *>   DUALPROC)
           COPY DUALPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC)
           COPY CONFPROC.

      *>   ROTACION DE GENERACIONES ANTES DE REGRABAR CADA ARCHIVO
      *>   (VER COPYLIB GENPROC)
           COPY GENPROC.

      *>   TOTALES DE CONTROL DEL PADRON REGRABADO (VER COPYLIB
      *>   TOTPROC)
           COPY TOTPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-26ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "UNIFICACION DE LEGAJOS DUPLICADOS"
           DISPLAY "-------------------------------------------------".

           MOVE WS-OPERADOR-ID TO OPERADOR-TURNO.
           ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.

           PERFORM CARGAR-PADRON.
           PERFORM CARGAR-PARES.

      *>   primero se barre todo sin tocar nada: un par que choca
      *>   en cualquier archivo queda afuera entero, nunca a medias
           PERFORM BUSCAR-CHOQUES-ARCHIVO
               THRU BUSCAR-CHOQUES-ARCHIVO-FIN
               VARYING IX-ARC FROM 1 BY 1
               UNTIL IX-ARC > CANT-ARCHIVOS.
           PERFORM BUSCAR-CHOQUES-YAINSCRIPTOS
               THRU BUSCAR-CHOQUES-YAINSCRIPTOS-FIN.

           PERFORM CONTAR-PARES.
           DISPLAY "PARES LEIDOS:      " CANT-PARES.
           DISPLAY "PARES A APLICAR:   " CANT-APLICABLES.
           DISPLAY "PARES RECHAZADOS:  " CANT-RECHAZADOS.
           PERFORM GRABAR-RECHAZOS.

           IF CANT-APLICABLES = ZERO
               DISPLAY "NO HAY PARES PARA APLICAR"
               MOVE "OK" TO CTL-ESTADO
               MOVE ZERO TO CTL-CANT-REG
               PERFORM GRABAR-CONTROL
               DISPLAY "TERMINO EL PROGRAMA"
               STOP RUN
           END-IF.

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
      *>       LOS ARCHIVOS SOLO SE REGRABAN CON LA SEGUNDA FIRMA SI
      *>       EL JOB ESTA EN DUALJOBS (VER COPYLIB DUALPR)
               MOVE "EJ-26ENCL22" TO CTL-JOB
               MOVE CANT-APLICABLES TO CTL-CANT-REG
               MOVE "UNIFICAR LEGAJOS DUPLICADOS"
                 TO WS-DUAL-RESUMEN
               PERFORM VERIFICAR-DOBLE-CONTROL
                   THRU VERIFICAR-DOBLE-CONTROL-FIN
           END-IF.
           EVALUATE TRUE
               WHEN CONFIRMA-RESP-SI AND WS-DUAL-APROBADO = "S"
                   PERFORM APLICAR-ARCHIVO
                       THRU APLICAR-ARCHIVO-FIN
                       VARYING IX-ARC FROM 1 BY 1
                       UNTIL IX-ARC > CANT-ARCHIVOS
                   PERFORM APLICAR-YAINSCRIPTOS
                       THRU APLICAR-YAINSCRIPTOS-FIN
                   PERFORM GRABAR-REGISTRO-UNIFICADOS
                   DISPLAY "RENGLONES MOVIDOS: " TOTAL-MOVIDOS
                   MOVE "OK" TO CTL-ESTADO
               WHEN CONFIRMA-RESP-SI
                   DISPLAY "SIN SEGUNDA FIRMA: NO SE UNIFICA NADA"
                   MOVE "NOAPROBADO" TO CTL-ESTADO
               WHEN OTHER
                   DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: "
                       "NO SE UNIFICA NADA"
                   MOVE "CANCELADO" TO CTL-ESTADO
           END-EVALUATE.

           MOVE "EJ-26ENCL22" TO CTL-JOB.
           MOVE CANT-APLICABLES TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.

           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       CARGAR-PADRON.
           MOVE "N" TO FIN-PADRON.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-PADRON-OK
               DISPLAY "NO EXISTE EL PADRON: NINGUN PAR SE PUEDE "
                   "VALIDAR"
               MOVE "S" TO FIN-PADRON
           END-IF.
           PERFORM UNTIL FIN-PADRON = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO FIN-PADRON
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF CANT-PADRON >= 6000
                           PERFORM RECHAZAR-PADRON-LLENO
                       END-IF
                       ADD 1 TO CANT-PADRON
                       MOVE PAD-LEGAJO TO
                            TP-LEGAJO (CANT-PADRON)
                       MOVE PAD-DNI TO TP-DNI (CANT-PADRON)
               END-READ
           END-PERFORM.

      *>   EL PADRON NO ENTRA EN MEMORIA: UN PAR CON UN LEGAJO QUE
      *>   NO SE CARGO SE RECHAZARIA SIN MOTIVO
       RECHAZAR-PADRON-LLENO.
           DISPLAY "EL PADRON SUPERA LOS 6000 LEGAJOS EN MEMORIA: "
               "CORRIDA RECHAZADA, NADA SE TOCA".
           MOVE "EJ-26ENCL22" TO CTL-JOB.
           MOVE CANT-PADRON TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       CARGAR-PARES.
           MOVE "N" TO FIN-UNIFICAR.
           OPEN INPUT ARCH-UNIFICAR.
           IF NOT FS-UNIFICAR-OK
               DISPLAY "NO EXISTE EL LOTE UNIFICAR: NADA QUE HACER"
               MOVE "S" TO FIN-UNIFICAR
           END-IF.
           PERFORM UNTIL FIN-UNIFICAR = "S"
               READ ARCH-UNIFICAR
                   AT END
                       MOVE "S" TO FIN-UNIFICAR
                       CLOSE ARCH-UNIFICAR
                   NOT AT END
                       IF CANT-PARES >= 100
                           DISPLAY "ADVERTENCIA: SE IGNORA EL PAR "
                               UNI-LEGAJO-QUEDA " " UNI-LEGAJO-BAJA
                               ", YA HAY 100 EN EL LOTE"
                       ELSE
                           ADD 1 TO CANT-PARES
                           MOVE UNI-LEGAJO-QUEDA TO
                                TU-QUEDA (CANT-PARES)
                           MOVE UNI-LEGAJO-BAJA TO
                                TU-BAJA (CANT-PARES)
                           MOVE "A" TO TU-ESTADO (CANT-PARES)
                           MOVE SPACES TO TU-MOTIVO (CANT-PARES)
                           MOVE ZERO TO TU-MOVIDOS (CANT-PARES)
                           MOVE CANT-PARES TO IX-PAR
                           PERFORM VALIDAR-PAR THRU VALIDAR-PAR-FIN
                       END-IF
               END-READ
           END-PERFORM.

      *>   LOS DOS LEGAJOS TIENEN QUE ESTAR EN EL PADRON, SER DE LA
      *>   MISMA PERSONA (MISMO DNI) Y NO APARECER EN OTRO PAR DEL
      *>   LOTE: UNA CADENA A->B->C SE UNIFICA EN DOS CORRIDAS
       VALIDAR-PAR.
           IF TU-QUEDA (IX-PAR) = SPACES OR TU-BAJA (IX-PAR) = SPACES
               MOVE "LEGAJO EN BLANCO" TO TU-MOTIVO (IX-PAR)
               MOVE "R" TO TU-ESTADO (IX-PAR)
               GO TO VALIDAR-PAR-FIN.
           IF TU-QUEDA (IX-PAR) = TU-BAJA (IX-PAR)
               MOVE "LOS DOS LEGAJOS SON EL MISMO" TO TU-MOTIVO (IX-PAR)
               MOVE "R" TO TU-ESTADO (IX-PAR)
               GO TO VALIDAR-PAR-FIN.
           MOVE ZERO TO IX-PAD-QUEDA.
           MOVE ZERO TO IX-PAD-BAJA.
           PERFORM VARYING IX-PAD FROM 1 BY 1
                   UNTIL IX-PAD > CANT-PADRON
               IF TP-LEGAJO (IX-PAD) = TU-QUEDA (IX-PAR)
                   MOVE IX-PAD TO IX-PAD-QUEDA
               END-IF
               IF TP-LEGAJO (IX-PAD) = TU-BAJA (IX-PAR)
                   MOVE IX-PAD TO IX-PAD-BAJA
               END-IF
           END-PERFORM.
           IF IX-PAD-QUEDA = ZERO
               MOVE "EL LEGAJO QUE QUEDA NO ESTA" TO TU-MOTIVO (IX-PAR)
               MOVE "R" TO TU-ESTADO (IX-PAR)
               GO TO VALIDAR-PAR-FIN.
           IF IX-PAD-BAJA = ZERO
               MOVE "EL LEGAJO QUE SE RETIRA NO ESTA"
                 TO TU-MOTIVO (IX-PAR)
               MOVE "R" TO TU-ESTADO (IX-PAR)
               GO TO VALIDAR-PAR-FIN.
           IF TP-DNI (IX-PAD-QUEDA) NOT = TP-DNI (IX-PAD-BAJA)
               MOVE "DNI DISTINTO EN EL PADRON" TO TU-MOTIVO (IX-PAR)
               MOVE "R" TO TU-ESTADO (IX-PAR)
               GO TO VALIDAR-PAR-FIN.
           PERFORM VARYING IX-PAR-OTRO FROM 1 BY 1
                   UNTIL IX-PAR-OTRO >= IX-PAR
               IF TU-QUEDA (IX-PAR-OTRO) = TU-BAJA (IX-PAR)
                  OR TU-BAJA (IX-PAR-OTRO) = TU-BAJA (IX-PAR)
                  OR TU-BAJA (IX-PAR-OTRO) = TU-QUEDA (IX-PAR)
                   MOVE "LEGAJO REPETIDO EN OTRO PAR"
                     TO TU-MOTIVO (IX-PAR)
                   MOVE "R" TO TU-ESTADO (IX-PAR)
               END-IF
           END-PERFORM.
       VALIDAR-PAR-FIN.
           EXIT.

      *>   BUSCA EL LEGAJO DEL RENGLON (10 POSICIONES DESDE LA DEL
      *>   LEGAJO EN EL ARCHIVO QUE SE BARRE) ENTRE LOS PARES QUE
      *>   SIGUEN EN PIE; DEJA EL PAR Y DE QUE LADO ES
       BUSCAR-PAR-DEL-RENGLON.
           MOVE ZERO TO IX-PAR-HALLADO.
           MOVE SPACE TO LADO-HALLADO.
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > CANT-PARES
                      OR IX-PAR-HALLADO > ZERO
               IF TU-ESTADO (IX-PAR) = "A"
                   IF TU-QUEDA (IX-PAR) =
                      REG-FUENTE (TA-POS-LEGAJO (IX-ARC):10)
                       MOVE IX-PAR TO IX-PAR-HALLADO
                       MOVE "Q" TO LADO-HALLADO
                   END-IF
                   IF TU-BAJA (IX-PAR) =
                      REG-FUENTE (TA-POS-LEGAJO (IX-ARC):10)
                       MOVE IX-PAR TO IX-PAR-HALLADO
                       MOVE "B" TO LADO-HALLADO
                   END-IF
               END-IF
           END-PERFORM.

      *>   JUNTA LOS RENGLONES DE LOS LEGAJOS DEL LOTE CON SU CLAVE
      *>   Y DESPUES COMPARA LOS DEL MISMO PAR DE LADOS DISTINTOS
       BUSCAR-CHOQUES-ARCHIVO.
           IF TA-CHOQUE (IX-ARC) = "N"
               GO TO BUSCAR-CHOQUES-ARCHIVO-FIN.
           MOVE ZERO TO CANT-MARCAS.
           MOVE SPACES TO WS-NOMBRE-FUENTE.
           MOVE TA-NOMBRE (IX-ARC) TO WS-NOMBRE-FUENTE.
           MOVE "N" TO FIN-FUENTE.
           OPEN INPUT ARCH-FUENTE.
           IF NOT FS-FUENTE-OK
               MOVE "S" TO FIN-FUENTE
           END-IF.
           PERFORM UNTIL FIN-FUENTE = "S"
               READ ARCH-FUENTE
                   AT END
                       MOVE "S" TO FIN-FUENTE
                       CLOSE ARCH-FUENTE
                   NOT AT END
                       PERFORM BUSCAR-PAR-DEL-RENGLON
                       IF IX-PAR-HALLADO > ZERO
                           PERFORM ANOTAR-MARCA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM COMPARAR-MARCAS.
       BUSCAR-CHOQUES-ARCHIVO-FIN.
           EXIT.

       ANOTAR-MARCA.
           IF CANT-MARCAS >= 2000
               DISPLAY "ADVERTENCIA: MAS DE 2000 RENGLONES DEL LOTE "
                   "EN " TA-NOMBRE (IX-ARC) ", SE RECHAZA EL PAR"
               MOVE "DEMASIADOS RENGLONES" TO TU-MOTIVO (IX-PAR-HALLADO)
               MOVE "R" TO TU-ESTADO (IX-PAR-HALLADO)
           ELSE
               ADD 1 TO CANT-MARCAS
               MOVE IX-PAR-HALLADO TO TM-PAR (CANT-MARCAS)
               MOVE LADO-HALLADO TO TM-LADO (CANT-MARCAS)
               MOVE SPACES TO TM-CLAVE (CANT-MARCAS)
               IF TA-CHOQUE (IX-ARC) = "C"
                   MOVE REG-FUENTE (TA-DESDE (IX-ARC):TA-LARGO (IX-ARC))
                     TO TM-CLAVE (CANT-MARCAS)
               END-IF
           END-IF.

       COMPARAR-MARCAS.
           PERFORM VARYING IX-MAR FROM 1 BY 1
                   UNTIL IX-MAR > CANT-MARCAS
               IF TM-LADO (IX-MAR) = "B"
                   PERFORM VARYING IX-MAR-OTRA FROM 1 BY 1
                           UNTIL IX-MAR-OTRA > CANT-MARCAS
                       IF TM-LADO (IX-MAR-OTRA) = "Q"
                          AND TM-PAR (IX-MAR-OTRA) = TM-PAR (IX-MAR)
                          AND TM-CLAVE (IX-MAR-OTRA) = TM-CLAVE (IX-MAR)
                          AND TU-ESTADO (TM-PAR (IX-MAR)) = "A"
                           MOVE "R" TO TU-ESTADO (TM-PAR (IX-MAR))
                           MOVE SPACES TO TU-MOTIVO (TM-PAR (IX-MAR))
                           STRING "CHOQUE EN " DELIMITED BY SIZE
                               TA-NOMBRE (IX-ARC) DELIMITED BY SPACE
                               INTO TU-MOTIVO (TM-PAR (IX-MAR))
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *>   EN YAINSCRIPTOS LA CLAVE ES LEGAJO + MATERIA: SI LOS DOS
      *>   LEGAJOS ESTAN INSCRIPTOS EN LA MISMA MATERIA EL PAR CHOCA
       BUSCAR-CHOQUES-YAINSCRIPTOS.
           OPEN INPUT ARCH-YAINSCRIPTOS.
           IF NOT FS-YAINSCRIPTOS-OK
               GO TO BUSCAR-CHOQUES-YAINSCRIPTOS-FIN.
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > CANT-PARES
               IF TU-ESTADO (IX-PAR) = "A"
                   PERFORM VARYING MATERIA-YA FROM 0 BY 1
                           UNTIL MATERIA-YA > 9
                       MOVE TU-BAJA (IX-PAR) TO YA-ID-ALUMNO
                       MOVE MATERIA-YA TO YA-MATERIA
                       PERFORM LEER-YAINSCRIPTO
                       IF YA-ENCONTRADO = "S"
                           MOVE TU-QUEDA (IX-PAR) TO YA-ID-ALUMNO
                           MOVE MATERIA-YA TO YA-MATERIA
                           PERFORM LEER-YAINSCRIPTO
                           IF YA-ENCONTRADO = "S"
                               MOVE "R" TO TU-ESTADO (IX-PAR)
                               MOVE "CHOQUE EN YAINSCRIPTOS"
                                 TO TU-MOTIVO (IX-PAR)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE ARCH-YAINSCRIPTOS.
       BUSCAR-CHOQUES-YAINSCRIPTOS-FIN.
           EXIT.

       LEER-YAINSCRIPTO.
           MOVE "N" TO YA-ENCONTRADO.
           READ ARCH-YAINSCRIPTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO YA-ENCONTRADO
           END-READ.

       CONTAR-PARES.
           MOVE ZERO TO CANT-APLICABLES.
           MOVE ZERO TO CANT-RECHAZADOS.
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > CANT-PARES
               IF TU-ESTADO (IX-PAR) = "A"
                   ADD 1 TO CANT-APLICABLES
               ELSE
                   ADD 1 TO CANT-RECHAZADOS
               END-IF
           END-PERFORM.

       GRABAR-RECHAZOS.
           OPEN OUTPUT ARCH-UNIFRECHAZ.
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > CANT-PARES
               IF TU-ESTADO (IX-PAR) = "R"
                   MOVE TU-QUEDA (IX-PAR) TO UNR-LEGAJO-QUEDA
                   MOVE ";" TO UNR-SEP1
                   MOVE TU-BAJA (IX-PAR) TO UNR-LEGAJO-BAJA
                   MOVE ";" TO UNR-SEP2
                   MOVE TU-MOTIVO (IX-PAR) TO UNR-MOTIVO
                   WRITE REG-UNIFRECHAZ
                   DISPLAY "PAR RECHAZADO " TU-QUEDA (IX-PAR) " <- "
                       TU-BAJA (IX-PAR) ": " TU-MOTIVO (IX-PAR)
               END-IF
           END-PERFORM.
           CLOSE ARCH-UNIFRECHAZ.

      *>   REGRABA UN ARCHIVO: LA GENERACION ANTERIOR QUEDA COMO .G1
      *>   (VER COPYLIB GENPR), SE ESCRIBE EL TEMPORAL CON LOS
      *>   LEGAJOS CAMBIADOS Y RECIEN AL FINAL SE COPIA SOBRE EL VIVO.
      *>   DEL PADRON SE CUENTAN LOS RENGLONES QUE QUEDAN Y SE SUMAN
      *>   SUS DNI PARA EL LIBRO DE TOTALES (VER COPYLIB TOTPR)
       APLICAR-ARCHIVO.
           MOVE SPACES TO WS-NOMBRE-FUENTE.
           MOVE TA-NOMBRE (IX-ARC) TO WS-NOMBRE-FUENTE.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE ZERO TO CANT-MOVIDOS.
           MOVE ZERO TO CANT-DESCARTADOS.
           MOVE ZERO TO WS-TOT-CANT.
           MOVE ZERO TO WS-TOT-HASH.
           MOVE "N" TO FIN-FUENTE.
           OPEN INPUT ARCH-FUENTE.
           IF NOT FS-FUENTE-OK
               DISPLAY "NO EXISTE " TA-NOMBRE (IX-ARC) ", SE SALTEA"
               GO TO APLICAR-ARCHIVO-FIN.
           MOVE TA-NOMBRE (IX-ARC) TO WS-GEN-ARCHIVO.
           PERFORM ROTAR-GENERACION.
           OPEN OUTPUT ARCH-TEMPORAL.
           PERFORM UNTIL FIN-FUENTE = "S"
               READ ARCH-FUENTE
                   AT END
                       MOVE "S" TO FIN-FUENTE
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       PERFORM BUSCAR-PAR-DEL-RENGLON
                       IF IX-PAR-HALLADO > ZERO
                          AND LADO-HALLADO = "B"
                          AND (TA-ACCION (IX-ARC) = "P"
                               OR TA-ACCION (IX-ARC) = "D")
                           ADD 1 TO CANT-DESCARTADOS
                       ELSE
                           IF IX-PAR-HALLADO > ZERO
                              AND LADO-HALLADO = "B"
                               MOVE TU-QUEDA (IX-PAR-HALLADO)
                                 TO REG-FUENTE
                                    (TA-POS-LEGAJO (IX-ARC):10)
                               ADD 1 TO CANT-MOVIDOS
                               ADD 1 TO TU-MOVIDOS (IX-PAR-HALLADO)
                           END-IF
                           MOVE SPACES TO REG-TEMPORAL
                           MOVE REG-FUENTE (1:TA-LARGO-REG (IX-ARC))
                             TO REG-TEMPORAL
                           WRITE REG-TEMPORAL
                           IF TA-ACCION (IX-ARC) = "P"
                               ADD 1 TO WS-TOT-CANT
                               MOVE REG-FUENTE (51:8) TO DNI-RENGLON
                               ADD DNI-RENGLON TO WS-TOT-HASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCH-FUENTE.
           CLOSE ARCH-TEMPORAL.

           MOVE SPACES TO WS-COMANDO.
           STRING "cp UNIFTMP " DELIMITED BY SIZE
               WS-NOMBRE-FUENTE DELIMITED BY SPACE
               INTO WS-COMANDO.
           MOVE ZERO TO RETURN-CODE.
           CALL "SYSTEM" USING WS-COMANDO
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO CODIGO-COPIA.
           MOVE ZERO TO RETURN-CODE.
           IF CODIGO-COPIA NOT = ZERO
               PERFORM RECHAZAR-COPIA-FALLIDA
           END-IF.
      *>   EL PADRON NUEVO QUEDA EN EL LIBRO DE TOTALES RECIEN CUANDO
      *>   REEMPLAZO AL VIVO
           IF TA-ACCION (IX-ARC) = "P"
               MOVE "EJ-26ENCL22" TO CTL-JOB
               MOVE "PADRON" TO WS-TOT-ARCHIVO
               PERFORM REGISTRAR-TOTALES
           END-IF.
           ADD CANT-MOVIDOS TO TOTAL-MOVIDOS.
           DISPLAY TA-NOMBRE (IX-ARC) ": " CANT-LEIDOS " LEIDOS, "
               CANT-MOVIDOS " MOVIDOS, " CANT-DESCARTADOS
               " DESCARTADOS".
       APLICAR-ARCHIVO-FIN.
           EXIT.

      *>   EL TEMPORAL NO SE PUDO COPIAR SOBRE EL VIVO: LA
      *>   UNIFICACION QUEDO A MEDIAS, ASI QUE NO SE SIGUE CON LOS
      *>   DEMAS ARCHIVOS NI SE ANOTA NADA EN UNIFICADOS/PADAUDIT. LOS
      *>   ARCHIVOS YA REGRABADOS TIENEN LA VERSION ANTERIOR EN .G1
      *>   (VER COPYLIB GENPR) PARA VOLVERLOS ATRAS
       RECHAZAR-COPIA-FALLIDA.
           DISPLAY "NO SE PUDO REEMPLAZAR " TA-NOMBRE (IX-ARC)
               " (CODIGO " CODIGO-COPIA "): CORRIDA RECHAZADA, "
               "RESTAURAR LOS ARCHIVOS YA REGRABADOS DESDE .G1".
           MOVE "EJ-26ENCL22" TO CTL-JOB.
           MOVE CANT-APLICABLES TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

      *>   CADA INSCRIPCION DEL LEGAJO RETIRADO SE BORRA Y SE VUELVE
      *>   A GRABAR CON EL LEGAJO QUE QUEDA Y LA MISMA COMISION
       APLICAR-YAINSCRIPTOS.
           MOVE "YAINSCRIPTOS" TO WS-GEN-ARCHIVO.
           PERFORM ROTAR-GENERACION.
           OPEN I-O ARCH-YAINSCRIPTOS.
           IF NOT FS-YAINSCRIPTOS-OK
               DISPLAY "NO EXISTE YAINSCRIPTOS, SE SALTEA"
               GO TO APLICAR-YAINSCRIPTOS-FIN.
           MOVE ZERO TO CANT-MOVIDOS.
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > CANT-PARES
               IF TU-ESTADO (IX-PAR) = "A"
                   PERFORM VARYING MATERIA-YA FROM 0 BY 1
                           UNTIL MATERIA-YA > 9
                       MOVE TU-BAJA (IX-PAR) TO YA-ID-ALUMNO
                       MOVE MATERIA-YA TO YA-MATERIA
                       PERFORM LEER-YAINSCRIPTO
                       IF YA-ENCONTRADO = "S"
                           MOVE YA-COMISION TO COMISION-YA
                           DELETE ARCH-YAINSCRIPTOS
                           MOVE TU-QUEDA (IX-PAR) TO YA-ID-ALUMNO
                           MOVE MATERIA-YA TO YA-MATERIA
                           MOVE COMISION-YA TO YA-COMISION
                           WRITE REG-YAINSCRIPTO
                               INVALID KEY
                                   DISPLAY "ADVERTENCIA: NO SE PUDO "
                                       "MOVER LA INSCRIPCION DE "
                                       TU-BAJA (IX-PAR)
                               NOT INVALID KEY
                                   ADD 1 TO CANT-MOVIDOS
                                   ADD 1 TO TU-MOVIDOS (IX-PAR)
                           END-WRITE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE ARCH-YAINSCRIPTOS.
           ADD CANT-MOVIDOS TO TOTAL-MOVIDOS.
           DISPLAY "YAINSCRIPTOS: " CANT-MOVIDOS " MOVIDOS".
       APLICAR-YAINSCRIPTOS-FIN.
           EXIT.

      *>   UN RENGLON POR PAR APLICADO EN EL REGISTRO DE UNIFICADOS
      *>   Y OTRO EN PADAUDIT, PORQUE EL MAESTRO PERDIO UN LEGAJO
       GRABAR-REGISTRO-UNIFICADOS.
           OPEN EXTEND ARCH-UNIFICADOS.
           IF FS-UNIFICADOS-NO-EXISTE
               OPEN OUTPUT ARCH-UNIFICADOS
           END-IF.
           OPEN EXTEND ARCH-PADAUDIT.
           IF FS-PADAUDIT-NO-EXISTE
               OPEN OUTPUT ARCH-PADAUDIT
           END-IF.
           PERFORM VARYING IX-PAR FROM 1 BY 1
                   UNTIL IX-PAR > CANT-PARES
               IF TU-ESTADO (IX-PAR) = "A"
                   MOVE FECHA-CORRIDA TO UNF-FECHA
                   MOVE ";" TO UNF-SEP1
                   MOVE OPERADOR-TURNO TO UNF-OPERADOR
                   MOVE ";" TO UNF-SEP2
                   MOVE TU-BAJA (IX-PAR) TO UNF-LEGAJO-BAJA
                   MOVE ";" TO UNF-SEP3
                   MOVE TU-QUEDA (IX-PAR) TO UNF-LEGAJO-QUEDA
                   MOVE ";" TO UNF-SEP4
                   MOVE TU-MOVIDOS (IX-PAR) TO UNF-RENGLONES
                   WRITE REG-UNIFICADO

                   MOVE FECHA-CORRIDA TO PAU-FECHA
                   MOVE ";" TO PAU-SEP1
                   MOVE OPERADOR-TURNO TO PAU-OPERADOR
                   MOVE ";" TO PAU-SEP2
                   MOVE "UNIFICACION" TO PAU-OPERACION
                   MOVE ";" TO PAU-SEP3
                   MOVE TU-BAJA (IX-PAR) TO PAU-LEGAJO
                   MOVE ";" TO PAU-SEP4
                   MOVE SPACES TO PAU-DETALLE
                   STRING "RETIRADO, UNIFICADO EN " DELIMITED BY SIZE
                       TU-QUEDA (IX-PAR) DELIMITED BY SIZE
                       INTO PAU-DETALLE
                   WRITE REG-PADAUDIT
               END-IF
           END-PERFORM.
           CLOSE ARCH-UNIFICADOS.
           CLOSE ARCH-PADAUDIT.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY TOTPR.
           COPY DUALPR.
           COPY GENPR.
           COPY OPERPR.
           COPY RUNCPR.
