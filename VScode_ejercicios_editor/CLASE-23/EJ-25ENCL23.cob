      *> Justificacion mensual de horas extra: el posteo de fichadas
      *> (EJ-07ENCL23) convierte en horas extra toda hora de reloj
      *> que pasa la jornada, y nadie miraba si el sector tenia
      *> trabajo planificado que las justificara (las de
      *> mantenimiento se duplicaron en un mes sin una actividad mas
      *> en PLANMES). Esta corrida toma cada dia con horas extra del
      *> detalle HSEXTDIA, busca el sector del legajo en el maestro
      *> de personal y cruza el dia con el plan fechado de ese
      *> sector (PLANMES si existe, el patron semanal de ACTIVIDADES
      *> si no): si ese dia corria una actividad que requeria mas
      *> personal (AC-PERSONAL) que los legajos del sector que
      *> ficharon, las horas quedan justificadas. Las demas pasan
      *> solo si el jefe de sector las autorizo en HSAUTORIZ (ver
      *> COPYLIB HSAUTOR); si no, van a la lista HSPENDIENTE, por
      *> sector, para que las firme. El resumen HORASEXTRA que lee
      *> la liquidacion (EJ-02ENCL23) sale solo con lo justificado
      *> o autorizado.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-25ENCL23.
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
      *>   HSEXTDIA es el detalle diario de horas extra del posteo
      *>   de fichadas (ver COPYLIB HSEXTDIA)
           SELECT ARCH-HSEXTDIA ASSIGN TO "HSEXTDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HSEXTDIA.

      *>   FICHADAS da quienes estuvieron presentes cada dia
           SELECT ARCH-FICHADAS ASSIGN TO "FICHADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FICHADAS.

           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-ACTIVIDADES ASSIGN TO "ACTIVIDADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACTIVIDADES.

           SELECT ARCH-PLANMES ASSIGN TO "PLANMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANMES.

      *>   HSAUTORIZ son los dias que firmo el jefe de sector (ver
      *>   COPYLIB HSAUTOR); sin archivo no hay nada autorizado
           SELECT ARCH-HSAUTORIZ ASSIGN TO "HSAUTORIZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HSAUTORIZ.

      *>   HORASEXTRA es el resumen del mes que liquida EJ-02ENCL23
           SELECT ARCH-HORASEXTRA ASSIGN TO "HORASEXTRA"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   HSPENDIENTE es la lista de horas a autorizar, por sector
           SELECT ARCH-HSPENDIENTE ASSIGN TO "HSPENDIENTE"
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
       FD  ARCH-HSEXTDIA
           RECORD CONTAINS 28 CHARACTERS.
           COPY HSEXTDIA.

       FD  ARCH-FICHADAS
           RECORD CONTAINS 26 CHARACTERS.
       01  REG-FICHADA.
           03 FIC-LEGAJO       PIC X(10).
           03 FIC-FECHA        PIC 9(8).
           03 FIC-HORA-ENTRADA PIC 9(4).
           03 FIC-HORA-SALIDA  PIC 9(4).

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-ACTIVIDADES.
           COPY ACTIVID.

       FD  ARCH-PLANMES
           RECORD CONTAINS 32 CHARACTERS.
           COPY PLANMES.

       FD  ARCH-HSAUTORIZ
           RECORD CONTAINS 30 CHARACTERS.
           COPY HSAUTOR.

       FD  ARCH-HORASEXTRA
           RECORD CONTAINS 20 CHARACTERS.
           COPY HORASEXT.

       FD  ARCH-HSPENDIENTE.
       01  REG-HSPENDIENTE PIC X(90).

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

      *>   LEGAJOS CON SU SECTOR (TAMBIEN LOS INACTIVOS: LAS HORAS
      *>   DEL MES PUEDEN SER DE ALGUIEN QUE YA SE FUE)
       77 WS-CANT-LEGAJOS PIC 9(3) VALUE ZERO.
       01 TABLA-LEGAJOS.
           03 LEGAJO-ENTRY OCCURS 500 TIMES.
               05 TL-LEGAJO PIC X(10).
               05 TL-SECTOR PIC X(2).
       77 IX-LEG PIC 9(3) VALUE ZERO.
       77 LEGAJO-BUSCADO PIC X(10) VALUE SPACES.
       77 SECTOR-HALLADO PIC X(2) VALUE SPACES.

      *>   ACTIVIDADES EN MEMORIA, CON SU DOTACION REQUERIDA
       77 WS-CANT-ACT PIC 99 VALUE ZERO.
       01 TABLA-ACTIVIDADES.
           03 ACT-ENTRY OCCURS 50 TIMES.
               05 TAC-SECTOR    PIC X(2).
               05 TAC-ACTIVIDAD PIC X(20).
               05 TAC-DIAS      PIC X(7).
               05 TAC-PERSONAL  PIC 99.
       77 IX-ACT PIC 99 VALUE ZERO.

      *>   PLAN FECHADO SI EXISTE
       77 MODO-FECHADO PIC X VALUE "N".
       77 WS-CANT-PLAN PIC 9(3) VALUE ZERO.
       01 TABLA-PLAN.
           03 PLAN-ENTRY OCCURS 700 TIMES.
               05 TP-FECHA     PIC 9(8).
               05 TP-SECTOR    PIC X(2).
               05 TP-ACTIVIDAD PIC X(20).
       77 IX-PLAN PIC 9(3) VALUE ZERO.

      *>   PRESENTES: UN RENGLON POR LEGAJO Y DIA FICHADO, CON EL
      *>   SECTOR DEL LEGAJO (DOS FICHADAS EL MISMO DIA CUENTAN UNA)
       77 WS-CANT-PRES PIC 9(4) VALUE ZERO.
       01 TABLA-PRESENTES.
           03 PRES-ENTRY OCCURS 8000 TIMES.
               05 TPR-LEGAJO PIC X(10).
               05 TPR-FECHA  PIC 9(8).
               05 TPR-SECTOR PIC X(2).
       77 IX-PRES PIC 9(4) VALUE ZERO.
       77 PRESENCIA-HALLADA PIC X VALUE "N".

      *>   DIAS AUTORIZADOS POR LOS JEFES DE SECTOR
       77 WS-CANT-AUT PIC 9(4) VALUE ZERO.
       01 TABLA-AUTORIZADAS.
           03 AUT-ENTRY OCCURS 2000 TIMES.
               05 TAU-LEGAJO PIC X(10).
               05 TAU-FECHA  PIC 9(8).
       77 IX-AUT PIC 9(4) VALUE ZERO.

      *>   RESUMEN DEL MES POR LEGAJO, SOLO LO QUE PASA
       77 WS-CANT-HORAS PIC 999 VALUE ZERO.
       01 TABLA-HORAS.
           03 HORAS-ENTRY OCCURS 200 TIMES.
               05 TH-LEGAJO PIC X(10).
               05 TH-HS-50  PIC 9(3)V99.
               05 TH-HS-100 PIC 9(3)V99.
       77 IX-HOR PIC 999 VALUE ZERO.
       77 IX-HOR-HALLADO PIC 999 VALUE ZERO.

      *>   DIAS PENDIENTES DE AUTORIZACION, PARA LISTARLOS POR SECTOR
       77 WS-CANT-PEND PIC 9(4) VALUE ZERO.
       01 TABLA-PENDIENTES.
           03 PEND-ENTRY OCCURS 2000 TIMES.
               05 TPE-SECTOR     PIC X(2).
               05 TPE-LEGAJO     PIC X(10).
               05 TPE-FECHA      PIC 9(8).
               05 TPE-HS-50      PIC 9(3)V99.
               05 TPE-HS-100     PIC 9(3)V99.
               05 TPE-PRESENTES  PIC 9(3).
               05 TPE-REQUERIDO  PIC 99.
               05 TPE-LISTADO    PIC X.
       77 IX-PEN PIC 9(4) VALUE ZERO.
       77 IX-PEN-SECTOR PIC 9(4) VALUE ZERO.

      *>   EVALUACION DEL DIA EN CURSO
       77 DIA-JULIANO PIC 9(7) VALUE ZERO.
       77 DIA-SEMANA PIC 9 VALUE ZERO.
       77 PRESENTES PIC 9(3) VALUE ZERO.
       77 PERSONAL-REQUERIDO PIC 99 VALUE ZERO.
       77 CLASIFICACION PIC X VALUE SPACE.
           88 DIA-JUSTIFICADO VALUE "J".
           88 DIA-AUTORIZADO VALUE "A".
           88 DIA-PENDIENTE VALUE "P".

      *>   TOTALES DE LA CORRIDA
       77 WS-DIAS-LEIDOS PIC 9(5) VALUE ZERO.
       77 WS-DIAS-JUSTIF PIC 9(5) VALUE ZERO.
       77 WS-DIAS-AUTORIZ PIC 9(5) VALUE ZERO.
       77 WS-HS-JUSTIF PIC 9(5)V99 VALUE ZERO.
       77 WS-HS-AUTORIZ PIC 9(5)V99 VALUE ZERO.
       77 WS-HS-PEND PIC 9(5)V99 VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".

       01 WS-FS-HSEXTDIA PIC XX.
           88 FS-HSEXTDIA-OK VALUE "00".
       01 WS-FS-FICHADAS PIC XX.
           88 FS-FICHADAS-OK VALUE "00".
       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-ACTIVIDADES PIC XX.
           88 FS-ACTIVIDADES-OK VALUE "00".
       01 WS-FS-PLANMES PIC XX.
           88 FS-PLANMES-OK VALUE "00".
       01 WS-FS-HSAUTORIZ PIC XX.
           88 FS-HSAUTORIZ-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

       01 EDICION PIC ZZZZ9,99.

      *>   LINEAS ARMADAS DE LA LISTA DE PENDIENTES
       01 LINEA-SECTOR.
           03 FILLER        PIC X(7) VALUE "SECTOR ".
           03 LSE-SECTOR    PIC X(2).
           03 FILLER        PIC X(38)
               VALUE " - HORAS EXTRA A AUTORIZAR POR EL JEFE".
       01 LINEA-PENDIENTE.
           03 FILLER        PIC X(2) VALUE SPACES.
           03 LPE-LEGAJO    PIC X(10).
           03 FILLER        PIC X VALUE SPACE.
           03 LPE-FECHA     PIC 9(8).
           03 FILLER        PIC X(8) VALUE "  HS 50 ".
           03 LPE-HS-50     PIC ZZ9,99.
           03 FILLER        PIC X(9) VALUE "  HS 100 ".
           03 LPE-HS-100    PIC ZZ9,99.
           03 FILLER        PIC X(12) VALUE "  PRESENTES ".
           03 LPE-PRESENTES PIC ZZ9.
           03 FILLER        PIC X(11) VALUE "  REQUERIA ".
           03 LPE-REQUERIDO PIC Z9.
       01 LINEA-GUIONES PIC X(80) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-25ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "JUSTIFICACION MENSUAL DE HORAS EXTRA".
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-PLANTEL.
           PERFORM CARGAR-ACTIVIDADES.
           PERFORM CARGAR-PLANMES.
           PERFORM CARGAR-PRESENTES.
           PERFORM CARGAR-AUTORIZADAS.

           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-HSEXTDIA.
           IF NOT FS-HSEXTDIA-OK
               DISPLAY "NO EXISTE HSEXTDIA: CORRER ANTES EL POSTEO "
                   "DE FICHADAS, CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-HSEXTDIA
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-HSEXTDIA
                   NOT AT END
                       PERFORM CLASIFICAR-DIA
               END-READ
           END-PERFORM.

           PERFORM GRABAR-HORASEXTRA.
           PERFORM GRABAR-PENDIENTES.

           DISPLAY " ".
           DISPLAY "DIAS CON HORAS EXTRA:   " WS-DIAS-LEIDOS.
           MOVE WS-HS-JUSTIF TO EDICION.
           DISPLAY "  JUSTIFICADOS:         " WS-DIAS-JUSTIF
               " (" EDICION " HS)".
           MOVE WS-HS-AUTORIZ TO EDICION.
           DISPLAY "  AUTORIZADOS:          " WS-DIAS-AUTORIZ
               " (" EDICION " HS)".
           MOVE WS-HS-PEND TO EDICION.
           DISPLAY "  PENDIENTES DE FIRMA:  " WS-CANT-PEND
               " (" EDICION " HS)".
           IF WS-CANT-PEND > ZERO
               DISPLAY "*** LAS HORAS PENDIENTES NO SE LIQUIDAN, VER "
                   "HSPENDIENTE ***"
           END-IF.

           MOVE "EJ-25ENCL23" TO CTL-JOB.
           MOVE WS-DIAS-LEIDOS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   UN DIA CON HORAS EXTRA ES JUSTIFICADO SI ESE DIA EL SECTOR
      *>   TENIA PLANIFICADA UNA ACTIVIDAD QUE REQUERIA MAS PERSONAL
      *>   QUE LOS QUE FICHARON; SI NO, AUTORIZADO SI EL JEFE LO
      *>   FIRMO; SI NO, QUEDA PENDIENTE
       CLASIFICAR-DIA.
           ADD 1 TO WS-DIAS-LEIDOS.
           MOVE HED-LEGAJO TO LEGAJO-BUSCADO.
           PERFORM BUSCAR-SECTOR.
           PERFORM CONTAR-PRESENTES.
           PERFORM BUSCAR-REQUERIDO.
           MOVE "P" TO CLASIFICACION.
           IF SECTOR-HALLADO NOT = SPACES
              AND PERSONAL-REQUERIDO > PRESENTES
               MOVE "J" TO CLASIFICACION
           ELSE
               PERFORM VARYING IX-AUT FROM 1 BY 1
                       UNTIL IX-AUT > WS-CANT-AUT
                   IF TAU-LEGAJO (IX-AUT) = HED-LEGAJO
                      AND TAU-FECHA (IX-AUT) = HED-FECHA
                       MOVE "A" TO CLASIFICACION
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN DIA-JUSTIFICADO
                   ADD 1 TO WS-DIAS-JUSTIF
                   ADD HED-HS-50 HED-HS-100 TO WS-HS-JUSTIF
                   PERFORM ACUMULAR-HORAS
               WHEN DIA-AUTORIZADO
                   ADD 1 TO WS-DIAS-AUTORIZ
                   ADD HED-HS-50 HED-HS-100 TO WS-HS-AUTORIZ
                   PERFORM ACUMULAR-HORAS
               WHEN OTHER
                   ADD HED-HS-50 HED-HS-100 TO WS-HS-PEND
                   PERFORM AGREGAR-PENDIENTE
           END-EVALUATE.

       BUSCAR-SECTOR.
           MOVE SPACES TO SECTOR-HALLADO.
           PERFORM VARYING IX-LEG FROM 1 BY 1
                   UNTIL IX-LEG > WS-CANT-LEGAJOS
               IF TL-LEGAJO (IX-LEG) = LEGAJO-BUSCADO
                   MOVE TL-SECTOR (IX-LEG) TO SECTOR-HALLADO
               END-IF
           END-PERFORM.

       CONTAR-PRESENTES.
           MOVE ZERO TO PRESENTES.
           IF SECTOR-HALLADO NOT = SPACES
               PERFORM VARYING IX-PRES FROM 1 BY 1
                       UNTIL IX-PRES > WS-CANT-PRES
                   IF TPR-FECHA (IX-PRES) = HED-FECHA
                      AND TPR-SECTOR (IX-PRES) = SECTOR-HALLADO
                       ADD 1 TO PRESENTES
                   END-IF
               END-PERFORM
           END-IF.

      *>   LA MAYOR DOTACION REQUERIDA ENTRE LAS ACTIVIDADES DEL
      *>   SECTOR QUE CORRIAN ESE DIA (SEGUN PLANMES O EL PATRON
      *>   SEMANAL)
       BUSCAR-REQUERIDO.
           MOVE ZERO TO PERSONAL-REQUERIDO.
           COMPUTE DIA-JULIANO = FUNCTION INTEGER-OF-DATE(HED-FECHA).
           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-JULIANO, 7).
           IF DIA-SEMANA = ZERO
               MOVE 7 TO DIA-SEMANA
           END-IF.
           PERFORM VARYING IX-ACT FROM 1 BY 1
                   UNTIL IX-ACT > WS-CANT-ACT
               IF TAC-SECTOR (IX-ACT) = SECTOR-HALLADO
                   IF MODO-FECHADO = "S"
                       PERFORM BUSCAR-EN-PLAN-FECHADO
                   ELSE
                       IF TAC-DIAS (IX-ACT) (DIA-SEMANA:1) = "S"
                          AND TAC-PERSONAL (IX-ACT) >
                              PERSONAL-REQUERIDO
                           MOVE TAC-PERSONAL (IX-ACT) TO
                                PERSONAL-REQUERIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-EN-PLAN-FECHADO.
           PERFORM VARYING IX-PLAN FROM 1 BY 1
                   UNTIL IX-PLAN > WS-CANT-PLAN
               IF TP-FECHA (IX-PLAN) = HED-FECHA
                  AND TP-SECTOR (IX-PLAN) = TAC-SECTOR (IX-ACT)
                  AND TP-ACTIVIDAD (IX-PLAN) =
                      TAC-ACTIVIDAD (IX-ACT)
                  AND TAC-PERSONAL (IX-ACT) > PERSONAL-REQUERIDO
                   MOVE TAC-PERSONAL (IX-ACT) TO PERSONAL-REQUERIDO
               END-IF
           END-PERFORM.

       ACUMULAR-HORAS.
           MOVE ZERO TO IX-HOR-HALLADO.
           PERFORM VARYING IX-HOR FROM 1 BY 1
                   UNTIL IX-HOR > WS-CANT-HORAS
               IF TH-LEGAJO (IX-HOR) = HED-LEGAJO
                   MOVE IX-HOR TO IX-HOR-HALLADO
               END-IF
           END-PERFORM.
           IF IX-HOR-HALLADO = ZERO
               IF WS-CANT-HORAS >= 200
                   DISPLAY "MAS DE 200 LEGAJOS CON HORAS EXTRA, "
                       "CORRIDA RECHAZADA"
                   MOVE ZERO TO CTL-CANT-REG
                   MOVE "RECHAZADO" TO CTL-ESTADO
                   PERFORM GRABAR-CONTROL
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-HORAS
               MOVE WS-CANT-HORAS TO IX-HOR-HALLADO
               MOVE HED-LEGAJO TO TH-LEGAJO (IX-HOR-HALLADO)
               MOVE ZERO TO TH-HS-50 (IX-HOR-HALLADO)
               MOVE ZERO TO TH-HS-100 (IX-HOR-HALLADO)
           END-IF.
           ADD HED-HS-50 TO TH-HS-50 (IX-HOR-HALLADO).
           ADD HED-HS-100 TO TH-HS-100 (IX-HOR-HALLADO).

       AGREGAR-PENDIENTE.
           IF WS-CANT-PEND >= 2000
               DISPLAY "MAS DE 2000 DIAS PENDIENTES, CORRIDA "
                   "RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-PEND.
           IF SECTOR-HALLADO = SPACES
               MOVE "??" TO TPE-SECTOR (WS-CANT-PEND)
           ELSE
               MOVE SECTOR-HALLADO TO TPE-SECTOR (WS-CANT-PEND)
           END-IF.
           MOVE HED-LEGAJO TO TPE-LEGAJO (WS-CANT-PEND).
           MOVE HED-FECHA TO TPE-FECHA (WS-CANT-PEND).
           MOVE HED-HS-50 TO TPE-HS-50 (WS-CANT-PEND).
           MOVE HED-HS-100 TO TPE-HS-100 (WS-CANT-PEND).
           MOVE PRESENTES TO TPE-PRESENTES (WS-CANT-PEND).
           MOVE PERSONAL-REQUERIDO TO TPE-REQUERIDO (WS-CANT-PEND).
           MOVE "N" TO TPE-LISTADO (WS-CANT-PEND).

       GRABAR-HORASEXTRA.
           OPEN OUTPUT ARCH-HORASEXTRA.
           PERFORM VARYING IX-HOR FROM 1 BY 1
                   UNTIL IX-HOR > WS-CANT-HORAS
               MOVE TH-LEGAJO (IX-HOR) TO HEX-LEGAJO
               MOVE TH-HS-50 (IX-HOR) TO HEX-HS-50
               MOVE TH-HS-100 (IX-HOR) TO HEX-HS-100
               WRITE REG-HORASEXTRA
           END-PERFORM.
           CLOSE ARCH-HORASEXTRA.

      *>   LA LISTA SALE AGRUPADA POR SECTOR, EN EL ORDEN EN QUE
      *>   APARECE CADA SECTOR, PARA QUE CADA JEFE FIRME LO SUYO
       GRABAR-PENDIENTES.
           OPEN OUTPUT ARCH-HSPENDIENTE.
           MOVE "HORAS EXTRA PENDIENTES DE AUTORIZACION"
             TO REG-HSPENDIENTE.
           WRITE REG-HSPENDIENTE.
           PERFORM VARYING IX-PEN-SECTOR FROM 1 BY 1
                   UNTIL IX-PEN-SECTOR > WS-CANT-PEND
               IF TPE-LISTADO (IX-PEN-SECTOR) = "N"
                   PERFORM LISTAR-SECTOR
               END-IF
           END-PERFORM.
           IF WS-CANT-PEND = ZERO
               MOVE "  (NADA PENDIENTE DE AUTORIZACION)"
                 TO REG-HSPENDIENTE
               WRITE REG-HSPENDIENTE
           END-IF.
           CLOSE ARCH-HSPENDIENTE.

       LISTAR-SECTOR.
           MOVE LINEA-GUIONES TO REG-HSPENDIENTE.
           WRITE REG-HSPENDIENTE.
           MOVE TPE-SECTOR (IX-PEN-SECTOR) TO LSE-SECTOR.
           MOVE LINEA-SECTOR TO REG-HSPENDIENTE.
           WRITE REG-HSPENDIENTE.
           PERFORM VARYING IX-PEN FROM IX-PEN-SECTOR BY 1
                   UNTIL IX-PEN > WS-CANT-PEND
               IF TPE-SECTOR (IX-PEN) = TPE-SECTOR (IX-PEN-SECTOR)
                   MOVE TPE-LEGAJO (IX-PEN) TO LPE-LEGAJO
                   MOVE TPE-FECHA (IX-PEN) TO LPE-FECHA
                   MOVE TPE-HS-50 (IX-PEN) TO LPE-HS-50
                   MOVE TPE-HS-100 (IX-PEN) TO LPE-HS-100
                   MOVE TPE-PRESENTES (IX-PEN) TO LPE-PRESENTES
                   MOVE TPE-REQUERIDO (IX-PEN) TO LPE-REQUERIDO
                   MOVE LINEA-PENDIENTE TO REG-HSPENDIENTE
                   WRITE REG-HSPENDIENTE
                   MOVE "S" TO TPE-LISTADO (IX-PEN)
               END-IF
           END-PERFORM.

       CARGAR-PLANTEL.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE EL MAESTRO DE PERSONAL: SIN "
                   "SECTORES NO HAY HORAS QUE JUSTIFICAR"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF WS-CANT-LEGAJOS >= 500
                           DISPLAY "ADVERTENCIA: SE IGNORA "
                               "LEGAJO, YA HAY 500 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-LEGAJOS
                           MOVE MAE-LEGAJO TO
                                TL-LEGAJO (WS-CANT-LEGAJOS)
                           MOVE MAE-SECTOR TO
                                TL-SECTOR (WS-CANT-LEGAJOS)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-ACTIVIDADES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-ACTIVIDADES.
           IF NOT FS-ACTIVIDADES-OK
               DISPLAY "NO EXISTE ACTIVIDADES: NINGUNA HORA EXTRA "
                   "QUEDA JUSTIFICADA POR EL PLAN"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-ACTIVIDADES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-ACTIVIDADES
                   NOT AT END
                       IF WS-CANT-ACT >= 50
                           DISPLAY "ADVERTENCIA: SE IGNORA "
                               "ACTIVIDAD, YA HAY 50 CARGADAS"
                       ELSE
                           ADD 1 TO WS-CANT-ACT
                           MOVE AC-SECTOR-COD TO
                                TAC-SECTOR (WS-CANT-ACT)
                           MOVE AC-ACTIVIDAD TO
                                TAC-ACTIVIDAD (WS-CANT-ACT)
                           MOVE AC-DIAS TO TAC-DIAS (WS-CANT-ACT)
                           MOVE AC-PERSONAL TO
                                TAC-PERSONAL (WS-CANT-ACT)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-PLANMES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-PLANMES.
           IF NOT FS-PLANMES-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-PLANMES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-PLANMES
                   NOT AT END
                       MOVE "S" TO MODO-FECHADO
                       IF WS-CANT-PLAN >= 700
                           DISPLAY "ADVERTENCIA: PLAN EN MEMORIA "
                               "LLENO, SE IGNORA " PLM-ACTIVIDAD
                       ELSE
                           ADD 1 TO WS-CANT-PLAN
                           MOVE PLM-FECHA TO
                                TP-FECHA (WS-CANT-PLAN)
                           MOVE PLM-SECTOR TO
                                TP-SECTOR (WS-CANT-PLAN)
                           MOVE PLM-ACTIVIDAD TO
                                TP-ACTIVIDAD (WS-CANT-PLAN)
                       END-IF
               END-READ
           END-PERFORM.
           IF MODO-FECHADO = "S"
               DISPLAY "PLAN MENSUAL FECHADO EN USO"
           ELSE
               DISPLAY "SIN PLANMES: SE USA EL PATRON SEMANAL"
           END-IF.

      *>   SE QUEDAN SOLO LOS LEGAJOS CON SECTOR: LOS DEMAS NO
      *>   SUMAN PRESENTES A NINGUN SECTOR
       CARGAR-PRESENTES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-FICHADAS.
           IF NOT FS-FICHADAS-OK
               DISPLAY "NO EXISTE FICHADAS: NO FIGURA NADIE PRESENTE"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-FICHADAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-FICHADAS
                   NOT AT END
                       MOVE FIC-LEGAJO TO LEGAJO-BUSCADO
                       PERFORM BUSCAR-SECTOR
                       IF SECTOR-HALLADO NOT = SPACES
                           PERFORM AGREGAR-PRESENTE
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-PRESENTE.
           MOVE "N" TO PRESENCIA-HALLADA.
           PERFORM VARYING IX-PRES FROM 1 BY 1
                   UNTIL IX-PRES > WS-CANT-PRES
               IF TPR-LEGAJO (IX-PRES) = FIC-LEGAJO
                  AND TPR-FECHA (IX-PRES) = FIC-FECHA
                   MOVE "S" TO PRESENCIA-HALLADA
               END-IF
           END-PERFORM.
           IF PRESENCIA-HALLADA = "N"
               IF WS-CANT-PRES >= 8000
                   DISPLAY "MAS DE 8000 DIAS FICHADOS, CORRIDA "
                       "RECHAZADA"
                   CLOSE ARCH-FICHADAS
                   MOVE ZERO TO CTL-CANT-REG
                   MOVE "RECHAZADO" TO CTL-ESTADO
                   PERFORM GRABAR-CONTROL
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-PRES
               MOVE FIC-LEGAJO TO TPR-LEGAJO (WS-CANT-PRES)
               MOVE FIC-FECHA TO TPR-FECHA (WS-CANT-PRES)
               MOVE SECTOR-HALLADO TO TPR-SECTOR (WS-CANT-PRES)
           END-IF.

       CARGAR-AUTORIZADAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-HSAUTORIZ.
           IF NOT FS-HSAUTORIZ-OK
               DISPLAY "SIN HSAUTORIZ: NO HAY HORAS AUTORIZADAS POR "
                   "LOS JEFES"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-HSAUTORIZ
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-HSAUTORIZ
                   NOT AT END
                       IF WS-CANT-AUT >= 2000
                           DISPLAY "ADVERTENCIA: SE IGNORA "
                               "AUTORIZACION, YA HAY 2000 CARGADAS"
                       ELSE
                           ADD 1 TO WS-CANT-AUT
                           MOVE HSA-LEGAJO TO
                                TAU-LEGAJO (WS-CANT-AUT)
                           MOVE HSA-FECHA TO
                                TAU-FECHA (WS-CANT-AUT)
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
