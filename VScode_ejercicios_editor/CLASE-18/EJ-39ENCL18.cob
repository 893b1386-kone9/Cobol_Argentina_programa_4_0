      *> Asignacion de guias a las reservas de grupos: la visita
      *> guiada se repartia en un pizarron y dos veces llego un
      *> contingente escolar sin guia porque el guia estaba de
      *> vacaciones. Esta corrida toma los legajos activos marcados
      *> como guias en MAESEMPL (con los idiomas que hablan), saca
      *> los que tienen licencia ese dia segun LICENCIAS, y a cada
      *> reserva RESERVADA de RESERVAS le asigna por fecha y hora un
      *> guia que hable el idioma pedido, que no este ya con otro
      *> grupo a esa hora y que no pase el tope de visitas por dia
      *> (entre los posibles, el que menos visitas lleva ese dia).
      *> Corre para una semana por adelantado (fecha de arranque y
      *> cantidad de dias por tarjeta de corrida) y deja la hoja
      *> diaria de guias GUIASDIA y la lista SINGUIA de las reservas
      *> que quedaron sin guia, para reaccionar a tiempo.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-39ENCL18.
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
      *>   MAESEMPL es el maestro de personal (ver COPYLIB MAESEMPL)
           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-LICENCIAS ASSIGN TO "LICENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LICENCIAS.

           SELECT ARCH-RESERVAS ASSIGN TO "RESERVAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESERVAS.

      *>   GUIASDIA es la hoja diaria de guias y SINGUIA la lista de
      *>   reservas que quedaron sin guia
           SELECT ARCH-GUIASDIA ASSIGN TO "GUIASDIA"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-SINGUIA ASSIGN TO "SINGUIA"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

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
       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-LICENCIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY LICENCIA.

       FD  ARCH-RESERVAS
           RECORD CONTAINS 55 CHARACTERS.
           COPY RESERVAS.

       FD  ARCH-GUIASDIA.
       01  REG-GUIASDIA PIC X(90).

       FD  ARCH-SINGUIA.
       01  REG-SINGUIA PIC X(90).

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

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   PERIODO A ASIGNAR Y TOPE DE VISITAS POR GUIA Y DIA
       77 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       77 WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
       77 WS-CANT-DIAS PIC 99 VALUE ZERO.
       77 WS-TOPE-DIA PIC 99 VALUE ZERO.
       77 WS-FECHA-DIA PIC 9(8) VALUE ZERO.
       77 WS-DIA-JULIANO PIC 9(7) VALUE ZERO.
       77 WS-JULIANO-DESDE PIC 9(7) VALUE ZERO.
       77 WS-JULIANO-HASTA PIC 9(7) VALUE ZERO.
       77 WS-HORA PIC 99 VALUE ZERO.

      *>   GUIAS ACTIVOS EN MEMORIA CON SU CARGA DEL DIA EN CURSO
       77 WS-CANT-GUIAS PIC 9(3) VALUE ZERO.
       01 TABLA-GUIAS.
           03 GUIA-ENTRY OCCURS 100 TIMES.
               05 TG-LEGAJO    PIC X(10).
               05 TG-NOMBRE    PIC X(30).
               05 TG-IDIOMAS   PIC X(6).
               05 TG-LICENCIA  PIC X.
               05 TG-VISITAS   PIC 99.
               05 TG-OCUPADO   PIC X OCCURS 24 TIMES.
       77 IX-GUI PIC 9(3) VALUE ZERO.
       77 IX-GUI-ELEGIDO PIC 9(3) VALUE ZERO.

      *>   LICENCIAS QUE TOCAN EL PERIODO
       77 WS-CANT-LICENCIAS PIC 9(4) VALUE ZERO.
       01 TABLA-LICENCIAS.
           03 LICENCIA-ENTRY OCCURS 500 TIMES.
               05 TL-LEGAJO PIC X(10).
               05 TL-DESDE  PIC 9(8).
               05 TL-HASTA  PIC 9(8).
       77 IX-LIC PIC 9(4) VALUE ZERO.

      *>   RESERVAS VIGENTES DEL PERIODO
       77 WS-CANT-RESERVAS PIC 9(3) VALUE ZERO.
       01 TABLA-RESERVAS.
           03 RESERVA-ENTRY OCCURS 300 TIMES.
               05 TR-FECHA       PIC 9(8).
               05 TR-HORA        PIC 99.
               05 TR-INSTITUCION PIC X(25).
               05 TR-CANTIDAD    PIC 9(4).
               05 TR-IDIOMA      PIC XX.
       77 IX-RES PIC 9(3) VALUE ZERO.

      *>   IDIOMA PEDIDO E IDIOMAS DEL GUIA EN EVALUACION
       77 WS-IDIOMA-PEDIDO PIC XX VALUE SPACES.
       77 WS-IDIOMAS-GUIA PIC X(6) VALUE SPACES.
       77 WS-HABLA PIC X VALUE "N".

       77 WS-ASIGNADAS PIC 9(4) VALUE ZERO.
       77 WS-SIN-GUIA PIC 9(4) VALUE ZERO.
       77 WS-VISITAS-DEL-DIA PIC 9(3) VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".

       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-LICENCIAS PIC XX.
           88 FS-LICENCIAS-OK VALUE "00".
       01 WS-FS-RESERVAS PIC XX.
           88 FS-RESERVAS-OK VALUE "00".

      *>   LINEAS ARMADAS DE LA HOJA DE GUIAS
       01 LINEA-DIA.
           03 FILLER        PIC X(22) VALUE "HOJA DE GUIAS DEL DIA ".
           03 LDI-FECHA     PIC 9(8).
       01 LINEA-TITULOS.
           03 FILLER        PIC X(40)
               VALUE "HORA  INSTITUCION               PERS ID ".
           03 FILLER        PIC X(20)
               VALUE " LEGAJO    GUIA     ".
       01 LINEA-VISITA.
           03 LVI-HORA      PIC 99.
           03 FILLER        PIC X(4) VALUE " HS ".
           03 LVI-INSTITUCION PIC X(25).
           03 FILLER        PIC X VALUE SPACE.
           03 LVI-CANTIDAD  PIC ZZZ9.
           03 FILLER        PIC X VALUE SPACE.
           03 LVI-IDIOMA    PIC XX.
           03 FILLER        PIC X(2) VALUE SPACES.
           03 LVI-LEGAJO    PIC X(10).
           03 FILLER        PIC X VALUE SPACE.
           03 LVI-NOMBRE    PIC X(30).
       01 LINEA-CARGA.
           03 FILLER        PIC X(8) VALUE "  GUIA  ".
           03 LCA-LEGAJO    PIC X(10).
           03 FILLER        PIC X VALUE SPACE.
           03 LCA-NOMBRE    PIC X(30).
           03 FILLER        PIC X(10) VALUE " VISITAS: ".
           03 LCA-VISITAS   PIC Z9.
       01 LINEA-SINGUIA.
           03 LSG-FECHA     PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 LSG-HORA      PIC 99.
           03 FILLER        PIC X(4) VALUE " HS ".
           03 LSG-INSTITUCION PIC X(25).
           03 FILLER        PIC X VALUE SPACE.
           03 LSG-CANTIDAD  PIC ZZZ9.
           03 FILLER        PIC X(9) VALUE " IDIOMA: ".
           03 LSG-IDIOMA    PIC XX.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-39ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "ASIGNACION DE GUIAS A RESERVAS DE GRUPOS"
           DISPLAY "-------------------------------------------------".

           MOVE "FECHA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-DESDE
           ELSE
               DISPLAY "PRIMER DIA A ASIGNAR (AAAAMMDD): "
               ACCEPT WS-FECHA-DESDE
           END-IF.
      *>   POR DEFECTO UNA SEMANA Y TRES VISITAS POR GUIA Y DIA
           MOVE "DIAS" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:2) TO WS-CANT-DIAS
           ELSE
               MOVE 7 TO WS-CANT-DIAS
           END-IF.
           MOVE "TOPE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:2) TO WS-TOPE-DIA
           ELSE
               MOVE 3 TO WS-TOPE-DIA
           END-IF.
           IF WS-FECHA-DESDE = ZERO OR WS-CANT-DIAS = ZERO
              OR WS-TOPE-DIA = ZERO
               DISPLAY "DATOS INVALIDOS, CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           COMPUTE WS-JULIANO-DESDE =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-DESDE).
           COMPUTE WS-JULIANO-HASTA =
               WS-JULIANO-DESDE + WS-CANT-DIAS - 1.
           COMPUTE WS-FECHA-HASTA =
               FUNCTION DATE-OF-INTEGER (WS-JULIANO-HASTA).
           DISPLAY "PERIODO: " WS-FECHA-DESDE " AL " WS-FECHA-HASTA
               "  TOPE POR GUIA Y DIA: " WS-TOPE-DIA.

           PERFORM CARGAR-GUIAS.
           PERFORM CARGAR-LICENCIAS.
           PERFORM CARGAR-RESERVAS.

           OPEN OUTPUT ARCH-GUIASDIA.
           OPEN OUTPUT ARCH-SINGUIA.
           MOVE "RESERVAS SIN GUIA ASIGNADO" TO REG-SINGUIA.
           WRITE REG-SINGUIA.
           PERFORM VARYING WS-DIA-JULIANO FROM WS-JULIANO-DESDE BY 1
                   UNTIL WS-DIA-JULIANO > WS-JULIANO-HASTA
               PERFORM ASIGNAR-DIA
           END-PERFORM.
           CLOSE ARCH-GUIASDIA.
           CLOSE ARCH-SINGUIA.

           DISPLAY "RESERVAS CON GUIA: " WS-ASIGNADAS.
           DISPLAY "RESERVAS SIN GUIA: " WS-SIN-GUIA.
           IF WS-SIN-GUIA > ZERO
               DISPLAY "ATENCION: HAY RESERVAS SIN GUIA, VER SINGUIA"
           END-IF.
           MOVE WS-ASIGNADAS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   UN DIA: SE LIBERAN LOS GUIAS, SE MARCAN LOS QUE ESTAN DE
      *>   LICENCIA Y SE RECORREN LAS RESERVAS DEL DIA POR HORA
       ASIGNAR-DIA.
           COMPUTE WS-FECHA-DIA =
               FUNCTION DATE-OF-INTEGER (WS-DIA-JULIANO).
           MOVE ZERO TO WS-VISITAS-DEL-DIA.
           PERFORM VARYING IX-GUI FROM 1 BY 1
                   UNTIL IX-GUI > WS-CANT-GUIAS
               MOVE ZERO TO TG-VISITAS (IX-GUI)
               MOVE "N" TO TG-LICENCIA (IX-GUI)
               PERFORM VARYING WS-HORA FROM 1 BY 1
                       UNTIL WS-HORA > 24
                   MOVE "N" TO TG-OCUPADO (IX-GUI, WS-HORA)
               END-PERFORM
               PERFORM VARYING IX-LIC FROM 1 BY 1
                       UNTIL IX-LIC > WS-CANT-LICENCIAS
                   IF TL-LEGAJO (IX-LIC) = TG-LEGAJO (IX-GUI)
                      AND TL-DESDE (IX-LIC) NOT > WS-FECHA-DIA
                      AND TL-HASTA (IX-LIC) NOT < WS-FECHA-DIA
                       MOVE "S" TO TG-LICENCIA (IX-GUI)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE WS-FECHA-DIA TO LDI-FECHA.
           MOVE LINEA-DIA TO REG-GUIASDIA.
           WRITE REG-GUIASDIA.
           MOVE LINEA-TITULOS TO REG-GUIASDIA.
           WRITE REG-GUIASDIA.
           PERFORM VARYING WS-HORA FROM 0 BY 1 UNTIL WS-HORA > 23
               PERFORM VARYING IX-RES FROM 1 BY 1
                       UNTIL IX-RES > WS-CANT-RESERVAS
                   IF TR-FECHA (IX-RES) = WS-FECHA-DIA
                      AND TR-HORA (IX-RES) = WS-HORA
                       PERFORM ASIGNAR-RESERVA
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-VISITAS-DEL-DIA = ZERO
               MOVE "  SIN RESERVAS DE GRUPOS" TO REG-GUIASDIA
               WRITE REG-GUIASDIA
           END-IF.

      *>   CARGA DE CADA GUIA EN EL DIA, PARA REPARTIR PAREJO
           PERFORM VARYING IX-GUI FROM 1 BY 1
                   UNTIL IX-GUI > WS-CANT-GUIAS
               IF TG-VISITAS (IX-GUI) > ZERO
                   MOVE TG-LEGAJO (IX-GUI) TO LCA-LEGAJO
                   MOVE TG-NOMBRE (IX-GUI) TO LCA-NOMBRE
                   MOVE TG-VISITAS (IX-GUI) TO LCA-VISITAS
                   MOVE LINEA-CARGA TO REG-GUIASDIA
                   WRITE REG-GUIASDIA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REG-GUIASDIA.
           WRITE REG-GUIASDIA.

      *>   ENTRE LOS GUIAS QUE PUEDEN TOMAR LA RESERVA SE ELIGE EL
      *>   QUE MENOS VISITAS LLEVA ESE DIA
       ASIGNAR-RESERVA.
           ADD 1 TO WS-VISITAS-DEL-DIA.
           MOVE TR-IDIOMA (IX-RES) TO WS-IDIOMA-PEDIDO.
           IF WS-IDIOMA-PEDIDO = SPACES
               MOVE "ES" TO WS-IDIOMA-PEDIDO
           END-IF.
           MOVE ZERO TO IX-GUI-ELEGIDO.
           PERFORM VARYING IX-GUI FROM 1 BY 1
                   UNTIL IX-GUI > WS-CANT-GUIAS
               IF TG-LICENCIA (IX-GUI) = "N"
                  AND TG-VISITAS (IX-GUI) < WS-TOPE-DIA
                  AND TG-OCUPADO (IX-GUI, WS-HORA + 1) = "N"
                   PERFORM VERIFICAR-IDIOMA
                   IF WS-HABLA = "S"
                       IF IX-GUI-ELEGIDO = ZERO
                           MOVE IX-GUI TO IX-GUI-ELEGIDO
                       ELSE
                           IF TG-VISITAS (IX-GUI) <
                              TG-VISITAS (IX-GUI-ELEGIDO)
                               MOVE IX-GUI TO IX-GUI-ELEGIDO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE TR-HORA (IX-RES) TO LVI-HORA.
           MOVE TR-INSTITUCION (IX-RES) TO LVI-INSTITUCION.
           MOVE TR-CANTIDAD (IX-RES) TO LVI-CANTIDAD.
           MOVE WS-IDIOMA-PEDIDO TO LVI-IDIOMA.
           IF IX-GUI-ELEGIDO = ZERO
               MOVE "**********" TO LVI-LEGAJO
               MOVE "SIN GUIA DISPONIBLE" TO LVI-NOMBRE
               MOVE TR-FECHA (IX-RES) TO LSG-FECHA
               MOVE TR-HORA (IX-RES) TO LSG-HORA
               MOVE TR-INSTITUCION (IX-RES) TO LSG-INSTITUCION
               MOVE TR-CANTIDAD (IX-RES) TO LSG-CANTIDAD
               MOVE WS-IDIOMA-PEDIDO TO LSG-IDIOMA
               MOVE LINEA-SINGUIA TO REG-SINGUIA
               WRITE REG-SINGUIA
               ADD 1 TO WS-SIN-GUIA
           ELSE
               ADD 1 TO TG-VISITAS (IX-GUI-ELEGIDO)
               MOVE "S" TO TG-OCUPADO (IX-GUI-ELEGIDO, WS-HORA + 1)
               MOVE TG-LEGAJO (IX-GUI-ELEGIDO) TO LVI-LEGAJO
               MOVE TG-NOMBRE (IX-GUI-ELEGIDO) TO LVI-NOMBRE
               ADD 1 TO WS-ASIGNADAS
           END-IF.
           MOVE LINEA-VISITA TO REG-GUIASDIA.
           WRITE REG-GUIASDIA.

      *>   UN GUIA SIN IDIOMAS CARGADOS SE TOMA COMO DE CASTELLANO
       VERIFICAR-IDIOMA.
           MOVE "N" TO WS-HABLA.
           MOVE TG-IDIOMAS (IX-GUI) TO WS-IDIOMAS-GUIA.
           IF WS-IDIOMAS-GUIA = SPACES
               MOVE "ES" TO WS-IDIOMAS-GUIA
           END-IF.
           IF WS-IDIOMAS-GUIA (1:2) = WS-IDIOMA-PEDIDO
              OR WS-IDIOMAS-GUIA (3:2) = WS-IDIOMA-PEDIDO
              OR WS-IDIOMAS-GUIA (5:2) = WS-IDIOMA-PEDIDO
               MOVE "S" TO WS-HABLA
           END-IF.

       CARGAR-GUIAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE MAESEMPL, CORRIDA RECHAZADA"
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
                       IF MAE-ESTADO NOT = "I" AND MAE-GUIA = "S"
                           PERFORM AGREGAR-GUIA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CANT-GUIAS = ZERO
               DISPLAY "NO HAY GUIAS ACTIVOS EN MAESEMPL: TODAS LAS "
                   "RESERVAS QUEDAN SIN GUIA"
           END-IF.

       AGREGAR-GUIA.
           IF WS-CANT-GUIAS >= 100
               DISPLAY "MAESEMPL TIENE MAS DE 100 GUIAS, CORRIDA "
                   "RECHAZADA"
               CLOSE ARCH-MAESTRO
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-GUIAS.
           MOVE MAE-LEGAJO TO TG-LEGAJO (WS-CANT-GUIAS).
           MOVE MAE-NOMBRE TO TG-NOMBRE (WS-CANT-GUIAS).
           MOVE MAE-IDIOMAS TO TG-IDIOMAS (WS-CANT-GUIAS).

      *>   SOLO INTERESAN LAS LICENCIAS QUE TOCAN EL PERIODO
       CARGAR-LICENCIAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-LICENCIAS.
           IF NOT FS-LICENCIAS-OK
               DISPLAY "NO EXISTE LICENCIAS: NINGUN GUIA DE LICENCIA"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-LICENCIAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-LICENCIAS
                   NOT AT END
                       IF LIC-FECHA-DESDE NOT > WS-FECHA-HASTA
                          AND LIC-FECHA-HASTA NOT < WS-FECHA-DESDE
                           PERFORM AGREGAR-LICENCIA
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-LICENCIA.
           IF WS-CANT-LICENCIAS >= 500
               DISPLAY "LICENCIAS TIENE MAS DE 500 RENGLONES EN EL "
                   "PERIODO, CORRIDA RECHAZADA"
               CLOSE ARCH-LICENCIAS
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-LICENCIAS.
           MOVE LIC-LEGAJO TO TL-LEGAJO (WS-CANT-LICENCIAS).
           MOVE LIC-FECHA-DESDE TO TL-DESDE (WS-CANT-LICENCIAS).
           MOVE LIC-FECHA-HASTA TO TL-HASTA (WS-CANT-LICENCIAS).

      *>   SOLO LAS RESERVAS TODAVIA VIGENTES (RESERVADA) DEL PERIODO
       CARGAR-RESERVAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-RESERVAS.
           IF NOT FS-RESERVAS-OK
               DISPLAY "NO EXISTE RESERVAS: NO HAY GRUPOS QUE GUIAR"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-RESERVAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-RESERVAS
                   NOT AT END
                       IF RES-ESTADO = "RESERVADA"
                          AND RES-FECHA NOT < WS-FECHA-DESDE
                          AND RES-FECHA NOT > WS-FECHA-HASTA
                           PERFORM AGREGAR-RESERVA
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-RESERVA.
           IF WS-CANT-RESERVAS >= 300
               DISPLAY "RESERVAS TIENE MAS DE 300 GRUPOS EN EL "
                   "PERIODO, CORRIDA RECHAZADA"
               CLOSE ARCH-RESERVAS
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-RESERVAS.
           MOVE RES-FECHA TO TR-FECHA (WS-CANT-RESERVAS).
           MOVE RES-HORA TO TR-HORA (WS-CANT-RESERVAS).
           MOVE RES-INSTITUCION TO TR-INSTITUCION (WS-CANT-RESERVAS).
           MOVE RES-CANTIDAD TO TR-CANTIDAD (WS-CANT-RESERVAS).
           MOVE RES-IDIOMA TO TR-IDIOMA (WS-CANT-RESERVAS).

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
