      *> Tribunales de mesas de examen final: EJ-19ENCL22 inscribe
      *> contra MESAS, pero nada decia que tres docentes se sientan
      *> en cada mesa; se arreglaba por telefono y dos veces un
      *> docente quedo en dos mesas a la misma hora. Esta corrida
      *> propone un tribunal de tres para cada renglon de MESAS, en
      *> orden de fecha: primero los docentes asignados a la materia
      *> en ASIGNADOC, y entre iguales el que menos mesas lleva, para
      *> repartir la carga. Nunca propone a un docente que ya esta
      *> en otra mesa ese dia ni a uno con licencia en LICENCIAS que
      *> cubra la fecha. El resultado queda en TRIBUNALES (que el
      *> acta de examen imprime) y en la hoja TRIBHOJA, una por
      *> fecha, con la carga final de cada docente.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-29ENCL22.
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
           SELECT ARCH-MESAS ASSIGN TO "MESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESAS.

           SELECT ARCH-DOCENTES ASSIGN TO "DOCENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOCENTES.

           SELECT ARCH-ASIGNADOC ASSIGN TO "ASIGNADOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASIGNADOC.

      *>   LICENCIAS es el registro de licencias tomadas que postea
      *>   EJ-09ENCL23 (ver COPYLIB LICENCIA)
           SELECT ARCH-LICENCIAS ASSIGN TO "LICENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LICENCIAS.

      *>   TRIBUNALES es el tribunal propuesto por mesa (ver COPYLIB
      *>   TRIBUNAL); se regenera entero en cada corrida
           SELECT ARCH-TRIBUNALES ASSIGN TO "TRIBUNALES"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   TRIBHOJA es la hoja de tribunales por fecha, para publicar
           SELECT ARCH-TRIBHOJA ASSIGN TO "TRIBHOJA"
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
       FD  ARCH-MESAS
           RECORD CONTAINS 15 CHARACTERS.
           COPY MESAS.

       FD  ARCH-DOCENTES
           RECORD CONTAINS 65 CHARACTERS.
           COPY DOCENTES.

       FD  ARCH-ASIGNADOC
           RECORD CONTAINS 12 CHARACTERS.
           COPY ASIGNADOC.

       FD  ARCH-LICENCIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY LICENCIA.

       FD  ARCH-TRIBUNALES
           RECORD CONTAINS 54 CHARACTERS.
           COPY TRIBUNAL.

       FD  ARCH-TRIBHOJA.
       01  REG-TRIBHOJA PIC X(80).

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

      *>   MESAS DEL CALENDARIO CON EL TRIBUNAL QUE SE LES VA ARMANDO
       01 CANT-MESAS PIC 99 COMP VALUE ZERO.
       01 TABLA-MESAS.
           03 ENTRADA-MESA OCCURS 50 TIMES.
               05 TM-MATERIA PIC 9.
               05 TM-LLAMADO PIC 9.
               05 TM-FECHA   PIC 9(8).
               05 TM-AULA    PIC X(5).
               05 TM-DOCENTE OCCURS 3 TIMES PIC 99.
               05 TM-CANT-MIEMBROS PIC 9.
       01 IX-MES PIC 99 COMP VALUE ZERO.
       01 IX-MES2 PIC 99 COMP VALUE ZERO.
       01 IX-OTRA PIC 99 COMP VALUE ZERO.

      *>   ENTRADA AUXILIAR PARA EL INTERCAMBIO DEL ORDENAMIENTO
       01 MESA-AUX.
           03 AUX-MATERIA PIC 9.
           03 AUX-LLAMADO PIC 9.
           03 AUX-FECHA   PIC 9(8).
           03 AUX-AULA    PIC X(5).
           03 AUX-DOCENTE OCCURS 3 TIMES PIC 99.
           03 AUX-CANT-MIEMBROS PIC 9.

      *>   DOCENTES DEL MAESTRO CON LAS MESAS QUE LLEVAN ASIGNADAS
       01 CANT-DOCENTES PIC 99 COMP VALUE ZERO.
       01 TABLA-DOCENTES.
           03 ENTRADA-DOCENTE OCCURS 30 TIMES.
               05 TD-LEGAJO PIC X(10).
               05 TD-NOMBRE PIC X(30).
               05 TD-CARGA  PIC 99.
       01 IX-DOC PIC 99 COMP VALUE ZERO.

      *>   ASIGNACIONES DE DOCENTES POR MATERIA + COMISION
       01 CANT-ASIGNACIONES PIC 99 COMP VALUE ZERO.
       01 TABLA-ASIGNACIONES.
           03 ENTRADA-ASIGNACION OCCURS 27 TIMES.
               05 TG-MATERIA PIC 9.
               05 TG-DOCENTE PIC X(10).
       01 IX-ASG PIC 99 COMP VALUE ZERO.

      *>   LICENCIAS (LEGAJO Y RANGO DE FECHAS)
       01 CANT-LICENCIAS PIC 9(3) COMP VALUE ZERO.
       01 TABLA-LICENCIAS.
           03 ENTRADA-LICENCIA OCCURS 500 TIMES.
               05 TLI-LEGAJO PIC X(10).
               05 TLI-DESDE  PIC 9(8).
               05 TLI-HASTA  PIC 9(8).
       01 IX-LIC PIC 9(3) COMP VALUE ZERO.

      *>   ELECCION DEL MIEMBRO DEL TRIBUNAL
       01 IX-MIE PIC 9 COMP VALUE ZERO.
       01 IX-ELEGIDO PIC 99 COMP VALUE ZERO.
       01 DOCENTE-APTO PIC X VALUE "N".
       01 DOCENTE-DE-MATERIA PIC X VALUE "N".
       01 ELEGIDO-DE-MATERIA PIC X VALUE "N".
       01 MESA-FECHA PIC 9(8) VALUE ZERO.
       01 MESA-MATERIA PIC 9 VALUE ZERO.

       01 MATERIA PIC 9 VALUE ZERO.
       01 MATERIA-NOMBRE PIC X(25) VALUE SPACES.

       01 FIN-MESAS PIC X VALUE "N".
       01 FIN-DOCENTES PIC X VALUE "N".
       01 FIN-ASIGNADOC PIC X VALUE "N".
       01 FIN-LICENCIAS PIC X VALUE "N".

       01 CANT-COMPLETOS PIC 99 COMP VALUE ZERO.
       01 CANT-INCOMPLETOS PIC 99 COMP VALUE ZERO.
       01 FORMATEO-RESULT PIC ZZZZ9.
       01 FECHA-HOJA PIC 9(8) VALUE ZERO.

       01 WS-FS-MESAS PIC XX.
           88 FS-MESAS-OK VALUE "00".
       01 WS-FS-DOCENTES PIC XX.
           88 FS-DOCENTES-OK VALUE "00".
       01 WS-FS-ASIGNADOC PIC XX.
           88 FS-ASIGNADOC-OK VALUE "00".
       01 WS-FS-LICENCIAS PIC XX.
           88 FS-LICENCIAS-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   LINEAS DE LA HOJA DE TRIBUNALES
       01 LINEA-FECHA.
           03 FILLER       PIC X(19) VALUE "TRIBUNALES DEL DIA ".
           03 LF-FECHA     PIC 9(8).
       01 LINEA-MESA.
           03 FILLER       PIC XX VALUE SPACES.
           03 LM-MATERIA   PIC X(25).
           03 FILLER       PIC X(9) VALUE " LLAMADO ".
           03 LM-LLAMADO   PIC 9.
           03 FILLER       PIC X(7) VALUE "  AULA ".
           03 LM-AULA      PIC X(5).
           03 FILLER       PIC XX VALUE SPACES.
           03 LM-ESTADO    PIC X(10).
       01 LINEA-MIEMBRO.
           03 FILLER       PIC X(4) VALUE SPACES.
           03 LMI-ROL      PIC X(12).
           03 LMI-LEGAJO   PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LMI-NOMBRE   PIC X(30).
       01 LINEA-CARGA.
           03 FILLER       PIC XX VALUE SPACES.
           03 LC-LEGAJO    PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LC-NOMBRE    PIC X(30).
           03 FILLER       PIC X(8) VALUE " MESAS: ".
           03 LC-CARGA     PIC Z9.
       01 LINEA-GUIONES PIC X(64) VALUE ALL "-".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-29ENCL22" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "TRIBUNALES DE MESAS DE EXAMEN FINAL"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-MESAS.
           PERFORM CARGAR-DOCENTES.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM CARGAR-LICENCIAS.
           PERFORM ORDENAR-POR-FECHA.

           PERFORM VARYING IX-MES FROM 1 BY 1
                   UNTIL IX-MES > CANT-MESAS
               PERFORM ARMAR-TRIBUNAL
           END-PERFORM.

           PERFORM GRABAR-TRIBUNALES.
           PERFORM IMPRIMIR-HOJA.

           MOVE CANT-COMPLETOS TO FORMATEO-RESULT.
           DISPLAY "TRIBUNALES COMPLETOS:   " FORMATEO-RESULT.
           MOVE CANT-INCOMPLETOS TO FORMATEO-RESULT.
           DISPLAY "TRIBUNALES INCOMPLETOS: " FORMATEO-RESULT.
           DISPLAY "TERMINO EL PROGRAMA".

           MOVE "EJ-29ENCL22" TO CTL-JOB.
           MOVE CANT-MESAS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       ARMAR-TRIBUNAL.
           MOVE TM-FECHA (IX-MES) TO MESA-FECHA.
           MOVE TM-MATERIA (IX-MES) TO MESA-MATERIA.
           MOVE ZERO TO TM-CANT-MIEMBROS (IX-MES).
           PERFORM VARYING IX-MIE FROM 1 BY 1 UNTIL IX-MIE > 3
               MOVE ZERO TO TM-DOCENTE (IX-MES IX-MIE)
           END-PERFORM.
           PERFORM VARYING IX-MIE FROM 1 BY 1 UNTIL IX-MIE > 3
               PERFORM ELEGIR-MIEMBRO
               IF IX-ELEGIDO > ZERO
                   MOVE IX-ELEGIDO TO TM-DOCENTE (IX-MES IX-MIE)
                   ADD 1 TO TM-CANT-MIEMBROS (IX-MES)
                   ADD 1 TO TD-CARGA (IX-ELEGIDO)
               END-IF
           END-PERFORM.
           IF TM-CANT-MIEMBROS (IX-MES) = 3
               ADD 1 TO CANT-COMPLETOS
           ELSE
               ADD 1 TO CANT-INCOMPLETOS
               DISPLAY "TRIBUNAL INCOMPLETO: MATERIA " MESA-MATERIA
                   " LLAMADO " TM-LLAMADO (IX-MES) " FECHA "
                   MESA-FECHA
           END-IF.

       ELEGIR-MIEMBRO.
      *>   EL MEJOR DOCENTE APTO: PRIMERO LOS DE LA MATERIA, Y ENTRE
      *>   IGUALES EL DE MENOR CARGA (A IGUAL CARGA, EL PRIMERO DEL
      *>   MAESTRO)
           MOVE ZERO TO IX-ELEGIDO.
           MOVE "N" TO ELEGIDO-DE-MATERIA.
           PERFORM VARYING IX-DOC FROM 1 BY 1
                   UNTIL IX-DOC > CANT-DOCENTES
               PERFORM VERIFICAR-DOCENTE-APTO
               IF DOCENTE-APTO = "S"
                   PERFORM VERIFICAR-DOCENTE-DE-MATERIA
                   IF IX-ELEGIDO = ZERO
                       MOVE IX-DOC TO IX-ELEGIDO
                       MOVE DOCENTE-DE-MATERIA TO ELEGIDO-DE-MATERIA
                   ELSE
                       IF DOCENTE-DE-MATERIA = "S"
                          AND ELEGIDO-DE-MATERIA = "N"
                           MOVE IX-DOC TO IX-ELEGIDO
                           MOVE "S" TO ELEGIDO-DE-MATERIA
                       ELSE
                           IF DOCENTE-DE-MATERIA = ELEGIDO-DE-MATERIA
                              AND TD-CARGA (IX-DOC) <
                                  TD-CARGA (IX-ELEGIDO)
                               MOVE IX-DOC TO IX-ELEGIDO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-DOCENTE-APTO.
      *>   NO ESTA YA EN ESTE TRIBUNAL, NI EN OTRA MESA DEL MISMO
      *>   DIA, NI CON LICENCIA QUE CUBRA LA FECHA
           MOVE "S" TO DOCENTE-APTO.
           PERFORM VARYING IX-OTRA FROM 1 BY 1
                   UNTIL IX-OTRA > CANT-MESAS
               IF TM-FECHA (IX-OTRA) = MESA-FECHA
                   IF TM-DOCENTE (IX-OTRA 1) = IX-DOC
                      OR TM-DOCENTE (IX-OTRA 2) = IX-DOC
                      OR TM-DOCENTE (IX-OTRA 3) = IX-DOC
                       MOVE "N" TO DOCENTE-APTO
                   END-IF
               END-IF
           END-PERFORM.
           IF DOCENTE-APTO = "S"
               PERFORM VARYING IX-LIC FROM 1 BY 1
                       UNTIL IX-LIC > CANT-LICENCIAS
                   IF TLI-LEGAJO (IX-LIC) = TD-LEGAJO (IX-DOC)
                      AND TLI-DESDE (IX-LIC) NOT > MESA-FECHA
                      AND TLI-HASTA (IX-LIC) NOT < MESA-FECHA
                       MOVE "N" TO DOCENTE-APTO
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICAR-DOCENTE-DE-MATERIA.
           MOVE "N" TO DOCENTE-DE-MATERIA.
           PERFORM VARYING IX-ASG FROM 1 BY 1
                   UNTIL IX-ASG > CANT-ASIGNACIONES
               IF TG-MATERIA (IX-ASG) = MESA-MATERIA
                  AND TG-DOCENTE (IX-ASG) = TD-LEGAJO (IX-DOC)
                   MOVE "S" TO DOCENTE-DE-MATERIA
               END-IF
           END-PERFORM.

       GRABAR-TRIBUNALES.
           OPEN OUTPUT ARCH-TRIBUNALES.
           PERFORM VARYING IX-MES FROM 1 BY 1
                   UNTIL IX-MES > CANT-MESAS
               MOVE TM-MATERIA (IX-MES) TO TRB-MATERIA
               MOVE TM-LLAMADO (IX-MES) TO TRB-LLAMADO
               MOVE TM-FECHA (IX-MES) TO TRB-FECHA
               PERFORM VARYING IX-MIE FROM 1 BY 1 UNTIL IX-MIE > 3
                   MOVE ";" TO TRB-SEP (IX-MIE)
                   MOVE SPACES TO TRB-DOCENTE (IX-MIE)
                   IF TM-DOCENTE (IX-MES IX-MIE) > ZERO
                       MOVE TM-DOCENTE (IX-MES IX-MIE) TO IX-DOC
                       MOVE TD-LEGAJO (IX-DOC) TO TRB-DOCENTE (IX-MIE)
                   END-IF
               END-PERFORM
               MOVE ";" TO TRB-SEP4
               IF TM-CANT-MIEMBROS (IX-MES) = 3
                   MOVE "COMPLETO" TO TRB-ESTADO
               ELSE
                   MOVE "INCOMPLETO" TO TRB-ESTADO
               END-IF
               WRITE REG-TRIBUNAL
           END-PERFORM.
           CLOSE ARCH-TRIBUNALES.

       IMPRIMIR-HOJA.
      *>   LAS MESAS YA ESTAN EN ORDEN DE FECHA: CADA FECHA NUEVA
      *>   ABRE SU HOJA
           OPEN OUTPUT ARCH-TRIBHOJA.
           MOVE ZERO TO FECHA-HOJA.
           PERFORM VARYING IX-MES FROM 1 BY 1
                   UNTIL IX-MES > CANT-MESAS
               IF TM-FECHA (IX-MES) NOT = FECHA-HOJA
                   MOVE TM-FECHA (IX-MES) TO FECHA-HOJA
                   MOVE LINEA-GUIONES TO REG-TRIBHOJA
                   WRITE REG-TRIBHOJA
                   MOVE FECHA-HOJA TO LF-FECHA
                   MOVE LINEA-FECHA TO REG-TRIBHOJA
                   WRITE REG-TRIBHOJA
                   MOVE LINEA-GUIONES TO REG-TRIBHOJA
                   WRITE REG-TRIBHOJA
               END-IF
               PERFORM IMPRIMIR-MESA
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-TRIBHOJA.
           WRITE REG-TRIBHOJA.
           MOVE "CARGA DE MESAS POR DOCENTE" TO REG-TRIBHOJA.
           WRITE REG-TRIBHOJA.
           MOVE LINEA-GUIONES TO REG-TRIBHOJA.
           WRITE REG-TRIBHOJA.
           PERFORM VARYING IX-DOC FROM 1 BY 1
                   UNTIL IX-DOC > CANT-DOCENTES
               MOVE TD-LEGAJO (IX-DOC) TO LC-LEGAJO
               MOVE TD-NOMBRE (IX-DOC) TO LC-NOMBRE
               MOVE TD-CARGA (IX-DOC) TO LC-CARGA
               MOVE LINEA-CARGA TO REG-TRIBHOJA
               WRITE REG-TRIBHOJA
           END-PERFORM.
           CLOSE ARCH-TRIBHOJA.

       IMPRIMIR-MESA.
           MOVE TM-MATERIA (IX-MES) TO MATERIA.
           PERFORM OBTENER-NOMBRE-MATERIA.
           MOVE MATERIA-NOMBRE TO LM-MATERIA.
           MOVE TM-LLAMADO (IX-MES) TO LM-LLAMADO.
           MOVE TM-AULA (IX-MES) TO LM-AULA.
           IF TM-CANT-MIEMBROS (IX-MES) = 3
               MOVE SPACES TO LM-ESTADO
           ELSE
               MOVE "INCOMPLETO" TO LM-ESTADO
           END-IF.
           MOVE LINEA-MESA TO REG-TRIBHOJA.
           WRITE REG-TRIBHOJA.
           PERFORM VARYING IX-MIE FROM 1 BY 1 UNTIL IX-MIE > 3
               IF IX-MIE = 1
                   MOVE "PRESIDENTE:" TO LMI-ROL
               ELSE
                   MOVE "VOCAL:" TO LMI-ROL
               END-IF
               IF TM-DOCENTE (IX-MES IX-MIE) > ZERO
                   MOVE TM-DOCENTE (IX-MES IX-MIE) TO IX-DOC
                   MOVE TD-LEGAJO (IX-DOC) TO LMI-LEGAJO
                   MOVE TD-NOMBRE (IX-DOC) TO LMI-NOMBRE
               ELSE
                   MOVE SPACES TO LMI-LEGAJO
                   MOVE "(SIN DOCENTE DISPONIBLE)" TO LMI-NOMBRE
               END-IF
               MOVE LINEA-MIEMBRO TO REG-TRIBHOJA
               WRITE REG-TRIBHOJA
           END-PERFORM.

      *>   ORDENA LAS MESAS POR FECHA, CON INTERCAMBIO DIRECTO (SON
      *>   POCAS), PARA ARMAR LOS TRIBUNALES Y LA HOJA DIA POR DIA
       ORDENAR-POR-FECHA.
           PERFORM VARYING IX-MES FROM 1 BY 1
                   UNTIL IX-MES NOT < CANT-MESAS
               PERFORM VARYING IX-MES2 FROM 1 BY 1
                       UNTIL IX-MES2 > CANT-MESAS - IX-MES
                   IF TM-FECHA (IX-MES2) > TM-FECHA (IX-MES2 + 1)
                       MOVE ENTRADA-MESA (IX-MES2) TO MESA-AUX
                       MOVE ENTRADA-MESA (IX-MES2 + 1)
                         TO ENTRADA-MESA (IX-MES2)
                       MOVE MESA-AUX TO ENTRADA-MESA (IX-MES2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CARGAR-MESAS.
           MOVE "N" TO FIN-MESAS.
           OPEN INPUT ARCH-MESAS.
           IF NOT FS-MESAS-OK
               DISPLAY "NO EXISTE MESAS: NO HAY MESAS A LAS QUE "
                   "ARMAR TRIBUNAL, CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-MESAS = "S"
               READ ARCH-MESAS
                   AT END
                       MOVE "S" TO FIN-MESAS
                       CLOSE ARCH-MESAS
                   NOT AT END
                       IF CANT-MESAS >= 50
                           DISPLAY "ADVERTENCIA: SE IGNORA MESA, "
                               "YA HAY 50 CARGADAS"
                       ELSE
                           ADD 1 TO CANT-MESAS
                           MOVE MES-MATERIA TO TM-MATERIA (CANT-MESAS)
                           MOVE MES-LLAMADO TO TM-LLAMADO (CANT-MESAS)
                           MOVE MES-FECHA TO TM-FECHA (CANT-MESAS)
                           MOVE MES-AULA TO TM-AULA (CANT-MESAS)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-DOCENTES.
           MOVE "N" TO FIN-DOCENTES.
           OPEN INPUT ARCH-DOCENTES.
           IF NOT FS-DOCENTES-OK
               DISPLAY "NO EXISTE EL MAESTRO DE DOCENTES: NO HAY A "
                   "QUIEN SENTAR EN LAS MESAS, CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-DOCENTES = "S"
               READ ARCH-DOCENTES
                   AT END
                       MOVE "S" TO FIN-DOCENTES
                       CLOSE ARCH-DOCENTES
                   NOT AT END
                       IF CANT-DOCENTES >= 30
                           DISPLAY "ADVERTENCIA: SE IGNORA DOCENTE, "
                               "YA HAY 30 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-DOCENTES
                           MOVE DOC-LEGAJO TO
                                TD-LEGAJO (CANT-DOCENTES)
                           MOVE DOC-NOMBRE TO
                                TD-NOMBRE (CANT-DOCENTES)
                           MOVE ZERO TO TD-CARGA (CANT-DOCENTES)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-ASIGNACIONES.
           MOVE "N" TO FIN-ASIGNADOC.
           OPEN INPUT ARCH-ASIGNADOC.
           IF NOT FS-ASIGNADOC-OK
               DISPLAY "NO EXISTE ASIGNADOC: LOS TRIBUNALES SE ARMAN "
                   "SOLO POR CARGA"
               MOVE "S" TO FIN-ASIGNADOC
           END-IF.
           PERFORM UNTIL FIN-ASIGNADOC = "S"
               READ ARCH-ASIGNADOC
                   AT END
                       MOVE "S" TO FIN-ASIGNADOC
                       CLOSE ARCH-ASIGNADOC
                   NOT AT END
                       IF CANT-ASIGNACIONES < 27
                           ADD 1 TO CANT-ASIGNACIONES
                           MOVE ASG-MATERIA TO
                                TG-MATERIA (CANT-ASIGNACIONES)
                           MOVE ASG-DOCENTE TO
                                TG-DOCENTE (CANT-ASIGNACIONES)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-LICENCIAS.
           MOVE "N" TO FIN-LICENCIAS.
           OPEN INPUT ARCH-LICENCIAS.
           IF NOT FS-LICENCIAS-OK
               MOVE "S" TO FIN-LICENCIAS
           END-IF.
           PERFORM UNTIL FIN-LICENCIAS = "S"
               READ ARCH-LICENCIAS
                   AT END
                       MOVE "S" TO FIN-LICENCIAS
                       CLOSE ARCH-LICENCIAS
                   NOT AT END
                       IF CANT-LICENCIAS >= 500
                           DISPLAY "ADVERTENCIA: SE IGNORA LICENCIA, "
                               "YA HAY 500 CARGADAS"
                       ELSE
                           ADD 1 TO CANT-LICENCIAS
                           MOVE LIC-LEGAJO TO
                                TLI-LEGAJO (CANT-LICENCIAS)
                           MOVE LIC-FECHA-DESDE TO
                                TLI-DESDE (CANT-LICENCIAS)
                           MOVE LIC-FECHA-HASTA TO
                                TLI-HASTA (CANT-LICENCIAS)
                       END-IF
               END-READ
           END-PERFORM.

       OBTENER-NOMBRE-MATERIA.
           EVALUATE MATERIA
               WHEN 1 MOVE "ANALISIS MATEMATICO I" TO MATERIA-NOMBRE
               WHEN 2 MOVE "DERECHO ADMINISTRATIVO I" TO MATERIA-NOMBRE
               WHEN 3 MOVE "IMPUESTOS I" TO MATERIA-NOMBRE
               WHEN OTHER MOVE SPACES TO MATERIA-NOMBRE
           END-EVALUATE.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
