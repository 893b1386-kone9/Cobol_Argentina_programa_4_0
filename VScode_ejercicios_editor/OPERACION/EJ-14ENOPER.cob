      *> Indice unico de personas: la misma persona puede estar en
      *> el PADRON (alumno), en MAESEMPL (empleado), en DOCENTES, en
      *> SOCIOS y en PARTICIPANTES, y nada unia esos renglones: no
      *> se podia aplicar el descuento de personal en las cuotas, la
      *> cortesia de socio al docente ni cruzar conflictos de
      *> interes (un socio del convenio con un familiar becado).
      *> Esta corrida nocturna recorre los cinco maestros, saca el
      *> DNI de cada renglon (ver COPYLIB INDPERS), los ordena por
      *> DNI y reconstruye el indexado PERSONAS, un renglon por rol.
      *> Para cada DNI con mas de un renglon compara los datos y
      *> deja en PERSONREP:
      *>   - NOMBRE DISTINTO: el nombre no coincide con el del
      *>     primer rol (se comparan palabras, sin importar el orden
      *>     ni las comas, y alcanza con que uno contenga al otro);
      *>   - CUIT DISTINTO: dos roles con CUIT cargado y distinto;
      *>   - DUPLICADO: el mismo rol con dos identificadores (dos
      *>     legajos de alumno con el mismo DNI, por ejemplo).
      *> Los renglones sin documento utilizable (CUIT en blanco,
      *> socio sin documento, docente sin legajo de personal) no
      *> entran al indice y se listan aparte para que los completen.
      *> Con inconsistencias el estado en CONTROL es INCONSISTE. La
      *> consulta de roles por DNI o CUIT es EJ-15ENOPER.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-14ENOPER.
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
      *>   los cinco maestros de donde salen las personas
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-DOCENTES ASSIGN TO "DOCENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-SOCIOS ASSIGN TO "SOCIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-PARTICIPANTES ASSIGN TO "PARTICIPANTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   ARCHIVO DE TRABAJO DEL SORT
           SELECT ARCH-SORT ASSIGN TO "SORTWK".

      *>   PERSONAS es el indice, reconstruido completo en cada
      *>   corrida (ver COPYLIB INDPERS)
           SELECT ARCH-PERSONAS ASSIGN TO "PERSONAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPE-CLAVE
               FILE STATUS IS WS-FS-PERSONAS.

      *>   PERSONREP es el reporte de inconsistencias
           SELECT ARCH-PERSONREP ASSIGN TO "PERSONREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERSONREP.

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
       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-DOCENTES
           RECORD CONTAINS 65 CHARACTERS.
           COPY DOCENTES.

       FD  ARCH-SOCIOS
           RECORD CONTAINS 69 CHARACTERS.
           COPY SOCIOS.

       FD  ARCH-PARTICIPANTES
           RECORD CONTAINS 69 CHARACTERS.
           COPY PARTMAST.

       SD  ARCH-SORT.
       01  REG-SORT.
           03 SORT-DNI      PIC 9(8).
           03 SORT-ROL      PIC X(12).
           03 SORT-ID       PIC X(10).
           03 SORT-CUIT     PIC X(11).
           03 SORT-NOMBRE   PIC X(41).
           03 SORT-ESTADO   PIC X.

       FD  ARCH-PERSONAS.
           COPY INDPERS.

       FD  ARCH-PERSONREP.
       01  REG-PERSONREP PIC X(160).

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

       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-PERSONAS PIC XX.
           88 FS-PERSONAS-OK VALUE "00".
       01 WS-FS-PERSONREP PIC XX.
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-SORT PIC X VALUE "N".

      *>   LEGAJOS DE PERSONAL CON SU CUIT, PARA DARLE DOCUMENTO AL
      *>   DOCENTE POR SU DOC-LEGAJO-EMPL
       77 CANT-EMPLEADOS PIC 9(4) VALUE ZERO.
       01 TABLA-EMPLEADOS.
           03 EMPLEADO-ENTRY OCCURS 2000 TIMES.
               05 TE-LEGAJO    PIC X(10).
               05 TE-CUIT      PIC X(11).
       77 IX-EMP PIC 9(4) VALUE ZERO.
       77 IX-EMP-HALLADO PIC 9(4) VALUE ZERO.

      *>   DOCUMENTO DEL RENGLON EN ARMADO
       01 CUIT-TRABAJO PIC X(11).
       01 NRO-DOC-TRABAJO PIC 9(11).
       01 NRO-DOC-TEXTO REDEFINES NRO-DOC-TRABAJO PIC X(11).

      *>   ROLES DE UN MISMO DNI, HASTA EL CORTE
       77 DNI-ANTERIOR PIC 9(8) VALUE ZERO.
       77 CANT-GRUPO PIC 99 VALUE ZERO.
       01 TABLA-GRUPO.
           03 GRUPO-ENTRY OCCURS 20 TIMES.
               05 TG-ROL       PIC X(12).
               05 TG-ID        PIC X(10).
               05 TG-CUIT      PIC X(11).
               05 TG-NOMBRE    PIC X(41).
       77 IX-GRU PIC 99 VALUE ZERO.
       77 IX-OTRO PIC 99 VALUE ZERO.
       77 IX-CUIT-REF PIC 99 VALUE ZERO.

      *>   COMPARACION DE NOMBRES POR PALABRAS
       01 NOMBRE-A PIC X(41).
       01 NOMBRE-B PIC X(41).
       01 PALABRAS-A.
           03 PAL-A PIC X(20) OCCURS 6 TIMES.
       01 PALABRAS-B.
           03 PAL-B PIC X(20) OCCURS 6 TIMES.
       77 IX-PA PIC 9 VALUE ZERO.
       77 IX-PB PIC 9 VALUE ZERO.
       77 CANT-PAL-A PIC 9 VALUE ZERO.
       77 CANT-PAL-B PIC 9 VALUE ZERO.
       77 CANT-COINCIDEN PIC 9 VALUE ZERO.
       77 PALABRA-HALLADA PIC X VALUE "N".
       77 NOMBRES-COMPATIBLES PIC X VALUE "S".

       77 CANT-RENGLONES PIC 9(7) VALUE ZERO.
       77 CANT-PERSONAS PIC 9(7) VALUE ZERO.
       77 CANT-MULTIROL PIC 9(7) VALUE ZERO.
       77 CANT-SIN-DOCUMENTO PIC 9(5) VALUE ZERO.
       77 CANT-INCONSISTENCIAS PIC 9(5) VALUE ZERO.
       77 CANT-REPETIDOS PIC 9(5) VALUE ZERO.

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER        PIC X(34)
               VALUE "INDICE UNICO DE PERSONAS, CORRIDA ".
           03 TIT-FECHA     PIC 9(8).
       01 LINEA-SUBTITULO   PIC X(60).
       01 LINEA-INCONS.
           03 INC-DNI       PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 INC-TIPO      PIC X(16).
           03 INC-ROL-A     PIC X(13).
           03 INC-ID-A      PIC X(11).
           03 INC-DATO-A    PIC X(41).
           03 FILLER        PIC X(3) VALUE " / ".
           03 INC-ROL-B     PIC X(13).
           03 INC-ID-B      PIC X(11).
           03 INC-DATO-B    PIC X(41).
       01 LINEA-SINDOC.
           03 FILLER        PIC X(15) VALUE "SIN DOCUMENTO: ".
           03 SD-ROL        PIC X(13).
           03 SD-ID         PIC X(11).
           03 SD-NOMBRE     PIC X(41).
       01 LINEA-TOTALES-1.
           03 FILLER        PIC X(22) VALUE "RENGLONES EN INDICE: ".
           03 TOT-RENGLONES PIC Z(6)9.
           03 FILLER        PIC X(13) VALUE "  PERSONAS: ".
           03 TOT-PERSONAS  PIC Z(6)9.
           03 FILLER        PIC X(24) VALUE "  CON MAS DE UN ROL: ".
           03 TOT-MULTIROL  PIC Z(6)9.
       01 LINEA-TOTALES-2.
           03 FILLER        PIC X(18) VALUE "INCONSISTENCIAS: ".
           03 TOT-INCONS    PIC Z(4)9.
           03 FILLER        PIC X(18) VALUE "  SIN DOCUMENTO: ".
           03 TOT-SINDOC    PIC Z(4)9.
           03 FILLER        PIC X(16) VALUE "  REPETIDOS: ".
           03 TOT-REPETIDOS PIC Z(4)9.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-14ENOPER" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "INDICE UNICO DE PERSONAS"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-EMPLEADOS.

           OPEN OUTPUT ARCH-PERSONREP.
           ACCEPT TIT-FECHA FROM DATE YYYYMMDD.
           MOVE LINEA-TITULO TO REG-PERSONREP.
           WRITE REG-PERSONREP.
           MOVE SPACES TO REG-PERSONREP.
           WRITE REG-PERSONREP.

           OPEN OUTPUT ARCH-PERSONAS.
           SORT ARCH-SORT
               ON ASCENDING KEY SORT-DNI
               ON ASCENDING KEY SORT-ROL
               ON ASCENDING KEY SORT-ID
               INPUT PROCEDURE IS ALIMENTAR-SORT
               OUTPUT PROCEDURE IS GRABAR-INDICE.
           CLOSE ARCH-PERSONAS.

           MOVE SPACES TO REG-PERSONREP.
           WRITE REG-PERSONREP.
           MOVE CANT-RENGLONES TO TOT-RENGLONES.
           MOVE CANT-PERSONAS TO TOT-PERSONAS.
           MOVE CANT-MULTIROL TO TOT-MULTIROL.
           MOVE LINEA-TOTALES-1 TO REG-PERSONREP.
           WRITE REG-PERSONREP.
           MOVE CANT-INCONSISTENCIAS TO TOT-INCONS.
           MOVE CANT-SIN-DOCUMENTO TO TOT-SINDOC.
           MOVE CANT-REPETIDOS TO TOT-REPETIDOS.
           MOVE LINEA-TOTALES-2 TO REG-PERSONREP.
           WRITE REG-PERSONREP.
           CLOSE ARCH-PERSONREP.

           DISPLAY LINEA-TOTALES-1.
           DISPLAY LINEA-TOTALES-2.
           DISPLAY "EL DETALLE QUEDO EN PERSONREP".
           MOVE "EJ-14ENOPER" TO CTL-JOB.
           MOVE CANT-RENGLONES TO CTL-CANT-REG.
           IF CANT-INCONSISTENCIAS > ZERO
               MOVE "INCONSISTE" TO CTL-ESTADO
           ELSE
               MOVE "OK" TO CTL-ESTADO
           END-IF.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       CARGAR-EMPLEADOS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF CANT-EMPLEADOS >= 2000
                           DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO "
                               MAE-LEGAJO " PARA LOS DOCENTES, YA "
                               "HAY 2000 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-EMPLEADOS
                           MOVE MAE-LEGAJO TO
                                TE-LEGAJO (CANT-EMPLEADOS)
                           MOVE MAE-CUIT TO TE-CUIT (CANT-EMPLEADOS)
                       END-IF
               END-READ
           END-PERFORM.

      *>   RECORRE LOS CINCO MAESTROS Y ENTREGA AL SORT UN RENGLON
      *>   POR ROL CON SU DNI
       ALIMENTAR-SORT.
           PERFORM ALIMENTAR-PADRON.
           PERFORM ALIMENTAR-MAESTRO.
           PERFORM ALIMENTAR-DOCENTES.
           PERFORM ALIMENTAR-SOCIOS.
           PERFORM ALIMENTAR-PARTICIPANTES.

       ALIMENTAR-PADRON.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE EL PADRON: SIN ALUMNOS EN EL INDICE"
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-PADRON
                   NOT AT END
                       MOVE "ALUMNO" TO SORT-ROL
                       MOVE PAD-LEGAJO TO SORT-ID
                       MOVE SPACES TO SORT-CUIT
                       MOVE SPACES TO SORT-NOMBRE
                       STRING PAD-APELLIDO DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           PAD-NOMBRE DELIMITED BY "  "
                           INTO SORT-NOMBRE
                       IF PAD-ESTADO = "I"
                           MOVE "I" TO SORT-ESTADO
                       ELSE
                           MOVE "A" TO SORT-ESTADO
                       END-IF
                       IF PAD-DNI NUMERIC AND PAD-DNI > ZERO
                           MOVE PAD-DNI TO SORT-DNI
                           RELEASE REG-SORT
                       ELSE
                           PERFORM LISTAR-SIN-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       ALIMENTAR-MAESTRO.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE MAESEMPL: SIN EMPLEADOS EN EL "
                   "INDICE"
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       MOVE "EMPLEADO" TO SORT-ROL
                       MOVE MAE-LEGAJO TO SORT-ID
                       MOVE MAE-NOMBRE TO SORT-NOMBRE
                       IF MAE-ESTADO = "I"
                           MOVE "I" TO SORT-ESTADO
                       ELSE
                           MOVE "A" TO SORT-ESTADO
                       END-IF
                       MOVE MAE-CUIT TO CUIT-TRABAJO
                       PERFORM ENTREGAR-POR-CUIT
               END-READ
           END-PERFORM.

      *>   EL DOCENTE NO TIENE DOCUMENTO PROPIO: LO TOMA DEL LEGAJO
      *>   DE PERSONAL POR EL QUE COBRA
       ALIMENTAR-DOCENTES.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-DOCENTES.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE DOCENTES: SIN DOCENTES EN EL INDICE"
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-DOCENTES
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-DOCENTES
                   NOT AT END
                       MOVE "DOCENTE" TO SORT-ROL
                       MOVE DOC-LEGAJO TO SORT-ID
                       MOVE DOC-NOMBRE TO SORT-NOMBRE
                       MOVE "A" TO SORT-ESTADO
                       MOVE ZERO TO IX-EMP-HALLADO
                       IF DOC-LEGAJO-EMPL NOT = SPACES
                           PERFORM VARYING IX-EMP FROM 1 BY 1
                                   UNTIL IX-EMP > CANT-EMPLEADOS
                               IF TE-LEGAJO (IX-EMP) = DOC-LEGAJO-EMPL
                                   MOVE IX-EMP TO IX-EMP-HALLADO
                               END-IF
                           END-PERFORM
                       END-IF
                       IF IX-EMP-HALLADO > ZERO
                           MOVE TE-CUIT (IX-EMP-HALLADO)
                             TO CUIT-TRABAJO
                       ELSE
                           MOVE SPACES TO CUIT-TRABAJO
                       END-IF
                       PERFORM ENTREGAR-POR-CUIT
               END-READ
           END-PERFORM.

      *>   EL SOCIO TRAE TIPO Y NUMERO DE DOCUMENTO (CODIGOS AFIP):
      *>   80/86 ES CUIT/CUIL, 96 ES DNI
       ALIMENTAR-SOCIOS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-SOCIOS.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE SOCIOS: SIN SOCIOS EN EL INDICE"
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-SOCIOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-SOCIOS
                   NOT AT END
                       MOVE "SOCIO" TO SORT-ROL
                       MOVE SOC-NUMERO TO SORT-ID
                       MOVE SOC-NOMBRE TO SORT-NOMBRE
                       MOVE "A" TO SORT-ESTADO
                       MOVE SPACES TO CUIT-TRABAJO
                       IF SOC-NRO-DOC NUMERIC
                           MOVE SOC-NRO-DOC TO NRO-DOC-TRABAJO
                           EVALUATE SOC-TIPO-DOC
                               WHEN 80
                               WHEN 86
                                   MOVE NRO-DOC-TEXTO TO CUIT-TRABAJO
                               WHEN 96
                                   MOVE "00" TO CUIT-TRABAJO (1:2)
                                   MOVE NRO-DOC-TEXTO (4:8)
                                     TO CUIT-TRABAJO (3:8)
                                   MOVE "0" TO CUIT-TRABAJO (11:1)
                           END-EVALUATE
                       END-IF
                       PERFORM ENTREGAR-POR-CUIT
               END-READ
           END-PERFORM.

       ALIMENTAR-PARTICIPANTES.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-PARTICIPANTES.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE PARTICIPANTES: SIN SOCIOS DEL "
                   "CONVENIO EN EL INDICE"
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-PARTICIPANTES
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-PARTICIPANTES
                   NOT AT END
                       MOVE "PARTICIPANTE" TO SORT-ROL
                       MOVE PM-LETRA TO SORT-ID
                       MOVE PM-NOMBRE TO SORT-NOMBRE
                       MOVE "A" TO SORT-ESTADO
                       MOVE PM-CUIT TO CUIT-TRABAJO
                       PERFORM ENTREGAR-POR-CUIT
               END-READ
           END-PERFORM.

      *>   EL DNI SON LAS POSICIONES 3 A 10 DEL CUIT/CUIL; UN CUIT
      *>   ARMADO DESDE UN DNI SOLO (PREFIJO 00) NO SE GUARDA COMO
      *>   CUIT. SIN DOCUMENTO NUMERICO EL RENGLON NO ENTRA
       ENTREGAR-POR-CUIT.
           IF CUIT-TRABAJO IS NUMERIC
              AND CUIT-TRABAJO (3:8) NOT = "00000000"
               MOVE CUIT-TRABAJO (3:8) TO SORT-DNI
               IF CUIT-TRABAJO (1:2) = "00"
                   MOVE SPACES TO SORT-CUIT
               ELSE
                   MOVE CUIT-TRABAJO TO SORT-CUIT
               END-IF
               RELEASE REG-SORT
           ELSE
               PERFORM LISTAR-SIN-DOCUMENTO
           END-IF.

       LISTAR-SIN-DOCUMENTO.
           ADD 1 TO CANT-SIN-DOCUMENTO.
           MOVE SORT-ROL TO SD-ROL.
           MOVE SORT-ID TO SD-ID.
           MOVE SORT-NOMBRE TO SD-NOMBRE.
           MOVE LINEA-SINDOC TO REG-PERSONREP.
           WRITE REG-PERSONREP.

      *>   RECIBE LOS RENGLONES ORDENADOS POR DNI, LOS GRABA EN EL
      *>   INDICE Y, EN CADA CORTE DE DNI, REVISA LOS ROLES JUNTOS
       GRABAR-INDICE.
           MOVE "N" TO FIN-SORT.
           MOVE ZERO TO CANT-GRUPO.
           PERFORM UNTIL FIN-SORT = "S"
               RETURN ARCH-SORT
                   AT END
                       MOVE "S" TO FIN-SORT
                   NOT AT END
                       IF CANT-GRUPO > ZERO
                          AND SORT-DNI NOT = DNI-ANTERIOR
                           PERFORM REVISAR-GRUPO
                       END-IF
                       PERFORM GRABAR-PERSONA
               END-RETURN
           END-PERFORM.
           IF CANT-GRUPO > ZERO
               PERFORM REVISAR-GRUPO
           END-IF.

       GRABAR-PERSONA.
           MOVE SORT-DNI TO IPE-DNI.
           MOVE SORT-ROL TO IPE-ROL.
           MOVE SORT-ID TO IPE-ID.
           MOVE SORT-CUIT TO IPE-CUIT.
           MOVE SORT-NOMBRE TO IPE-NOMBRE.
           MOVE SORT-ESTADO TO IPE-ESTADO.
           WRITE REG-PERSONA
               INVALID KEY
                   DISPLAY "ADVERTENCIA: " SORT-ROL " " SORT-ID
                       " REPETIDO CON DNI " SORT-DNI
                       ", SE IGNORA EL SEGUNDO"
                   ADD 1 TO CANT-REPETIDOS
               NOT INVALID KEY
                   ADD 1 TO CANT-RENGLONES
                   MOVE SORT-DNI TO DNI-ANTERIOR
                   IF CANT-GRUPO < 20
                       ADD 1 TO CANT-GRUPO
                       MOVE SORT-ROL TO TG-ROL (CANT-GRUPO)
                       MOVE SORT-ID TO TG-ID (CANT-GRUPO)
                       MOVE SORT-CUIT TO TG-CUIT (CANT-GRUPO)
                       MOVE SORT-NOMBRE TO TG-NOMBRE (CANT-GRUPO)
                   END-IF
           END-WRITE.

      *>   TODOS LOS ROLES DE UN DNI: EL NOMBRE SE COMPARA CONTRA EL
      *>   DEL PRIMER ROL, EL CUIT CONTRA EL PRIMERO CARGADO, Y UN
      *>   ROL REPETIDO CON OTRO IDENTIFICADOR ES UN DUPLICADO
       REVISAR-GRUPO.
           ADD 1 TO CANT-PERSONAS.
           IF CANT-GRUPO > 1
               ADD 1 TO CANT-MULTIROL
           END-IF.
           MOVE ZERO TO IX-CUIT-REF.
           PERFORM VARYING IX-GRU FROM 1 BY 1
                   UNTIL IX-GRU > CANT-GRUPO
               IF IX-GRU > 1
                   MOVE TG-NOMBRE (1) TO NOMBRE-A
                   MOVE TG-NOMBRE (IX-GRU) TO NOMBRE-B
                   PERFORM COMPARAR-NOMBRES
                   IF NOMBRES-COMPATIBLES = "N"
                       MOVE "NOMBRE DISTINTO" TO INC-TIPO
                       MOVE 1 TO IX-OTRO
                       MOVE TG-NOMBRE (1) TO INC-DATO-A
                       MOVE TG-NOMBRE (IX-GRU) TO INC-DATO-B
                       PERFORM LISTAR-INCONSISTENCIA
                   END-IF
               END-IF
               IF TG-CUIT (IX-GRU) NOT = SPACES
                   IF IX-CUIT-REF = ZERO
                       MOVE IX-GRU TO IX-CUIT-REF
                   ELSE
                       IF TG-CUIT (IX-GRU) NOT = TG-CUIT (IX-CUIT-REF)
                           MOVE "CUIT DISTINTO" TO INC-TIPO
                           MOVE IX-CUIT-REF TO IX-OTRO
                           MOVE TG-CUIT (IX-CUIT-REF) TO INC-DATO-A
                           MOVE TG-CUIT (IX-GRU) TO INC-DATO-B
                           PERFORM LISTAR-INCONSISTENCIA
                       END-IF
                   END-IF
               END-IF
               IF IX-GRU > 1
                   IF TG-ROL (IX-GRU) = TG-ROL (IX-GRU - 1)
                       MOVE "DUPLICADO" TO INC-TIPO
                       COMPUTE IX-OTRO = IX-GRU - 1
                       MOVE TG-NOMBRE (IX-OTRO) TO INC-DATO-A
                       MOVE TG-NOMBRE (IX-GRU) TO INC-DATO-B
                       PERFORM LISTAR-INCONSISTENCIA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO CANT-GRUPO.

       LISTAR-INCONSISTENCIA.
           ADD 1 TO CANT-INCONSISTENCIAS.
           MOVE DNI-ANTERIOR TO INC-DNI.
           MOVE TG-ROL (IX-OTRO) TO INC-ROL-A.
           MOVE TG-ID (IX-OTRO) TO INC-ID-A.
           MOVE TG-ROL (IX-GRU) TO INC-ROL-B.
           MOVE TG-ID (IX-GRU) TO INC-ID-B.
           MOVE LINEA-INCONS TO REG-PERSONREP.
           WRITE REG-PERSONREP.

      *>   DOS NOMBRES SON COMPATIBLES SI TODAS LAS PALABRAS DEL MAS
      *>   CORTO ESTAN EN EL OTRO ("PEREZ, JUAN" Y "JUAN CARLOS
      *>   PEREZ" LO SON; "PEREZ JUAN" Y "GOMEZ JUAN" NO)
       COMPARAR-NOMBRES.
           INSPECT NOMBRE-A REPLACING ALL "," BY SPACE
                                      ALL "." BY SPACE.
           INSPECT NOMBRE-B REPLACING ALL "," BY SPACE
                                      ALL "." BY SPACE.
           MOVE SPACES TO PALABRAS-A.
           MOVE SPACES TO PALABRAS-B.
           UNSTRING NOMBRE-A DELIMITED BY ALL SPACE
               INTO PAL-A (1) PAL-A (2) PAL-A (3)
                    PAL-A (4) PAL-A (5) PAL-A (6).
           UNSTRING NOMBRE-B DELIMITED BY ALL SPACE
               INTO PAL-B (1) PAL-B (2) PAL-B (3)
                    PAL-B (4) PAL-B (5) PAL-B (6).
           MOVE ZERO TO CANT-PAL-A.
           MOVE ZERO TO CANT-PAL-B.
           MOVE ZERO TO CANT-COINCIDEN.
           PERFORM VARYING IX-PA FROM 1 BY 1 UNTIL IX-PA > 6
               IF PAL-A (IX-PA) NOT = SPACES
                   ADD 1 TO CANT-PAL-A
               END-IF
               IF PAL-B (IX-PA) NOT = SPACES
                   ADD 1 TO CANT-PAL-B
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-PA FROM 1 BY 1 UNTIL IX-PA > 6
               IF PAL-A (IX-PA) NOT = SPACES
                   MOVE "N" TO PALABRA-HALLADA
                   PERFORM VARYING IX-PB FROM 1 BY 1 UNTIL IX-PB > 6
                       IF PAL-B (IX-PB) = PAL-A (IX-PA)
                           MOVE "S" TO PALABRA-HALLADA
                       END-IF
                   END-PERFORM
                   IF PALABRA-HALLADA = "S"
                       ADD 1 TO CANT-COINCIDEN
                   END-IF
               END-IF
           END-PERFORM.
           IF CANT-COINCIDEN = CANT-PAL-A
              OR CANT-COINCIDEN = CANT-PAL-B
               MOVE "S" TO NOMBRES-COMPATIBLES
           ELSE
               MOVE "N" TO NOMBRES-COMPATIBLES
           END-IF.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
