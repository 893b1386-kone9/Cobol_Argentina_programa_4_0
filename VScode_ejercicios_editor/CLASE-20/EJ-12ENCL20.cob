      *> Ficha integral del alumno: para contestarle a un alumno en la
      *> ventanilla habia que correr o grepear seis salidas distintas
      *> (LISTADO, ESPERA, CUOTAS/MOROSOS, TRANSCRIPT, STANDING y
      *> REGULARIDAD). Esta consulta toma un legajo y arma en FICHA
      *> una sola hoja con todo lo que se sabe del alumno: datos del
      *> padron y carrera, situacion academica, comisiones del
      *> termino con horario y aula de MATERIAS, lugar en las listas
      *> de espera, asistencia por materia, inscripciones a examen,
      *> notas y promedio del TRANSCRIPT, cuotas pendientes y
      *> convenio vigente, beca y los ultimos avisos del buzon
      *> NOTIFICACIONES. No modifica ningun archivo.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-12ENCL20.
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
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

           SELECT ARCH-CARRERAS ASSIGN TO "CARRERAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARRERAS.

           SELECT ARCH-STANDING ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STANDING.

      *>   LISTADO y MATERIAS dan las comisiones del termino con su
      *>   horario y aula
           SELECT ARCH-LISTADO ASSIGN TO "LISTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT ARCH-MATERIAS ASSIGN TO "MATERIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATERIAS.

           SELECT ARCH-ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESPERA.

      *>   ASISACUM trae la asistencia acumulada del termino y
      *>   REGULARIDAD la condicion del ultimo fin de termino
           SELECT ARCH-ASISACUM ASSIGN TO "ASISACUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASISACUM.

           SELECT ARCH-REGULARIDAD ASSIGN TO "REGULARIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGULARIDAD.

      *>   EXAMINSC y MESAS dan las inscripciones a examen con la
      *>   fecha de cada mesa
           SELECT ARCH-EXAMINSC ASSIGN TO "EXAMINSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXAMINSC.

           SELECT ARCH-MESAS ASSIGN TO "MESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESAS.

           SELECT ARCH-TRANSCRIPT ASSIGN TO "TRANSCRIPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSCRIPT.

      *>   CUOTAS, CONVENIOS y CONVCUOTAS dan la deuda del alumno
           SELECT ARCH-CUOTAS ASSIGN TO "CUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUOTAS.

           SELECT ARCH-CONVENIOS ASSIGN TO "CONVENIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONVENIOS.

           SELECT ARCH-CONVCUOTAS ASSIGN TO "CONVCUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONVCUOTAS.

           SELECT ARCH-BECADOS ASSIGN TO "BECADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BECADOS.

           SELECT ARCH-NOTIFICACIONES ASSIGN TO "NOTIFICACIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFICACIONES.

      *>   FICHA lleva la hoja armada, lista para imprimir
           SELECT ARCH-FICHA ASSIGN TO "FICHA"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   OPERADORES es el maestro de acceso (ver COPYLIB OPERPR)
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

       FD  ARCH-CARRERAS
           RECORD CONTAINS 35 CHARACTERS.
           COPY CARRERAS.

       FD  ARCH-STANDING
           RECORD CONTAINS 60 CHARACTERS.
           COPY STANDING.

       FD  ARCH-LISTADO
           RECORD CONTAINS 36 CHARACTERS.
           COPY LISTADO.

       FD  ARCH-MATERIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY MATERIAS.

       FD  ARCH-ESPERA
           RECORD CONTAINS 36 CHARACTERS.
           COPY ESPERA.

       FD  ARCH-ASISACUM
           RECORD CONTAINS 17 CHARACTERS.
           COPY ASISACUM.

       FD  ARCH-REGULARIDAD
           RECORD CONTAINS 29 CHARACTERS.
           COPY REGULARI.

       FD  ARCH-EXAMINSC
           RECORD CONTAINS 12 CHARACTERS.
           COPY EXAMINSC.

       FD  ARCH-MESAS
           RECORD CONTAINS 15 CHARACTERS.
           COPY MESAS.

       FD  ARCH-TRANSCRIPT
           RECORD CONTAINS 51 CHARACTERS.
           COPY TRANSCRI.

       FD  ARCH-CUOTAS.
       01  REG-CUOTA.
           03 CUO-LEGAJO      PIC X(10).
           03 CUO-MATERIA     PIC 9.
           03 CUO-IMPORTE     PIC 9(7)V99.
           03 CUO-VENCIMIENTO PIC 9(8).
           03 CUO-ESTADO      PIC X(9).

       FD  ARCH-CONVENIOS
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONVENIO.

       FD  ARCH-CONVCUOTAS
           RECORD CONTAINS 41 CHARACTERS.
           COPY CONVCUOT.

       FD  ARCH-BECADOS
           RECORD CONTAINS 20 CHARACTERS.
           COPY BECADOS.

       FD  ARCH-NOTIFICACIONES
           RECORD CONTAINS 73 CHARACTERS.
           COPY NOTIFIC.

       FD  ARCH-FICHA.
       01  REG-FICHA PIC X(80).

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

       01 LEGAJO-PEDIDO PIC X(10) VALUE SPACES.
       01 ALUMNO-EN-PADRON PIC X VALUE "N".
       01 ALUMNO-CARRERA PIC X(3) VALUE SPACES.
       01 NOMBRE-CARRERA PIC X(30) VALUE SPACES.
       01 NOMBRE-COMPLETO PIC X(42) VALUE SPACES.
       01 FECHA-CONSULTA PIC 9(8) VALUE ZERO.
       01 RENGLONES-SECCION PIC 999 COMP VALUE ZERO.
       01 RENGLONES-FICHA PIC 9(5) COMP VALUE ZERO.

      *>   MATERIA EN CURSO (CODIGO Y NOMBRE, VER MAESTRO MATERIAS)
       01 MATERIA PIC 9 VALUE ZERO.
       01 MATERIA-NOMBRE PIC X(25) VALUE SPACES.

      *>   MATERIAS Y COMISIONES EN MEMORIA PARA HORARIO Y AULA
       01 CANT-MATERIAS PIC 99 COMP VALUE ZERO.
       01 TABLA-MATERIAS.
           03 ENTRADA-MATERIA OCCURS 50 TIMES.
               05 TM-CODIGO   PIC 9.
               05 TM-COMISION PIC 9.
               05 TM-HORARIO  PIC X(10).
               05 TM-AULA     PIC X(5).
       01 IX-MAT PIC 99 COMP VALUE ZERO.

      *>   MESAS EN MEMORIA PARA LA FECHA DE CADA INSCRIPCION
       01 CANT-MESAS PIC 99 COMP VALUE ZERO.
       01 TABLA-MESAS.
           03 ENTRADA-MESA OCCURS 50 TIMES.
               05 TMS-MATERIA PIC 9.
               05 TMS-LLAMADO PIC 9.
               05 TMS-FECHA   PIC 9(8).
       01 IX-MES PIC 99 COMP VALUE ZERO.

      *>   LARGO DE CADA LISTA DE ESPERA LEIDA HASTA EL MOMENTO: EL
      *>   LUGAR DEL ALUMNO ES EL LARGO CUANDO APARECE SU RENGLON
       01 CANT-LISTAS PIC 99 COMP VALUE ZERO.
       01 TABLA-LISTAS.
           03 ENTRADA-LISTA OCCURS 50 TIMES.
               05 TLE-MATERIA  PIC X(25).
               05 TLE-COMISION PIC 9.
               05 TLE-LARGO    PIC 999.
       01 IX-LIS PIC 99 COMP VALUE ZERO.
       01 IX-LIS-HALLADA PIC 99 COMP VALUE ZERO.

      *>   CONDICION DE REGULARIDAD POR MATERIA DEL ALUMNO
       01 CONDICION-MATERIA.
           03 CONDICION-DE OCCURS 9 TIMES PIC X(7).

      *>   PROMEDIO DEL TRANSCRIPT (MISMO CRITERIO QUE EL EGRESO: LA
      *>   EQUIVALENCIA SIN NOTA NO ENTRA AL PROMEDIO)
       01 SUMA-NOTAS PIC 9(5)V99 VALUE ZERO.
       01 CANT-NOTAS PIC 999 COMP VALUE ZERO.
       01 PROMEDIO-ALUMNO PIC 99V99 VALUE ZERO.
       01 PORCENTAJE PIC 999V99 VALUE ZERO.

      *>   DEUDA
       01 TOTAL-CUOTAS PIC 9(9)V99 VALUE ZERO.
       01 CANT-CUOTAS-PEND PIC 999 COMP VALUE ZERO.
       01 CANT-CONVENIOS PIC 9 VALUE ZERO.
       01 TABLA-CONVENIOS.
           03 CONVENIO-VIGENTE OCCURS 9 TIMES PIC 9(3).
       01 IX-CNV PIC 9 COMP VALUE ZERO.
       01 CONVENIO-ES-VIGENTE PIC X VALUE "N".
       01 TOTAL-CONVENIO PIC 9(9)V99 VALUE ZERO.
       01 CANT-CONVCUOTAS-PEND PIC 999 COMP VALUE ZERO.

      *>   ULTIMOS AVISOS DEL BUZON (LOS 5 MAS NUEVOS DEL LEGAJO)
       01 CANT-AVISOS PIC 9 COMP VALUE ZERO.
       01 TABLA-AVISOS.
           03 ENTRADA-AVISO OCCURS 5 TIMES.
               05 TAV-FECHA PIC 9(8).
               05 TAV-TIPO  PIC X(12).
               05 TAV-TEXTO PIC X(40).
       01 IX-AVI PIC 9 COMP VALUE ZERO.
       01 IX-AVI-SIG PIC 9 COMP VALUE ZERO.

       01 FIN-ARCHIVO PIC X VALUE "N".

       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-CARRERAS PIC XX.
           88 FS-CARRERAS-OK VALUE "00".
       01 WS-FS-STANDING PIC XX.
           88 FS-STANDING-OK VALUE "00".
       01 WS-FS-LISTADO PIC XX.
           88 FS-LISTADO-OK VALUE "00".
       01 WS-FS-MATERIAS PIC XX.
           88 FS-MATERIAS-OK VALUE "00".
       01 WS-FS-ESPERA PIC XX.
           88 FS-ESPERA-OK VALUE "00".
       01 WS-FS-ASISACUM PIC XX.
           88 FS-ASISACUM-OK VALUE "00".
       01 WS-FS-REGULARIDAD PIC XX.
           88 FS-REGULARIDAD-OK VALUE "00".
       01 WS-FS-EXAMINSC PIC XX.
           88 FS-EXAMINSC-OK VALUE "00".
       01 WS-FS-MESAS PIC XX.
           88 FS-MESAS-OK VALUE "00".
       01 WS-FS-TRANSCRIPT PIC XX.
           88 FS-TRANSCRIPT-OK VALUE "00".
       01 WS-FS-CUOTAS PIC XX.
           88 FS-CUOTAS-OK VALUE "00".
       01 WS-FS-CONVENIOS PIC XX.
           88 FS-CONVENIOS-OK VALUE "00".
       01 WS-FS-CONVCUOTAS PIC XX.
           88 FS-CONVCUOTAS-OK VALUE "00".
       01 WS-FS-BECADOS PIC XX.
           88 FS-BECADOS-OK VALUE "00".
       01 WS-FS-NOTIFICACIONES PIC XX.
           88 FS-NOTIFICACIONES-OK VALUE "00".
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   LINEAS ARMADAS DE LA FICHA
       01 LINEA-TITULO.
           03 FILLER       PIC X(28) VALUE
              "FICHA INTEGRAL DEL ALUMNO - ".
           03 TIT-LEGAJO   PIC X(10).
           03 FILLER       PIC X(4) VALUE SPACES.
           03 FILLER       PIC X(7) VALUE "FECHA: ".
           03 TIT-FECHA    PIC 9(8).
       01 LINEA-SECCION.
           03 FILLER       PIC X(4) VALUE "--- ".
           03 SEC-TITULO   PIC X(40).
       01 LINEA-DATO.
           03 FILLER       PIC XX VALUE SPACES.
           03 DAT-ROTULO   PIC X(20).
           03 DAT-VALOR    PIC X(50).
       01 LINEA-COMISION.
           03 FILLER       PIC XX VALUE SPACES.
           03 COM-MATERIA  PIC X(25).
           03 FILLER       PIC X(10) VALUE " COMISION ".
           03 COM-COMISION PIC 9.
           03 FILLER       PIC X(10) VALUE "  HORARIO ".
           03 COM-HORARIO  PIC X(10).
           03 FILLER       PIC X(7) VALUE "  AULA ".
           03 COM-AULA     PIC X(5).
       01 LINEA-ESPERA.
           03 FILLER       PIC XX VALUE SPACES.
           03 ESL-MATERIA  PIC X(25).
           03 FILLER       PIC X(10) VALUE " COMISION ".
           03 ESL-COMISION PIC 9.
           03 FILLER       PIC X(10) VALUE "  LUGAR N.".
           03 ESL-LUGAR    PIC ZZ9.
       01 LINEA-ASISTENCIA.
           03 FILLER       PIC XX VALUE SPACES.
           03 ASL-MATERIA  PIC X(25).
           03 FILLER       PIC X VALUE SPACE.
           03 ASL-PRESENTES PIC ZZ9.
           03 FILLER       PIC X VALUE "/".
           03 ASL-CLASES   PIC ZZ9.
           03 FILLER       PIC X(9) VALUE " CLASES  ".
           03 ASL-PORCENTAJE PIC ZZ9.99.
           03 FILLER       PIC X(3) VALUE "%  ".
           03 ASL-CONDICION PIC X(7).
       01 LINEA-EXAMEN.
           03 FILLER       PIC XX VALUE SPACES.
           03 EXL-MATERIA  PIC X(25).
           03 FILLER       PIC X(10) VALUE "  LLAMADO ".
           03 EXL-LLAMADO  PIC 9.
           03 FILLER       PIC X(8) VALUE "  FECHA ".
           03 EXL-FECHA    PIC X(8).
       01 LINEA-NOTA.
           03 FILLER       PIC XX VALUE SPACES.
           03 NTL-TERMINO  PIC X(6).
           03 FILLER       PIC X VALUE SPACE.
           03 NTL-MATERIA  PIC X(30).
           03 FILLER       PIC X VALUE SPACE.
           03 NTL-NOTA     PIC X(6).
       01 LINEA-CUOTA.
           03 FILLER       PIC XX VALUE SPACES.
           03 CUL-MATERIA  PIC X(25).
           03 FILLER       PIC X(6) VALUE " VTO. ".
           03 CUL-VENCIMIENTO PIC 9(8).
           03 FILLER       PIC X(3) VALUE "  $".
           03 CUL-IMPORTE  PIC Z(6)9.99.
       01 LINEA-AVISO.
           03 FILLER       PIC XX VALUE SPACES.
           03 AVL-FECHA    PIC 9(8).
           03 FILLER       PIC X VALUE SPACE.
           03 AVL-TIPO     PIC X(12).
           03 FILLER       PIC X VALUE SPACE.
           03 AVL-TEXTO    PIC X(40).
       01 LINEA-NADA PIC X(30) VALUE "  (SIN DATOS)".
       01 NOTA-EDIT PIC Z9.99.
       01 IMPORTE-EDIT PIC Z(8)9.99.
       01 NUMERO-EDIT PIC ZZ9.
       01 LINEA-GUIONES PIC X(72) VALUE ALL "-".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   DIGITO VERIFICADOR DEL LEGAJO (VER COPYLIB DIGVPROC)
           COPY DIGVPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de consultar nada (ver COPYLIB OPERPR)
           MOVE "EJ-12ENCL20" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "FICHA INTEGRAL DEL ALUMNO"
           DISPLAY "-------------------------------------------------".

           ACCEPT FECHA-CONSULTA FROM DATE YYYYMMDD.
           DISPLAY "LEGAJO: ".
           ACCEPT LEGAJO-PEDIDO.
           MOVE LEGAJO-PEDIDO TO WS-DV-LEGAJO.
           PERFORM VERIFICAR-DIGITO-LEGAJO.
           IF WS-DV-VALIDO = "N"
               DISPLAY "DIGITO VERIFICADOR DEL LEGAJO INVALIDO, NO SE "
                   "ARMA LA FICHA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

           OPEN OUTPUT ARCH-FICHA.
           MOVE LEGAJO-PEDIDO TO TIT-LEGAJO.
           MOVE FECHA-CONSULTA TO TIT-FECHA.
           MOVE LINEA-GUIONES TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           MOVE LINEA-TITULO TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           MOVE LINEA-GUIONES TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.

           PERFORM FICHA-DATOS-PERSONALES.
           IF ALUMNO-EN-PADRON = "N"
               MOVE "  EL LEGAJO NO ESTA EN EL PADRON" TO REG-FICHA
               PERFORM GRABAR-LINEA-FICHA
           END-IF.
           PERFORM FICHA-CURSADA.
           PERFORM FICHA-ESPERA.
           PERFORM FICHA-ASISTENCIA.
           PERFORM FICHA-EXAMENES.
           PERFORM FICHA-NOTAS.
           PERFORM FICHA-CUOTAS.
           PERFORM FICHA-BECA.
           PERFORM FICHA-AVISOS.
           MOVE LINEA-GUIONES TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           CLOSE ARCH-FICHA.

           DISPLAY "FICHA DEL LEGAJO " LEGAJO-PEDIDO " EN FICHA".
           MOVE RENGLONES-FICHA TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       GRABAR-LINEA-FICHA.
           WRITE REG-FICHA.
           ADD 1 TO RENGLONES-FICHA.

       ABRIR-SECCION.
      *>   EL QUE LLAMA DEJA EL TITULO EN SEC-TITULO
           MOVE SPACES TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           MOVE LINEA-SECCION TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           MOVE ZERO TO RENGLONES-SECCION.

       CERRAR-SECCION.
           IF RENGLONES-SECCION = ZERO
               MOVE LINEA-NADA TO REG-FICHA
               PERFORM GRABAR-LINEA-FICHA
           END-IF.

       GRABAR-DATO.
      *>   EL QUE LLAMA DEJA DAT-ROTULO Y DAT-VALOR
           MOVE LINEA-DATO TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           ADD 1 TO RENGLONES-SECCION.

       FICHA-DATOS-PERSONALES.
           MOVE "DATOS PERSONALES" TO SEC-TITULO.
           PERFORM ABRIR-SECCION.
           MOVE "N" TO ALUMNO-EN-PADRON.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-PADRON-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF PAD-LEGAJO = LEGAJO-PEDIDO
                           MOVE "S" TO ALUMNO-EN-PADRON
                           MOVE "S" TO FIN-ARCHIVO
                           CLOSE ARCH-PADRON
                           PERFORM MOSTRAR-PADRON
                       END-IF
               END-READ
           END-PERFORM.
           IF ALUMNO-EN-PADRON = "S"
               PERFORM BUSCAR-CARRERA
               MOVE "CARRERA:" TO DAT-ROTULO
               MOVE SPACES TO DAT-VALOR
               STRING ALUMNO-CARRERA DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   NOMBRE-CARRERA DELIMITED BY SIZE
                   INTO DAT-VALOR
               PERFORM GRABAR-DATO
               PERFORM BUSCAR-STANDING
           END-IF.
           PERFORM CERRAR-SECCION.

       MOSTRAR-PADRON.
      *>   SE LLAMA CON EL RENGLON DEL PADRON TODAVIA EN EL AREA,
      *>   ANTES DE CUALQUIER OTRO READ
           MOVE SPACES TO NOMBRE-COMPLETO.
           STRING PAD-APELLIDO DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               PAD-NOMBRE DELIMITED BY "  "
               INTO NOMBRE-COMPLETO.
           MOVE PAD-CARRERA-COD TO ALUMNO-CARRERA.
           MOVE "APELLIDO Y NOMBRE:" TO DAT-ROTULO.
           MOVE NOMBRE-COMPLETO TO DAT-VALOR.
           PERFORM GRABAR-DATO.
           MOVE "DNI:" TO DAT-ROTULO.
           MOVE PAD-DNI TO DAT-VALOR.
           PERFORM GRABAR-DATO.
           MOVE "ANIO DE INGRESO:" TO DAT-ROTULO.
           MOVE PAD-ANIO-INGRESO TO DAT-VALOR.
           PERFORM GRABAR-DATO.

       BUSCAR-CARRERA.
           MOVE "(NO ESTA EN EL MAESTRO)" TO NOMBRE-CARRERA.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-CARRERAS.
           IF NOT FS-CARRERAS-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-CARRERAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-CARRERAS
                   NOT AT END
                       IF CARR-CODIGO = ALUMNO-CARRERA
                           MOVE CARR-NOMBRE TO NOMBRE-CARRERA
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-STANDING.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-STANDING.
           IF NOT FS-STANDING-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-STANDING
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-STANDING
                   NOT AT END
                       IF STA-LEGAJO = LEGAJO-PEDIDO
                           MOVE "SITUACION ACADEMICA:" TO DAT-ROTULO
                           MOVE SPACES TO DAT-VALOR
                           MOVE STA-PROMEDIO TO NOTA-EDIT
                           STRING STA-CONDICION DELIMITED BY SIZE
                               " PROMEDIO " DELIMITED BY SIZE
                               NOTA-EDIT DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               STA-MOTIVO DELIMITED BY SIZE
                               INTO DAT-VALOR
                           PERFORM GRABAR-DATO
                       END-IF
               END-READ
           END-PERFORM.

       FICHA-CURSADA.
           PERFORM CARGAR-MATERIAS.
           MOVE "COMISIONES DEL TERMINO" TO SEC-TITULO.
           PERFORM ABRIR-SECCION.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-LISTADO.
           IF NOT FS-LISTADO-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-LISTADO
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-LISTADO
                   NOT AT END
                       IF LIST-ID-ALUMNO = LEGAJO-PEDIDO
                           PERFORM MOSTRAR-COMISION
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CERRAR-SECCION.

       MOSTRAR-COMISION.
           MOVE LIST-MATERIA TO MATERIA-NOMBRE.
           PERFORM OBTENER-CODIGO-MATERIA.
           MOVE LIST-MATERIA TO COM-MATERIA.
           MOVE LIST-COMISION TO COM-COMISION.
           MOVE "(S/DATO)" TO COM-HORARIO.
           MOVE SPACES TO COM-AULA.
           PERFORM VARYING IX-MAT FROM 1 BY 1
                   UNTIL IX-MAT > CANT-MATERIAS
               IF TM-CODIGO (IX-MAT) = MATERIA
                  AND TM-COMISION (IX-MAT) = LIST-COMISION
                   MOVE TM-HORARIO (IX-MAT) TO COM-HORARIO
                   MOVE TM-AULA (IX-MAT) TO COM-AULA
               END-IF
           END-PERFORM.
           MOVE LINEA-COMISION TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           ADD 1 TO RENGLONES-SECCION.

       CARGAR-MATERIAS.
           MOVE ZERO TO CANT-MATERIAS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-MATERIAS.
           IF NOT FS-MATERIAS-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-MATERIAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-MATERIAS
                   NOT AT END
                       IF CANT-MATERIAS < 50
                           ADD 1 TO CANT-MATERIAS
                           MOVE MAT-CODIGO TO TM-CODIGO (CANT-MATERIAS)
                           MOVE MAT-COMISION TO
                                TM-COMISION (CANT-MATERIAS)
                           MOVE MAT-HORARIO TO
                                TM-HORARIO (CANT-MATERIAS)
                           MOVE MAT-AULA TO TM-AULA (CANT-MATERIAS)
                       END-IF
               END-READ
           END-PERFORM.

       FICHA-ESPERA.
           MOVE "LISTAS DE ESPERA" TO SEC-TITULO.
           PERFORM ABRIR-SECCION.
           MOVE ZERO TO CANT-LISTAS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-ESPERA.
           IF NOT FS-ESPERA-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-ESPERA
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-ESPERA
                   NOT AT END
                       PERFORM CONTAR-EN-LISTA
                       IF ESP-ID-ALUMNO = LEGAJO-PEDIDO
                          AND IX-LIS-HALLADA > ZERO
                           MOVE ESP-MATERIA TO ESL-MATERIA
                           MOVE ESP-COMISION TO ESL-COMISION
                           MOVE TLE-LARGO (IX-LIS-HALLADA) TO ESL-LUGAR
                           MOVE LINEA-ESPERA TO REG-FICHA
                           PERFORM GRABAR-LINEA-FICHA
                           ADD 1 TO RENGLONES-SECCION
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CERRAR-SECCION.

       CONTAR-EN-LISTA.
      *>   ESPERA ESTA EN ORDEN DE LLEGADA: CADA RENGLON ALARGA LA
      *>   LISTA DE SU MATERIA + COMISION
           MOVE ZERO TO IX-LIS-HALLADA.
           PERFORM VARYING IX-LIS FROM 1 BY 1
                   UNTIL IX-LIS > CANT-LISTAS
               IF TLE-MATERIA (IX-LIS) = ESP-MATERIA
                  AND TLE-COMISION (IX-LIS) = ESP-COMISION
                   MOVE IX-LIS TO IX-LIS-HALLADA
               END-IF
           END-PERFORM.
           IF IX-LIS-HALLADA = ZERO AND CANT-LISTAS < 50
               ADD 1 TO CANT-LISTAS
               MOVE CANT-LISTAS TO IX-LIS-HALLADA
               MOVE ESP-MATERIA TO TLE-MATERIA (IX-LIS-HALLADA)
               MOVE ESP-COMISION TO TLE-COMISION (IX-LIS-HALLADA)
               MOVE ZERO TO TLE-LARGO (IX-LIS-HALLADA)
           END-IF.
           IF IX-LIS-HALLADA > ZERO
               ADD 1 TO TLE-LARGO (IX-LIS-HALLADA)
           END-IF.

       FICHA-ASISTENCIA.
           PERFORM CARGAR-REGULARIDAD.
           MOVE "ASISTENCIA POR MATERIA" TO SEC-TITULO.
           PERFORM ABRIR-SECCION.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-ASISACUM.
           IF NOT FS-ASISACUM-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-ASISACUM
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-ASISACUM
                   NOT AT END
                       IF ACM-LEGAJO = LEGAJO-PEDIDO
                           PERFORM MOSTRAR-ASISTENCIA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CERRAR-SECCION.

       MOSTRAR-ASISTENCIA.
           MOVE ACM-MATERIA TO MATERIA.
           PERFORM OBTENER-NOMBRE-MATERIA.
           IF ACM-CLASES > ZERO
               COMPUTE PORCENTAJE ROUNDED =
                   (ACM-PRESENTES * 100) / ACM-CLASES
           ELSE
               MOVE ZERO TO PORCENTAJE
           END-IF.
           MOVE MATERIA-NOMBRE TO ASL-MATERIA.
           MOVE ACM-PRESENTES TO ASL-PRESENTES.
           MOVE ACM-CLASES TO ASL-CLASES.
           MOVE PORCENTAJE TO ASL-PORCENTAJE.
           MOVE SPACES TO ASL-CONDICION.
           IF MATERIA > ZERO
               MOVE CONDICION-DE (MATERIA) TO ASL-CONDICION
           END-IF.
           MOVE LINEA-ASISTENCIA TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           ADD 1 TO RENGLONES-SECCION.

       CARGAR-REGULARIDAD.
           MOVE SPACES TO CONDICION-MATERIA.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-REGULARIDAD.
           IF NOT FS-REGULARIDAD-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-REGULARIDAD
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-REGULARIDAD
                   NOT AT END
                       IF RGL-LEGAJO = LEGAJO-PEDIDO
                          AND RGL-MATERIA > ZERO
                           MOVE RGL-MATERIA TO MATERIA
                           MOVE RGL-CONDICION TO CONDICION-DE (MATERIA)
                       END-IF
               END-READ
           END-PERFORM.

       FICHA-EXAMENES.
           PERFORM CARGAR-MESAS.
           MOVE "INSCRIPCIONES A EXAMEN" TO SEC-TITULO.
           PERFORM ABRIR-SECCION.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-EXAMINSC.
           IF NOT FS-EXAMINSC-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-EXAMINSC
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-EXAMINSC
                   NOT AT END
                       IF EXI-LEGAJO = LEGAJO-PEDIDO
                           PERFORM MOSTRAR-EXAMEN
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CERRAR-SECCION.

       MOSTRAR-EXAMEN.
           MOVE EXI-MATERIA TO MATERIA.
           PERFORM OBTENER-NOMBRE-MATERIA.
           MOVE MATERIA-NOMBRE TO EXL-MATERIA.
           MOVE EXI-LLAMADO TO EXL-LLAMADO.
           MOVE "S/FECHA" TO EXL-FECHA.
           PERFORM VARYING IX-MES FROM 1 BY 1
                   UNTIL IX-MES > CANT-MESAS
               IF TMS-MATERIA (IX-MES) = EXI-MATERIA
                  AND TMS-LLAMADO (IX-MES) = EXI-LLAMADO
                   MOVE TMS-FECHA (IX-MES) TO EXL-FECHA
               END-IF
           END-PERFORM.
           MOVE LINEA-EXAMEN TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           ADD 1 TO RENGLONES-SECCION.

       CARGAR-MESAS.
           MOVE ZERO TO CANT-MESAS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-MESAS.
           IF NOT FS-MESAS-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-MESAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-MESAS
                   NOT AT END
                       IF CANT-MESAS < 50
                           ADD 1 TO CANT-MESAS
                           MOVE MES-MATERIA TO TMS-MATERIA (CANT-MESAS)
                           MOVE MES-LLAMADO TO TMS-LLAMADO (CANT-MESAS)
                           MOVE MES-FECHA TO TMS-FECHA (CANT-MESAS)
                       END-IF
               END-READ
           END-PERFORM.

       FICHA-NOTAS.
           MOVE "NOTAS (TRANSCRIPT)" TO SEC-TITULO.
           PERFORM ABRIR-SECCION.
           MOVE ZERO TO SUMA-NOTAS.
           MOVE ZERO TO CANT-NOTAS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-TRANSCRIPT.
           IF NOT FS-TRANSCRIPT-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-TRANSCRIPT
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-TRANSCRIPT
                   NOT AT END
                       IF TR-LEGAJO = LEGAJO-PEDIDO
                           PERFORM MOSTRAR-NOTA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CERRAR-SECCION.
           IF CANT-NOTAS > ZERO
               COMPUTE PROMEDIO-ALUMNO ROUNDED =
                   SUMA-NOTAS / CANT-NOTAS
               MOVE PROMEDIO-ALUMNO TO NOTA-EDIT
               MOVE "PROMEDIO:" TO DAT-ROTULO
               MOVE NOTA-EDIT TO DAT-VALOR
               PERFORM GRABAR-DATO
           END-IF.

       MOSTRAR-NOTA.
           MOVE TR-TERMINO TO NTL-TERMINO.
           MOVE TR-NOMBRE TO NTL-MATERIA.
           IF TR-TERMINO = "EQUIV" AND TR-NOTA = ZERO
               MOVE "APROB." TO NTL-NOTA
           ELSE
               MOVE TR-NOTA TO NOTA-EDIT
               MOVE NOTA-EDIT TO NTL-NOTA
               ADD TR-NOTA TO SUMA-NOTAS
               ADD 1 TO CANT-NOTAS
           END-IF.
           MOVE LINEA-NOTA TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           ADD 1 TO RENGLONES-SECCION.

       FICHA-CUOTAS.
           MOVE "CUOTAS PENDIENTES Y CONVENIOS" TO SEC-TITULO.
           PERFORM ABRIR-SECCION.
           MOVE ZERO TO TOTAL-CUOTAS.
           MOVE ZERO TO CANT-CUOTAS-PEND.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-CUOTAS.
           IF NOT FS-CUOTAS-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-CUOTAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-CUOTAS
                   NOT AT END
                       IF CUO-LEGAJO = LEGAJO-PEDIDO
                          AND CUO-ESTADO = "PENDIENTE"
                           PERFORM MOSTRAR-CUOTA
                       END-IF
               END-READ
           END-PERFORM.
           IF CANT-CUOTAS-PEND > ZERO
               MOVE "TOTAL PENDIENTE:" TO DAT-ROTULO
               MOVE TOTAL-CUOTAS TO IMPORTE-EDIT
               MOVE IMPORTE-EDIT TO DAT-VALOR
               PERFORM GRABAR-DATO
           END-IF.
           PERFORM BUSCAR-CONVENIOS.
           PERFORM CERRAR-SECCION.

       MOSTRAR-CUOTA.
           MOVE CUO-MATERIA TO MATERIA.
           PERFORM OBTENER-NOMBRE-MATERIA.
           MOVE MATERIA-NOMBRE TO CUL-MATERIA.
           MOVE CUO-VENCIMIENTO TO CUL-VENCIMIENTO.
           MOVE CUO-IMPORTE TO CUL-IMPORTE.
           MOVE LINEA-CUOTA TO REG-FICHA.
           PERFORM GRABAR-LINEA-FICHA.
           ADD 1 TO RENGLONES-SECCION.
           ADD 1 TO CANT-CUOTAS-PEND.
           ADD CUO-IMPORTE TO TOTAL-CUOTAS.

       BUSCAR-CONVENIOS.
      *>   CONVENIO VIGENTE DEL LEGAJO CON LO QUE LE FALTA PAGAR
           MOVE ZERO TO CANT-CONVENIOS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-CONVENIOS.
           IF NOT FS-CONVENIOS-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-CONVENIOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-CONVENIOS
                   NOT AT END
                       IF CNV-LEGAJO = LEGAJO-PEDIDO
                          AND CNV-ESTADO = "VIGENTE"
                          AND CANT-CONVENIOS < 9
                           ADD 1 TO CANT-CONVENIOS
                           MOVE CNV-NRO TO
                                CONVENIO-VIGENTE (CANT-CONVENIOS)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING IX-CNV FROM 1 BY 1
                   UNTIL IX-CNV > CANT-CONVENIOS
               PERFORM MOSTRAR-CONVENIO
           END-PERFORM.

       MOSTRAR-CONVENIO.
           MOVE ZERO TO TOTAL-CONVENIO.
           MOVE ZERO TO CANT-CONVCUOTAS-PEND.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-CONVCUOTAS.
           IF NOT FS-CONVCUOTAS-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-CONVCUOTAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-CONVCUOTAS
                   NOT AT END
                       IF CVC-LEGAJO = LEGAJO-PEDIDO
                          AND CVC-CONVENIO = CONVENIO-VIGENTE (IX-CNV)
                          AND CVC-ESTADO = "PENDIENTE"
                           ADD 1 TO CANT-CONVCUOTAS-PEND
                           ADD CVC-IMPORTE TO TOTAL-CONVENIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "CONVENIO VIGENTE:" TO DAT-ROTULO.
           MOVE SPACES TO DAT-VALOR.
           MOVE CANT-CONVCUOTAS-PEND TO NUMERO-EDIT.
           MOVE TOTAL-CONVENIO TO IMPORTE-EDIT.
           STRING "NRO " DELIMITED BY SIZE
               CONVENIO-VIGENTE (IX-CNV) DELIMITED BY SIZE
               ", CUOTAS PENDIENTES " DELIMITED BY SIZE
               NUMERO-EDIT DELIMITED BY SIZE
               ", $" DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
               INTO DAT-VALOR.
           PERFORM GRABAR-DATO.

       FICHA-BECA.
           MOVE "BECA" TO SEC-TITULO.
           PERFORM ABRIR-SECCION.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-BECADOS.
           IF NOT FS-BECADOS-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-BECADOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-BECADOS
                   NOT AT END
                       IF BEC-LEGAJO = LEGAJO-PEDIDO
                           MOVE "EXENCION:" TO DAT-ROTULO
                           MOVE SPACES TO DAT-VALOR
                           MOVE BEC-PORC-EXENCION TO NUMERO-EDIT
                           STRING NUMERO-EDIT DELIMITED BY SIZE
                               "% DE LA CUOTA" DELIMITED BY SIZE
                               INTO DAT-VALOR
                           PERFORM GRABAR-DATO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CERRAR-SECCION.

       FICHA-AVISOS.
      *>   EL BUZON ESTA EN ORDEN DE LLEGADA: SE GUARDAN LOS 5 MAS
      *>   NUEVOS DEL LEGAJO CORRIENDO LOS ANTERIORES
           MOVE "ULTIMOS AVISOS (NOTIFICACIONES)" TO SEC-TITULO.
           PERFORM ABRIR-SECCION.
           MOVE ZERO TO CANT-AVISOS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-NOTIFICACIONES.
           IF NOT FS-NOTIFICACIONES-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-NOTIFICACIONES
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-NOTIFICACIONES
                   NOT AT END
                       IF NOT-LEGAJO = LEGAJO-PEDIDO
                           PERFORM GUARDAR-AVISO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING IX-AVI FROM 1 BY 1
                   UNTIL IX-AVI > CANT-AVISOS
               MOVE TAV-FECHA (IX-AVI) TO AVL-FECHA
               MOVE TAV-TIPO (IX-AVI) TO AVL-TIPO
               MOVE TAV-TEXTO (IX-AVI) TO AVL-TEXTO
               MOVE LINEA-AVISO TO REG-FICHA
               PERFORM GRABAR-LINEA-FICHA
               ADD 1 TO RENGLONES-SECCION
           END-PERFORM.
           PERFORM CERRAR-SECCION.

       GUARDAR-AVISO.
           IF CANT-AVISOS < 5
               ADD 1 TO CANT-AVISOS
           ELSE
               PERFORM VARYING IX-AVI FROM 1 BY 1 UNTIL IX-AVI > 4
                   COMPUTE IX-AVI-SIG = IX-AVI + 1
                   MOVE ENTRADA-AVISO (IX-AVI-SIG)
                     TO ENTRADA-AVISO (IX-AVI)
               END-PERFORM
           END-IF.
           MOVE NOT-FECHA TO TAV-FECHA (CANT-AVISOS).
           MOVE NOT-TIPO TO TAV-TIPO (CANT-AVISOS).
           MOVE NOT-TEXTO TO TAV-TEXTO (CANT-AVISOS).

       OBTENER-NOMBRE-MATERIA.
           EVALUATE MATERIA
               WHEN 1 MOVE "ANALISIS MATEMATICO I" TO MATERIA-NOMBRE
               WHEN 2 MOVE "DERECHO ADMINISTRATIVO I" TO MATERIA-NOMBRE
               WHEN 3 MOVE "IMPUESTOS I" TO MATERIA-NOMBRE
               WHEN OTHER MOVE SPACES TO MATERIA-NOMBRE
           END-EVALUATE.

       OBTENER-CODIGO-MATERIA.
           EVALUATE MATERIA-NOMBRE
               WHEN "ANALISIS MATEMATICO I" MOVE 1 TO MATERIA
               WHEN "DERECHO ADMINISTRATIVO I" MOVE 2 TO MATERIA
               WHEN "IMPUESTOS I" MOVE 3 TO MATERIA
               WHEN OTHER MOVE ZERO TO MATERIA
           END-EVALUATE.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY DIGVPR.
