      *> Horas catedra del mes: los docentes cobraban por la nomina
      *> un importe que RRHH cargaba a mano desde la planilla de
      *> coordinacion, sin mirar el libro de clases. Esta corrida
      *> arma las horas de cada docente desde las comisiones que
      *> tiene asignadas (ASIGNADOC) y el horario de cada comision
      *> (MATERIAS): las horas del rango hh-hh por la cantidad de
      *> veces que el dia de la semana del horario cae en el mes
      *> (tarjeta SEMANAS si el horario no trae el dia). Del libro
      *> de clases (CLASELOG) descuenta las clases SUSPENDIDA y las
      *> que dio un reemplazante, que se le acreditan a este. Las
      *> horas netas se valuan con el valor de la hora catedra del
      *> cargo vigente al ultimo dia del periodo (VALORHC) y quedan
      *> en HORASCAT por legajo de personal (DOC-LEGAJO-EMPL), de
      *> donde las toma la liquidacion (EJ-02ENCL23). El detalle por
      *> docente sale en HCATREP.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-19ENCL23.
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
      *>   DOCENTES trae el cargo de cada docente y el legajo de
      *>   personal por el que cobra (ver COPYLIB DOCENTES)
           SELECT ARCH-DOCENTES ASSIGN TO "DOCENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOCENTES.

           SELECT ARCH-ASIGNADOC ASSIGN TO "ASIGNADOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASIGNADOC.

      *>   MATERIAS da el horario de cada comision
           SELECT ARCH-MATERIAS ASSIGN TO "MATERIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATERIAS.

      *>   CLASELOG es el libro de clases; sin archivo se liquida lo
      *>   que dice el horario
           SELECT ARCH-CLASELOG ASSIGN TO "CLASELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLASELOG.

      *>   VALORHC es el valor de la hora por cargo, con vigencia
      *>   (ver COPYLIB VALORHC)
           SELECT ARCH-VALORHC ASSIGN TO "VALORHC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VALORHC.

      *>   MAESEMPL confirma que el legajo de personal siga activo
           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   HORASCAT es la salida para la liquidacion (ver COPYLIB
      *>   HORASCAT)
           SELECT ARCH-HORASCAT ASSIGN TO "HORASCAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   HCATREP es el detalle de horas por docente
           SELECT ARCH-HCATREP ASSIGN TO "HCATREP"
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
       FD  ARCH-DOCENTES
           RECORD CONTAINS 65 CHARACTERS.
           COPY DOCENTES.

       FD  ARCH-ASIGNADOC
           RECORD CONTAINS 12 CHARACTERS.
           COPY ASIGNADOC.

       FD  ARCH-MATERIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY MATERIAS.

       FD  ARCH-CLASELOG
           RECORD CONTAINS 64 CHARACTERS.
           COPY CLASELOG.

       FD  ARCH-VALORHC
           RECORD CONTAINS 40 CHARACTERS.
           COPY VALORHC.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-HORASCAT
           RECORD CONTAINS 33 CHARACTERS.
           COPY HORASCAT.

       FD  ARCH-HCATREP.
       01  REG-HCATREP PIC X(100).

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

      *>   PERIODO LIQUIDADO Y SUS DIAS
       77 WS-PERIODO PIC 9(6) VALUE ZEROS.
       77 WS-ANIO-PERIODO PIC 9(4) VALUE ZEROS.
       77 WS-MES-PERIODO PIC 99 VALUE ZEROS.
       77 WS-FECHA-DESDE PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-HASTA PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-SIGUIENTE PIC 9(8) VALUE ZEROS.
       77 WS-INT-DESDE PIC 9(7) VALUE ZERO.
       77 WS-INT-HASTA PIC 9(7) VALUE ZERO.
       77 WS-INT-DIA PIC 9(7) VALUE ZERO.
       77 WS-DIA-SEMANA PIC 9 VALUE ZERO.
       77 WS-SEMANAS PIC 9 VALUE ZERO.

      *>   VECES QUE CAE CADA DIA DE LA SEMANA EN EL MES (1 = LUNES)
       01  TABLA-DIAS-MES.
           03 WS-DIAS-EN-MES PIC 99 OCCURS 7 TIMES.
       01  TABLA-NOMBRES-DIA-X.
           03 FILLER PIC X(14) VALUE "LUMAMIJUVISADO".
       01  TABLA-NOMBRES-DIA REDEFINES TABLA-NOMBRES-DIA-X.
           03 WS-NOMBRE-DIA PIC XX OCCURS 7 TIMES.
       77 IX-DIA PIC 9 VALUE ZERO.
       77 IX-DIA-HALLADO PIC 9 VALUE ZERO.

      *>   DOCENTES CON LAS HORAS QUE SE LES VAN ACUMULANDO
       77 WS-CANT-DOCENTES PIC 99 VALUE ZERO.
       01  TABLA-DOCENTES.
           03 DOCENTE-ENTRY OCCURS 30 TIMES.
               05 TD-LEGAJO      PIC X(10).
               05 TD-NOMBRE      PIC X(30).
               05 TD-CARGO       PIC X(15).
               05 TD-LEGAJO-EMPL PIC X(10).
      *>       HORAS SEGUN HORARIO, DESCONTADAS POR EL LIBRO DE CLASES
      *>       Y ACREDITADAS POR REEMPLAZOS
               05 TD-HS-PROG     PIC 9(4)V99.
               05 TD-HS-DESC     PIC 9(4)V99.
               05 TD-HS-REEMP    PIC 9(4)V99.
       77 IX-DOC PIC 99 VALUE ZERO.
       77 IX-DOC-HALLADO PIC 99 VALUE ZERO.
       77 WS-DOC-BUSCADO PIC X(10) VALUE SPACES.

      *>   HORARIO DE CADA COMISION
       77 WS-CANT-COMISIONES PIC 99 VALUE ZERO.
       01  TABLA-COMISIONES.
           03 COMISION-ENTRY OCCURS 27 TIMES.
               05 TM-MATERIA  PIC 9.
               05 TM-COMISION PIC 9.
               05 TM-HORARIO  PIC X(10).
       77 IX-COM PIC 99 VALUE ZERO.
       77 IX-COM-HALLADA PIC 99 VALUE ZERO.

      *>   ASIGNACIONES CON LAS HORAS DE CADA CLASE
       77 WS-CANT-ASIGNACIONES PIC 99 VALUE ZERO.
       01  TABLA-ASIGNACIONES.
           03 ASIGNACION-ENTRY OCCURS 27 TIMES.
               05 TG-MATERIA  PIC 9.
               05 TG-COMISION PIC 9.
               05 TG-DOCENTE  PIC X(10).
               05 TG-HS-CLASE PIC 99.
               05 TG-IX-DOC   PIC 99.
       77 IX-ASG PIC 99 VALUE ZERO.
       77 IX-ASG-HALLADA PIC 99 VALUE ZERO.

      *>   VALOR DE LA HORA POR CARGO Y VIGENCIA
       77 WS-CANT-VALORES PIC 99 VALUE ZERO.
       01  TABLA-VALORES.
           03 VALOR-ENTRY OCCURS 50 TIMES.
               05 TV-CARGO     PIC X(15).
               05 TV-VALOR     PIC 9(7)V99.
               05 TV-VIG-DESDE PIC 9(8).
               05 TV-VIG-HASTA PIC 9(8).
       77 IX-VAL PIC 99 VALUE ZERO.
       77 IX-VAL-HALLADO PIC 99 VALUE ZERO.

      *>   LEGAJOS ACTIVOS DEL MAESTRO DE PERSONAL
       77 WS-CANT-PERSONAL PIC 9(4) VALUE ZERO.
       01  TABLA-PERSONAL.
           03 PERSONAL-ENTRY OCCURS 500 TIMES.
               05 TP-LEGAJO PIC X(10).
       77 IX-PER PIC 9(4) VALUE ZERO.
       77 IX-PER-HALLADO PIC 9(4) VALUE ZERO.
       77 WS-HAY-PERSONAL PIC X VALUE "N".

      *>   SALIDA PARA LA LIQUIDACION, UN RENGLON POR LEGAJO
       77 WS-CANT-HORASCAT PIC 99 VALUE ZERO.
       01  TABLA-HORASCAT.
           03 HORASCAT-ENTRY OCCURS 30 TIMES.
               05 THC-LEGAJO  PIC X(10).
               05 THC-HORAS   PIC 9(4)V99.
               05 THC-IMPORTE PIC 9(9)V99.
       77 IX-HCT PIC 99 VALUE ZERO.
       77 IX-HCT-HALLADO PIC 99 VALUE ZERO.

      *>   RANGO hh-hh DEL HORARIO (MISMO CRITERIO QUE EL REPORTE DE
      *>   CARGA DOCENTE EJ-15ENCL22)
       77 WS-HORARIO PIC X(10) VALUE SPACES.
       77 WS-PARTE-DESDE PIC X(10) VALUE SPACES.
       77 WS-PARTE-HASTA PIC X(10) VALUE SPACES.
       77 WS-HORA-DESDE PIC 99 VALUE ZERO.
       77 WS-HORA-HASTA PIC 99 VALUE ZERO.
       77 WS-HORAS-CLASE PIC 99 VALUE ZERO.
       77 WS-CLASES-MES PIC 99 VALUE ZERO.
       77 IX-CH PIC 99 VALUE ZERO.

      *>   VALUACION DE CADA DOCENTE
       77 WS-HS-CALCULO PIC S9(5)V99 VALUE ZERO.
       77 WS-HS-NETAS PIC 9(4)V99 VALUE ZERO.
       77 WS-IMPORTE PIC 9(9)V99 VALUE ZERO.

      *>   CONTADORES DE LA CORRIDA
       77 WS-CANT-LIQUIDADOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-SIN-LEGAJO PIC 9(5) VALUE ZERO.
       77 WS-CANT-LEGAJO-BAJA PIC 9(5) VALUE ZERO.
       77 WS-CANT-SIN-VALOR PIC 9(5) VALUE ZERO.
       77 WS-CANT-SUSPENDIDAS PIC 9(5) VALUE ZERO.
       77 WS-CANT-REEMPLAZOS PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-HORAS PIC 9(6)V99 VALUE ZERO.
       77 WS-TOTAL-IMPORTE PIC 9(11)V99 VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-DOCENTES PIC XX.
           88 FS-DOCENTES-OK VALUE "00".
       01 WS-FS-ASIGNADOC PIC XX.
           88 FS-ASIGNADOC-OK VALUE "00".
       01 WS-FS-MATERIAS PIC XX.
           88 FS-MATERIAS-OK VALUE "00".
       01 WS-FS-CLASELOG PIC XX.
           88 FS-CLASELOG-OK VALUE "00".
       01 WS-FS-VALORHC PIC XX.
           88 FS-VALORHC-OK VALUE "00".
       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE GRABAR HORASCAT
           COPY CONFPROC.

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER PIC X(26) VALUE "HORAS CATEDRA DEL PERIODO ".
           03 TIT-PERIODO PIC 9(6).
           03 FILLER PIC X(26) VALUE "  VALUADAS CON VALORHC AL ".
           03 TIT-FECHA PIC 9(8).
       01 LINEA-ENCABEZADO.
           03 FILLER PIC X(11) VALUE "DOCENTE".
           03 FILLER PIC X(21) VALUE "NOMBRE".
           03 FILLER PIC X(11) VALUE "CARGO".
           03 FILLER PIC X(8) VALUE "  PROG. ".
           03 FILLER PIC X(8) VALUE "  DESC. ".
           03 FILLER PIC X(8) VALUE " REEMP. ".
           03 FILLER PIC X(8) VALUE "  NETAS ".
           03 FILLER PIC X(14) VALUE "      IMPORTE ".
           03 FILLER PIC X(11) VALUE "OBS".
       01 LINEA-DETALLE.
           03 DET-LEGAJO  PIC X(10).
           03 FILLER      PIC X VALUE SPACE.
           03 DET-NOMBRE  PIC X(20).
           03 FILLER      PIC X VALUE SPACE.
           03 DET-CARGO   PIC X(10).
           03 FILLER      PIC X VALUE SPACE.
           03 DET-PROG    PIC ZZZ9,99.
           03 FILLER      PIC X VALUE SPACE.
           03 DET-DESC    PIC ZZZ9,99.
           03 FILLER      PIC X VALUE SPACE.
           03 DET-REEMP   PIC ZZZ9,99.
           03 FILLER      PIC X VALUE SPACE.
           03 DET-NETAS   PIC ZZZ9,99.
           03 FILLER      PIC X VALUE SPACE.
           03 DET-IMPORTE PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X VALUE SPACE.
           03 DET-OBS     PIC X(11).
       01 LINEA-TOTAL-CANT.
           03 TOT-TEXTO-CANT PIC X(30).
           03 TOT-CANT       PIC ZZZZ9.
       01 LINEA-TOTAL-IMP.
           03 TOT-TEXTO-IMP  PIC X(30).
           03 TOT-IMPORTE    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-GUIONES PIC X(100) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-19ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "HORAS CATEDRA DEL MES PARA LA LIQUIDACION".
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "PERIODO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:6) TO WS-PERIODO
           ELSE
               DISPLAY "PERIODO A LIQUIDAR (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           COMPUTE WS-ANIO-PERIODO = WS-PERIODO / 100.
           COMPUTE WS-MES-PERIODO = WS-PERIODO - WS-ANIO-PERIODO * 100.
           IF WS-ANIO-PERIODO = ZERO
              OR WS-MES-PERIODO < 1 OR WS-MES-PERIODO > 12
               DISPLAY "PERIODO " WS-PERIODO " INVALIDO, CORRIDA "
                   "RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           MOVE "SEMANAS" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:1) TO WS-SEMANAS
           ELSE
               DISPLAY "SEMANAS DE CLASE PARA HORARIOS SIN DIA "
                   "(9, CERO = 4): "
               ACCEPT WS-SEMANAS
           END-IF.
           IF WS-SEMANAS = ZERO
               MOVE 4 TO WS-SEMANAS
           END-IF.
           PERFORM CONTAR-DIAS-MES.

           PERFORM CARGAR-DOCENTES.
           IF WS-CANT-DOCENTES = ZERO
               DISPLAY "SIN MAESTRO DE DOCENTES NO HAY HORAS QUE "
                   "LIQUIDAR, CORRIDA RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM CARGAR-VALORES.
           IF WS-CANT-VALORES = ZERO
               DISPLAY "SIN VALORHC NO SE PUEDEN VALUAR LAS HORAS, "
                   "CORRIDA RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM CARGAR-COMISIONES.
           PERFORM CARGAR-PERSONAL.
           PERFORM CARGAR-ASIGNACIONES.
           IF WS-CANT-ASIGNACIONES = ZERO
               DISPLAY "NINGUNA COMISION ASIGNADA CON HORARIO, "
                   "CORRIDA RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM POSTEAR-CLASELOG.

           OPEN OUTPUT ARCH-HCATREP.
           MOVE WS-PERIODO TO TIT-PERIODO.
           MOVE WS-FECHA-HASTA TO TIT-FECHA.
           MOVE LINEA-TITULO TO REG-HCATREP.
           WRITE REG-HCATREP.
           MOVE LINEA-ENCABEZADO TO REG-HCATREP.
           WRITE REG-HCATREP.
           MOVE LINEA-GUIONES TO REG-HCATREP.
           WRITE REG-HCATREP.
           PERFORM VARYING IX-DOC FROM 1 BY 1
                   UNTIL IX-DOC > WS-CANT-DOCENTES
               PERFORM VALUAR-DOCENTE THRU VALUAR-DOCENTE-FIN
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-HCATREP.
           WRITE REG-HCATREP.
           MOVE "DOCENTES LIQUIDADOS:" TO TOT-TEXTO-CANT.
           MOVE WS-CANT-LIQUIDADOS TO TOT-CANT.
           MOVE LINEA-TOTAL-CANT TO REG-HCATREP.
           WRITE REG-HCATREP.
           MOVE "HORAS NETAS LIQUIDADAS:" TO TOT-TEXTO-IMP.
           MOVE WS-TOTAL-HORAS TO TOT-IMPORTE.
           MOVE LINEA-TOTAL-IMP TO REG-HCATREP.
           WRITE REG-HCATREP.
           MOVE "IMPORTE TOTAL:" TO TOT-TEXTO-IMP.
           MOVE WS-TOTAL-IMPORTE TO TOT-IMPORTE.
           MOVE LINEA-TOTAL-IMP TO REG-HCATREP.
           WRITE REG-HCATREP.
           CLOSE ARCH-HCATREP.

           DISPLAY " ".
           DISPLAY "DOCENTES LIQUIDADOS:     " WS-CANT-LIQUIDADOS.
           DISPLAY "SIN LEGAJO DE PERSONAL:  " WS-CANT-SIN-LEGAJO.
           DISPLAY "LEGAJO NO ACTIVO:        " WS-CANT-LEGAJO-BAJA.
           DISPLAY "CARGO SIN VALOR HORA:    " WS-CANT-SIN-VALOR.
           DISPLAY "CLASES SUSPENDIDAS:      " WS-CANT-SUSPENDIDAS.
           DISPLAY "CLASES CON REEMPLAZANTE: " WS-CANT-REEMPLAZOS.
           DISPLAY "REPORTE GENERADO EN HCATREP".

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM GRABAR-HORASCAT
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: "
                   "HORASCAT NO SE TOCA"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.

       FIN-CON-CONTROL.
           MOVE "EJ-19ENCL23" TO CTL-JOB.
           MOVE WS-CANT-LIQUIDADOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   PRIMER Y ULTIMO DIA DEL PERIODO, Y CUANTAS VECES CAE CADA
      *>   DIA DE LA SEMANA ENTRE ELLOS
       CONTAR-DIAS-MES.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
           IF WS-MES-PERIODO = 12
               COMPUTE WS-FECHA-SIGUIENTE =
                   (WS-ANIO-PERIODO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FECHA-SIGUIENTE = WS-FECHA-DESDE + 100
           END-IF.
           COMPUTE WS-INT-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE).
           COMPUTE WS-INT-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE) - 1.
           COMPUTE WS-FECHA-HASTA =
               FUNCTION DATE-OF-INTEGER(WS-INT-HASTA).
           MOVE ZEROS TO TABLA-DIAS-MES.
           PERFORM VARYING WS-INT-DIA FROM WS-INT-DESDE BY 1
                   UNTIL WS-INT-DIA > WS-INT-HASTA
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA, 7)
               IF WS-DIA-SEMANA = ZERO
                   MOVE 7 TO WS-DIA-SEMANA
               END-IF
               ADD 1 TO WS-DIAS-EN-MES (WS-DIA-SEMANA)
           END-PERFORM.

      *>   HORAS PROGRAMADAS DE UNA ASIGNACION: LAS DEL RANGO DEL
      *>   HORARIO POR LAS CLASES QUE ENTRAN EN EL MES
       ANOTAR-ASIGNACION.
           MOVE ASG-DOCENTE TO WS-DOC-BUSCADO.
           PERFORM BUSCAR-DOCENTE.
           IF IX-DOC-HALLADO = ZERO
               DISPLAY "AVISO: MATERIA " ASG-MATERIA " COMISION "
                   ASG-COMISION ": EL DOCENTE " ASG-DOCENTE
                   " NO ESTA EN DOCENTES, SE IGNORA"
               GO TO ANOTAR-ASIGNACION-FIN
           END-IF.
           MOVE ZERO TO IX-COM-HALLADA.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > WS-CANT-COMISIONES
               IF TM-MATERIA (IX-COM) = ASG-MATERIA
                  AND TM-COMISION (IX-COM) = ASG-COMISION
                   MOVE IX-COM TO IX-COM-HALLADA
               END-IF
           END-PERFORM.
           IF IX-COM-HALLADA = ZERO
               DISPLAY "AVISO: MATERIA " ASG-MATERIA " COMISION "
                   ASG-COMISION " NO ESTA EN MATERIAS, SE IGNORA"
               GO TO ANOTAR-ASIGNACION-FIN
           END-IF.
           MOVE TM-HORARIO (IX-COM-HALLADA) TO WS-HORARIO.
           PERFORM EXTRAER-HORAS.
           IF WS-HORAS-CLASE = ZERO
               GO TO ANOTAR-ASIGNACION-FIN
           END-IF.
      *>   EL DIA SON LAS DOS PRIMERAS LETRAS DEL HORARIO ("LU 18-22")
           MOVE ZERO TO IX-DIA-HALLADO.
           PERFORM VARYING IX-DIA FROM 1 BY 1 UNTIL IX-DIA > 7
               IF WS-NOMBRE-DIA (IX-DIA) = WS-HORARIO (1:2)
                   MOVE IX-DIA TO IX-DIA-HALLADO
               END-IF
           END-PERFORM.
           IF IX-DIA-HALLADO = ZERO
               DISPLAY "AVISO: HORARIO " WS-HORARIO " SIN DIA DE LA "
                   "SEMANA, SE CUENTAN " WS-SEMANAS " CLASES"
               MOVE WS-SEMANAS TO WS-CLASES-MES
           ELSE
               MOVE WS-DIAS-EN-MES (IX-DIA-HALLADO) TO WS-CLASES-MES
           END-IF.
      *>   LO QUE NO ENTRA EN MEMORIA NO SE PAGARIA: SE RECHAZA
           IF WS-CANT-ASIGNACIONES >= 27
               DISPLAY "ASIGNADOC TIENE MAS DE 27 RENGLONES, CORRIDA "
                   "RECHAZADA"
               MOVE "EJ-19ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-ASIGNACIONES.
           MOVE ASG-MATERIA TO TG-MATERIA (WS-CANT-ASIGNACIONES).
           MOVE ASG-COMISION TO TG-COMISION (WS-CANT-ASIGNACIONES).
           MOVE ASG-DOCENTE TO TG-DOCENTE (WS-CANT-ASIGNACIONES).
           MOVE WS-HORAS-CLASE TO TG-HS-CLASE (WS-CANT-ASIGNACIONES).
           MOVE IX-DOC-HALLADO TO TG-IX-DOC (WS-CANT-ASIGNACIONES).
           COMPUTE TD-HS-PROG (IX-DOC-HALLADO) =
               TD-HS-PROG (IX-DOC-HALLADO) +
               WS-HORAS-CLASE * WS-CLASES-MES.
       ANOTAR-ASIGNACION-FIN.
           EXIT.

       EXTRAER-HORAS.
      *>   BUSCA EL RANGO hh-hh DENTRO DEL HORARIO: LA PARTE ANTES
      *>   DEL GUION APORTA LA ULTIMA VENTANA NUMERICA DE DOS
      *>   DIGITOS (LA HORA DESDE) Y LA PARTE DESPUES DEL GUION LA
      *>   PRIMERA (LA HORA HASTA); SIN RANGO PARSEABLE CUENTA CERO
           MOVE ZERO TO WS-HORAS-CLASE.
           MOVE ZERO TO WS-HORA-DESDE.
           MOVE ZERO TO WS-HORA-HASTA.
           MOVE SPACES TO WS-PARTE-DESDE.
           MOVE SPACES TO WS-PARTE-HASTA.
           UNSTRING WS-HORARIO DELIMITED BY "-"
               INTO WS-PARTE-DESDE WS-PARTE-HASTA.
           PERFORM VARYING IX-CH FROM 1 BY 1 UNTIL IX-CH > 9
               IF WS-PARTE-DESDE (IX-CH:2) NUMERIC
                   MOVE WS-PARTE-DESDE (IX-CH:2) TO WS-HORA-DESDE
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-CH FROM 1 BY 1 UNTIL IX-CH > 9
               IF WS-PARTE-HASTA (IX-CH:2) NUMERIC
                  AND WS-HORA-HASTA = ZERO
                   MOVE WS-PARTE-HASTA (IX-CH:2) TO WS-HORA-HASTA
               END-IF
           END-PERFORM.
           IF WS-HORA-HASTA > WS-HORA-DESDE
               COMPUTE WS-HORAS-CLASE = WS-HORA-HASTA - WS-HORA-DESDE
           ELSE
               DISPLAY "AVISO: HORARIO " WS-HORARIO
                   " SIN RANGO DE HORAS PARSEABLE, CUENTA CERO"
           END-IF.

      *>   UNA CLASE DEL MES QUE NO DIO EL DOCENTE ASIGNADO SE LE
      *>   DESCUENTA; SI LA DIO UN REEMPLAZANTE SE LE ACREDITA A ESTE
       POSTEAR-CLASE.
           IF CLG-FECHA < WS-FECHA-DESDE OR CLG-FECHA > WS-FECHA-HASTA
               GO TO POSTEAR-CLASE-FIN
           END-IF.
           MOVE ZERO TO IX-ASG-HALLADA.
           PERFORM VARYING IX-ASG FROM 1 BY 1
                   UNTIL IX-ASG > WS-CANT-ASIGNACIONES
               IF TG-MATERIA (IX-ASG) = CLG-MATERIA
                  AND TG-COMISION (IX-ASG) = CLG-COMISION
                   MOVE IX-ASG TO IX-ASG-HALLADA
               END-IF
           END-PERFORM.
           IF IX-ASG-HALLADA = ZERO
               GO TO POSTEAR-CLASE-FIN
           END-IF.
           IF CLG-ESTADO = "SUSPENDIDA"
               ADD 1 TO WS-CANT-SUSPENDIDAS
               ADD TG-HS-CLASE (IX-ASG-HALLADA) TO
                   TD-HS-DESC (TG-IX-DOC (IX-ASG-HALLADA))
               GO TO POSTEAR-CLASE-FIN
           END-IF.
           IF CLG-REEMPLAZANTE = SPACES
              OR CLG-REEMPLAZANTE = TG-DOCENTE (IX-ASG-HALLADA)
               GO TO POSTEAR-CLASE-FIN
           END-IF.
           ADD 1 TO WS-CANT-REEMPLAZOS.
           ADD TG-HS-CLASE (IX-ASG-HALLADA) TO
               TD-HS-DESC (TG-IX-DOC (IX-ASG-HALLADA)).
           MOVE CLG-REEMPLAZANTE TO WS-DOC-BUSCADO.
           PERFORM BUSCAR-DOCENTE.
           IF IX-DOC-HALLADO = ZERO
               DISPLAY "AVISO: CLASE DEL " CLG-FECHA " DADA POR "
                   CLG-REEMPLAZANTE ", QUE NO ESTA EN DOCENTES: "
                   "ESAS HORAS NO SE LIQUIDAN"
           ELSE
               ADD TG-HS-CLASE (IX-ASG-HALLADA) TO
                   TD-HS-REEMP (IX-DOC-HALLADO)
           END-IF.
       POSTEAR-CLASE-FIN.
           EXIT.

      *>   HORAS NETAS DEL DOCENTE VALUADAS CON EL VALOR DE SU CARGO;
      *>   SIN LEGAJO ACTIVO O SIN VALOR SOLO SE INFORMAN
       VALUAR-DOCENTE.
           IF TD-HS-PROG (IX-DOC) = ZERO AND TD-HS-REEMP (IX-DOC) = ZERO
               GO TO VALUAR-DOCENTE-FIN
           END-IF.
           COMPUTE WS-HS-CALCULO = TD-HS-PROG (IX-DOC) +
               TD-HS-REEMP (IX-DOC) - TD-HS-DESC (IX-DOC).
           IF WS-HS-CALCULO < ZERO
               MOVE ZERO TO WS-HS-NETAS
           ELSE
               MOVE WS-HS-CALCULO TO WS-HS-NETAS
           END-IF.
           MOVE TD-LEGAJO (IX-DOC) TO DET-LEGAJO.
           MOVE TD-NOMBRE (IX-DOC) TO DET-NOMBRE.
           MOVE TD-CARGO (IX-DOC) TO DET-CARGO.
           MOVE TD-HS-PROG (IX-DOC) TO DET-PROG.
           MOVE TD-HS-DESC (IX-DOC) TO DET-DESC.
           MOVE TD-HS-REEMP (IX-DOC) TO DET-REEMP.
           MOVE WS-HS-NETAS TO DET-NETAS.
           MOVE ZERO TO DET-IMPORTE.
           MOVE SPACES TO DET-OBS.
           IF WS-HS-NETAS = ZERO
               MOVE "SIN HORAS" TO DET-OBS
               GO TO VALUAR-DOCENTE-LINEA
           END-IF.
           IF TD-LEGAJO-EMPL (IX-DOC) = SPACES
               ADD 1 TO WS-CANT-SIN-LEGAJO
               MOVE "SIN LEGAJO" TO DET-OBS
               GO TO VALUAR-DOCENTE-LINEA
           END-IF.
           IF WS-HAY-PERSONAL = "S"
               MOVE ZERO TO IX-PER-HALLADO
               PERFORM VARYING IX-PER FROM 1 BY 1
                       UNTIL IX-PER > WS-CANT-PERSONAL
                   IF TP-LEGAJO (IX-PER) = TD-LEGAJO-EMPL (IX-DOC)
                       MOVE IX-PER TO IX-PER-HALLADO
                   END-IF
               END-PERFORM
               IF IX-PER-HALLADO = ZERO
                   ADD 1 TO WS-CANT-LEGAJO-BAJA
                   MOVE "LEGAJO BAJA" TO DET-OBS
                   GO TO VALUAR-DOCENTE-LINEA
               END-IF
           END-IF.
           PERFORM BUSCAR-VALOR-VIGENTE.
           IF IX-VAL-HALLADO = ZERO
               ADD 1 TO WS-CANT-SIN-VALOR
               MOVE "SIN VALOR" TO DET-OBS
               GO TO VALUAR-DOCENTE-LINEA
           END-IF.
           COMPUTE WS-IMPORTE ROUNDED =
               WS-HS-NETAS * TV-VALOR (IX-VAL-HALLADO).
           MOVE WS-IMPORTE TO DET-IMPORTE.
           ADD 1 TO WS-CANT-LIQUIDADOS.
           ADD WS-HS-NETAS TO WS-TOTAL-HORAS.
           ADD WS-IMPORTE TO WS-TOTAL-IMPORTE.
           PERFORM ACUMULAR-HORASCAT.
       VALUAR-DOCENTE-LINEA.
           MOVE LINEA-DETALLE TO REG-HCATREP.
           WRITE REG-HCATREP.
       VALUAR-DOCENTE-FIN.
           EXIT.

       ACUMULAR-HORASCAT.
           MOVE ZERO TO IX-HCT-HALLADO.
           PERFORM VARYING IX-HCT FROM 1 BY 1
                   UNTIL IX-HCT > WS-CANT-HORASCAT
               IF THC-LEGAJO (IX-HCT) = TD-LEGAJO-EMPL (IX-DOC)
                   MOVE IX-HCT TO IX-HCT-HALLADO
               END-IF
           END-PERFORM.
           IF IX-HCT-HALLADO = ZERO
               ADD 1 TO WS-CANT-HORASCAT
               MOVE WS-CANT-HORASCAT TO IX-HCT-HALLADO
               MOVE TD-LEGAJO-EMPL (IX-DOC) TO
                    THC-LEGAJO (IX-HCT-HALLADO)
               MOVE ZERO TO THC-HORAS (IX-HCT-HALLADO)
               MOVE ZERO TO THC-IMPORTE (IX-HCT-HALLADO)
           END-IF.
           ADD WS-HS-NETAS TO THC-HORAS (IX-HCT-HALLADO).
           ADD WS-IMPORTE TO THC-IMPORTE (IX-HCT-HALLADO).

      *>   VALOR DEL CARGO EN VIGOR AL ULTIMO DIA DEL PERIODO
       BUSCAR-VALOR-VIGENTE.
           MOVE ZERO TO IX-VAL-HALLADO.
           PERFORM VARYING IX-VAL FROM 1 BY 1
                   UNTIL IX-VAL > WS-CANT-VALORES
               IF TV-CARGO (IX-VAL) = TD-CARGO (IX-DOC)
                  AND (TV-VIG-DESDE (IX-VAL) = ZERO
                       OR WS-FECHA-HASTA NOT < TV-VIG-DESDE (IX-VAL))
                  AND (TV-VIG-HASTA (IX-VAL) = ZERO
                       OR WS-FECHA-HASTA NOT > TV-VIG-HASTA (IX-VAL))
                   MOVE IX-VAL TO IX-VAL-HALLADO
               END-IF
           END-PERFORM.

       BUSCAR-DOCENTE.
           MOVE ZERO TO IX-DOC-HALLADO.
           PERFORM VARYING IX-DOC FROM 1 BY 1
                   UNTIL IX-DOC > WS-CANT-DOCENTES
               IF TD-LEGAJO (IX-DOC) = WS-DOC-BUSCADO
                   MOVE IX-DOC TO IX-DOC-HALLADO
               END-IF
           END-PERFORM.

       CARGAR-DOCENTES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-DOCENTES.
           IF NOT FS-DOCENTES-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-DOCENTES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-DOCENTES
                   NOT AT END
                       PERFORM ANOTAR-DOCENTE
               END-READ
           END-PERFORM.

      *>   UN DOCENTE QUE NO ENTRA EN MEMORIA QUEDARIA SIN COBRAR
       ANOTAR-DOCENTE.
           IF WS-CANT-DOCENTES >= 30
               DISPLAY "DOCENTES TIENE MAS DE 30 RENGLONES, CORRIDA "
                   "RECHAZADA"
               MOVE "EJ-19ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-DOCENTES.
           MOVE DOC-LEGAJO TO TD-LEGAJO (WS-CANT-DOCENTES).
           MOVE DOC-NOMBRE TO TD-NOMBRE (WS-CANT-DOCENTES).
           MOVE DOC-CARGO TO TD-CARGO (WS-CANT-DOCENTES).
           MOVE DOC-LEGAJO-EMPL TO TD-LEGAJO-EMPL (WS-CANT-DOCENTES).
           MOVE ZERO TO TD-HS-PROG (WS-CANT-DOCENTES).
           MOVE ZERO TO TD-HS-DESC (WS-CANT-DOCENTES).
           MOVE ZERO TO TD-HS-REEMP (WS-CANT-DOCENTES).

       CARGAR-COMISIONES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MATERIAS.
           IF NOT FS-MATERIAS-OK
               DISPLAY "SIN MAESTRO DE MATERIAS: NINGUNA COMISION "
                   "TIENE HORARIO"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-MATERIAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-MATERIAS
                   NOT AT END
                       IF WS-CANT-COMISIONES >= 27
                           DISPLAY "ADVERTENCIA: SE IGNORA COMISION, "
                               "YA HAY 27 CARGADAS"
                       ELSE
                           ADD 1 TO WS-CANT-COMISIONES
                           MOVE MAT-CODIGO TO
                                TM-MATERIA (WS-CANT-COMISIONES)
                           MOVE MAT-COMISION TO
                                TM-COMISION (WS-CANT-COMISIONES)
                           MOVE MAT-HORARIO TO
                                TM-HORARIO (WS-CANT-COMISIONES)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-ASIGNACIONES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-ASIGNADOC.
           IF NOT FS-ASIGNADOC-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-ASIGNADOC
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-ASIGNADOC
                   NOT AT END
                       PERFORM ANOTAR-ASIGNACION
                           THRU ANOTAR-ASIGNACION-FIN
               END-READ
           END-PERFORM.

       POSTEAR-CLASELOG.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-CLASELOG.
           IF NOT FS-CLASELOG-OK
               DISPLAY "SIN CLASELOG: SE LIQUIDAN LAS HORAS DEL "
                   "HORARIO SIN DESCUENTOS"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-CLASELOG
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-CLASELOG
                   NOT AT END
                       PERFORM POSTEAR-CLASE THRU POSTEAR-CLASE-FIN
               END-READ
           END-PERFORM.

       CARGAR-VALORES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-VALORHC.
           IF NOT FS-VALORHC-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-VALORHC
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-VALORHC
                   NOT AT END
                       IF WS-CANT-VALORES >= 50
                           DISPLAY "ADVERTENCIA: SE IGNORA RENGLON "
                               "DE VALORHC, YA HAY 50 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-VALORES
                           MOVE VHC-CARGO TO
                                TV-CARGO (WS-CANT-VALORES)
                           MOVE VHC-VALOR TO
                                TV-VALOR (WS-CANT-VALORES)
                           MOVE VHC-VIG-DESDE TO
                                TV-VIG-DESDE (WS-CANT-VALORES)
                           MOVE VHC-VIG-HASTA TO
                                TV-VIG-HASTA (WS-CANT-VALORES)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-PERSONAL.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "SIN MAESTRO DE PERSONAL: NO SE CONTROLA QUE "
                   "EL LEGAJO DEL DOCENTE ESTE ACTIVO"
               MOVE "S" TO WS-FIN-ARCHIVO
           ELSE
               MOVE "S" TO WS-HAY-PERSONAL
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF MAE-ESTADO NOT = "I"
                          AND WS-CANT-PERSONAL < 500
                           ADD 1 TO WS-CANT-PERSONAL
                           MOVE MAE-LEGAJO TO
                                TP-LEGAJO (WS-CANT-PERSONAL)
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-HORASCAT.
           OPEN OUTPUT ARCH-HORASCAT.
           PERFORM VARYING IX-HCT FROM 1 BY 1
                   UNTIL IX-HCT > WS-CANT-HORASCAT
               MOVE THC-LEGAJO (IX-HCT) TO HCT-LEGAJO
               MOVE WS-PERIODO TO HCT-PERIODO
               MOVE THC-HORAS (IX-HCT) TO HCT-HORAS
               MOVE THC-IMPORTE (IX-HCT) TO HCT-IMPORTE
               WRITE REG-HORASCAT
           END-PERFORM.
           CLOSE ARCH-HORASCAT.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
