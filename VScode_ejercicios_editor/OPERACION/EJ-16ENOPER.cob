      *> Cierre de anio calendario: el cierre de cuatrimestre
      *> (EJ-11ENCL22) se ocupa de la inscripcion, pero varios
      *> archivos acumulan por anio calendario y nadie los daba
      *> vuelta: cada enero alguien editaba o borraba a mano el
      *> ACUMULADO de altas, el estado YTDSOCIOS, la base del SAC en
      *> SUELDOHIST, la numeracion de FOLIOCTL, los saldos de
      *> vacaciones de SALDOLIC y el renglon del anio de HISTMES.
      *> Este programa toma el anio a cerrar y, antes de tocar nada:
      *>   - se niega si el anio ya se cerro (queda en PERIODOS como
      *>     periodo AAAA12 del subsistema ANUAL, ver COPYLIB
      *>     PERIPR), asi no se puede correr dos veces;
      *>   - verifica que cada job obligatorio de diciembre (ver
      *>     COPYLIB JOBSANIO) tenga un asiento OK en CONTROL dentro
      *>     de diciembre; si falta alguno el cierre se rechaza.
      *> Despues archiva todos los archivos con el anio en el nombre
      *> (NOMBRE.AAAA); si alguna copia falla el cierre se rechaza
      *> sin poner nada en cero. Recien entonces deja cada uno listo
      *> para el anio nuevo (guardando antes la generacion del que
      *> se regraba, ver COPYLIB GENPR):
      *>   - ACUMULADO queda en cero y YTDSOCIOS y SALDOLIC vacios;
      *>   - FOLIOCTL arranca el anio siguiente desde el folio cero;
      *>   - SUELDOHIST no se vacia (el certificado de trabajo y el
      *>     retroactivo lo necesitan entero): la base del SAC del
      *>     anio nuevo arranca con un renglon al 1 de enero con el
      *>     sueldo vigente de cada legajo activo del maestro;
      *>   - HISTMES conserva un solo renglon del anio (el de la
      *>     ultima corrida anual) para que el pronostico no cuente
      *>     dos veces el mismo anio;
      *>   - las vacaciones no gozadas pasan al anio siguiente en
      *>     VACPEND (ganados del anio mas lo arrastrado menos lo
      *>     tomado, ver COPYLIB VACPEND); un saldo negativo no se
      *>     arrastra como deuda;
      *>   - los convenios de pago abiertos siguen vigentes tal cual
      *>     (CONVENIOS y CONVCUOTAS se archivan como foto del cierre
      *>     pero no se tocan: los cerrados tambien quedan, porque
      *>     numeran los convenios del legajo y arman su estado de
      *>     cuenta).
      *> El resumen del cierre con los totales del anio por archivo
      *> queda en CIERREANIO.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-16ENOPER.
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
      *>   JOBSANIO es la lista de jobs obligatorios de diciembre
      *>   (ver COPYLIB JOBSANIO)
           SELECT ARCH-JOBSANIO ASSIGN TO "JOBSANIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBSANIO.

      *>   PERIODOS guarda los anios ya cerrados (ver COPYLIB
      *>   PERIODO)
           SELECT ARCH-PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.

      *>   LOS ARCHIVOS QUE ACUMULAN POR ANIO CALENDARIO
           SELECT ARCH-ACUMULADO ASSIGN TO "ACUMULADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT ARCH-YTDSOCIOS ASSIGN TO "YTDSOCIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT ARCH-SUELDOHIST ASSIGN TO "SUELDOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT ARCH-FOLIOCTL ASSIGN TO "FOLIOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT ARCH-SALDOLIC ASSIGN TO "SALDOLIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT ARCH-HISTMES ASSIGN TO "HISTMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

      *>   cada archivo anual se abre por su nombre, asignado en
      *>   tiempo de corrida, solo para saber si existe antes de
      *>   archivarlo
           SELECT ARCH-ARCHIVO-ANIO ASSIGN TO ARC-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

      *>   VACPEND son los dias no gozados que pasan de anio
           SELECT ARCH-VACPEND ASSIGN TO "VACPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

      *>   DE DONDE SALEN LOS SALDOS QUE SE ARRASTRAN
           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT ARCH-VACACIONES ASSIGN TO "VACACIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT ARCH-LICENCIAS ASSIGN TO "LICENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT ARCH-CONVENIOS ASSIGN TO "CONVENIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

           SELECT ARCH-CONVCUOTAS ASSIGN TO "CONVCUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.

      *>   CIERREANIO es el resumen impreso del cierre
           SELECT ARCH-CIERREANIO ASSIGN TO "CIERREANIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CIERREANIO.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

      *>   CONTROL es a la vez el registro de esta corrida y donde se
      *>   busca que los jobs de diciembre hayan terminado OK
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
       FD  ARCH-JOBSANIO
           RECORD CONTAINS 42 CHARACTERS.
           COPY JOBSANIO.

       FD  ARCH-PERIODOS
           RECORD CONTAINS 45 CHARACTERS.
           COPY PERIODO.

       FD  ARCH-ACUMULADO.
       01  REG-ACUMULADO.
           03 ACU-BANDA OCCURS 4 TIMES.
               05 ACU-CANT-SEXO PIC 9(5) OCCURS 3 TIMES.
           03 ACU-EMPLE PIC 9(7).

       FD  ARCH-YTDSOCIOS.
       01  REG-YTD PIC X(60).

       FD  ARCH-SUELDOHIST
           RECORD CONTAINS 29 CHARACTERS.
           COPY SUELDHIS.

       FD  ARCH-FOLIOCTL
           RECORD CONTAINS 8 CHARACTERS.
       01  REG-FOLIOCTL.
           03 FOL-ANIO   PIC 9(4).
           03 FOL-ULTIMO PIC 9(4).

       FD  ARCH-SALDOLIC.
       01  REG-SALDOLIC PIC X(80).

       FD  ARCH-HISTMES.
           COPY HISTMES.

       FD  ARCH-VACPEND
           RECORD CONTAINS 19 CHARACTERS.
           COPY VACPEND.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-VACACIONES
           RECORD CONTAINS 13 CHARACTERS.
       01  REG-VACACIONES.
           03 VAC-LEGAJO PIC X(10).
           03 VAC-DIAS   PIC 9(3).

       FD  ARCH-LICENCIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY LICENCIA.

       FD  ARCH-CONVENIOS
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONVENIO.

       FD  ARCH-CONVCUOTAS
           RECORD CONTAINS 41 CHARACTERS.
           COPY CONVCUOT.

       FD  ARCH-ARCHIVO-ANIO.
       01  REG-ARCHIVO-ANIO PIC X(200).

       FD  ARCH-CIERREANIO.
       01  REG-CIERREANIO PIC X(80).

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

      *>   ANIO YA CERRADO (VER COPYLIB PERIPROC)
           COPY PERIPROC.

      *>   ROTACION DE GENERACIONES ANTES DE REGRABAR LOS ARCHIVOS
      *>   (VER COPYLIB GENPROC)
           COPY GENPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE DAR VUELTA LOS ARCHIVOS
           COPY CONFPROC.

       01 WS-FS-JOBSANIO PIC XX.
           88 FS-JOBSANIO-OK VALUE "00".
       01 WS-FS-ANUAL PIC XX.
           88 FS-ANUAL-OK VALUE "00".
       01 WS-FS-CIERREANIO PIC XX.
       01 FIN-ARCHIVO PIC X VALUE "N".

      *>   ANIO QUE SE CIERRA Y FECHA DE PROCESO
       77 WS-ANIO-CIERRE PIC 9(4) VALUE ZERO.
       77 WS-ANIO-NUEVO PIC 9(4) VALUE ZERO.
       77 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
       77 WS-DICIEMBRE-DESDE PIC 9(8) VALUE ZERO.
       77 WS-DICIEMBRE-HASTA PIC 9(8) VALUE ZERO.
       77 WS-PRIMERO-ENERO PIC 9(8) VALUE ZERO.

      *>   JOBS OBLIGATORIOS DE DICIEMBRE Y SI CORRIERON OK
       77 CANT-JOBS PIC 99 VALUE ZERO.
       01 TABLA-JOBS.
           03 JOB-ENTRY OCCURS 50 TIMES.
               05 TJ-JOB          PIC X(11).
               05 TJ-DESCRIPCION  PIC X(30).
               05 TJ-CORRIO-OK    PIC X.
       77 IX-JOB PIC 99 VALUE ZERO.
       77 CANT-JOBS-FALTAN PIC 99 VALUE ZERO.

      *>   ARCHIVO QUE SE ARCHIVA COMO NOMBRE.AAAA
       01 ARC-NOMBRE PIC X(12) VALUE SPACES.
       01 ARC-DESTINO PIC X(17) VALUE SPACES.
       01 ARC-COMANDO PIC X(80) VALUE SPACES.
       77 CANT-ARCHIVADOS PIC 9(3) VALUE ZERO.
       77 CANT-NO-ARCHIVADOS PIC 9(3) VALUE ZERO.

      *>   LOS ARCHIVOS ANUALES, EN EL ORDEN EN QUE SE ARCHIVAN, Y
      *>   COMO QUEDO CADA UNO (NOMBRE.AAAA O "(NO EXISTE)")
       01 ARCHIVOS-ANIO-DATOS.
           03 FILLER PIC X(12) VALUE "ACUMULADO".
           03 FILLER PIC X(12) VALUE "YTDSOCIOS".
           03 FILLER PIC X(12) VALUE "SUELDOHIST".
           03 FILLER PIC X(12) VALUE "FOLIOCTL".
           03 FILLER PIC X(12) VALUE "VACPEND".
           03 FILLER PIC X(12) VALUE "SALDOLIC".
           03 FILLER PIC X(12) VALUE "HISTMES".
           03 FILLER PIC X(12) VALUE "CONVENIOS".
           03 FILLER PIC X(12) VALUE "CONVCUOTAS".
       01 ARCHIVOS-ANIO-TABLA REDEFINES ARCHIVOS-ANIO-DATOS.
           03 ARCHIVO-ANIO-NOMBRE PIC X(12) OCCURS 9 TIMES.
       01 ARCHIVOS-ANIO-DESTINOS.
           03 ARCHIVO-ANIO-DESTINO PIC X(17) OCCURS 9 TIMES.
       77 CANT-ARCHIVOS-ANIO PIC 9 VALUE 9.
       77 IX-ARC PIC 99 VALUE ZERO.

      *>   VACACIONES: DIAS DEL ANIO, ARRASTRADOS Y TOMADOS POR LEGAJO
       77 CANT-VAC PIC 9(4) VALUE ZERO.
       01 TABLA-VAC.
           03 VAC-ENTRY OCCURS 2000 TIMES.
               05 TV-LEGAJO     PIC X(10).
               05 TV-GANADOS    PIC 9(3).
               05 TV-ARRASTRE   PIC 9(3).
               05 TV-TOMADOS    PIC 9(4).
       77 IX-VAC PIC 9(4) VALUE ZERO.
       77 IX-VAC-HALLADO PIC 9(4) VALUE ZERO.
       77 LEGAJO-BUSCADO PIC X(10) VALUE SPACES.
       77 SALDO-VAC PIC S9(5) VALUE ZERO.

      *>   HISTMES EN MEMORIA PARA REGRABARLO CON UN RENGLON POR ANIO
       77 CANT-HM PIC 9(3) VALUE ZERO.
       01 TABLA-HM.
           03 HM-ENTRY OCCURS 200 TIMES.
               05 THM-RENGLON   PIC X(93).
       77 IX-HM PIC 9(3) VALUE ZERO.
       77 IX-HM-ULTIMO PIC 9(3) VALUE ZERO.
       77 IX-MES PIC 99 VALUE ZERO.

      *>   TOTALES DEL ANIO PARA EL RESUMEN
       77 TOT-RENGLONES PIC 9(7) VALUE ZERO.
       77 TOT-CANT PIC 9(7) VALUE ZERO.
       77 TOT-CANT-2 PIC 9(7) VALUE ZERO.
       77 TOT-IMPORTE PIC 9(11)V99 VALUE ZERO.
       77 TOT-DIAS-GANADOS PIC 9(7) VALUE ZERO.
       77 TOT-DIAS-ARRASTRE PIC 9(7) VALUE ZERO.
       77 TOT-DIAS-TOMADOS PIC 9(7) VALUE ZERO.
       77 TOT-DIAS-PASAN PIC 9(7) VALUE ZERO.

      *>   LINEAS ARMADAS DEL RESUMEN
       01 LINEA-TITULO.
           03 FILLER        PIC X(26)
               VALUE "CIERRE DEL ANIO CALENDARIO".
           03 FILLER        PIC X VALUE SPACE.
           03 TIT-ANIO      PIC 9(4).
           03 FILLER        PIC X(13) VALUE " - CORRIDA EL".
           03 FILLER        PIC X VALUE SPACE.
           03 TIT-FECHA     PIC 9(8).
       01 LINEA-ENCABEZADO.
           03 FILLER        PIC X(12) VALUE "ARCHIVO".
           03 FILLER        PIC X(17) VALUE "ARCHIVADO COMO".
           03 FILLER        PIC X(51) VALUE "TOTALES DEL ANIO".
       01 LINEA-RESUMEN.
           03 RES-ARCHIVO   PIC X(12).
           03 RES-DESTINO   PIC X(17).
           03 RES-CONCEPTO  PIC X(30).
           03 RES-CANT      PIC Z(6)9 BLANK WHEN ZERO.
           03 FILLER        PIC X VALUE SPACE.
           03 RES-IMPORTE   PIC Z(9)9.99 BLANK WHEN ZERO.
       01 LINEA-GUIONES PIC X(80) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-16ENOPER" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CIERRE DE ANIO CALENDARIO"
           DISPLAY "-------------------------------------------------".

      *>   fecha de proceso: la del sistema, o la de la tarjeta de
      *>   corrida (clave FECHA) para reprocesar
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE "FECHA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S" AND WS-RC-VALOR (1:8) IS NUMERIC
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-PROCESO
           END-IF.

      *>   anio a cerrar: primero la tarjeta de corrida (clave
      *>   ANIO), sino por consola
           MOVE "ANIO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               IF WS-RC-VALOR (1:4) IS NUMERIC
                   MOVE WS-RC-VALOR (1:4) TO WS-ANIO-CIERRE
               END-IF
           ELSE
               DISPLAY "ANIO A CERRAR (AAAA): "
               ACCEPT WS-ANIO-CIERRE
           END-IF.
           IF WS-ANIO-CIERRE NOT NUMERIC OR WS-ANIO-CIERRE < 1900
               DISPLAY "ANIO INVALIDO, CIERRE RECHAZADO"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           COMPUTE WS-ANIO-NUEVO = WS-ANIO-CIERRE + 1.
           COMPUTE WS-DICIEMBRE-DESDE = WS-ANIO-CIERRE * 10000 + 1201.
           COMPUTE WS-DICIEMBRE-HASTA = WS-ANIO-CIERRE * 10000 + 1231.
           COMPUTE WS-PRIMERO-ENERO = WS-ANIO-NUEVO * 10000 + 0101.

      *>   EL ANIO SE CIERRA RECIEN DESDE EL 31 DE DICIEMBRE (DESPUES
      *>   DE LA ULTIMA CORRIDA NOCTURNA DEL ANIO)
           IF WS-FECHA-PROCESO < WS-DICIEMBRE-HASTA
               DISPLAY "EL ANIO " WS-ANIO-CIERRE " TODAVIA NO "
                   "TERMINO (FECHA DE PROCESO " WS-FECHA-PROCESO
                   "), CIERRE RECHAZADO"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.

      *>   UN ANIO YA CERRADO NO SE VUELVE A CERRAR: LOS ARCHIVOS YA
      *>   ESTAN EN CERO Y UN SEGUNDO CIERRE PISARIA EL ARCHIVO DEL
      *>   ANIO CON ARCHIVOS VACIOS (VER COPYLIB PERIPR)
           COMPUTE WS-PER-PERIODO = WS-ANIO-CIERRE * 100 + 12.
           MOVE "ANUAL" TO WS-PER-SUBSISTEMA.
           PERFORM VERIFICAR-PERIODO-ABIERTO.

      *>   CADA JOB OBLIGATORIO DE DICIEMBRE TIENE QUE HABER
      *>   TERMINADO OK; SI FALTA ALGUNO NO SE TOCA NADA
           PERFORM CARGAR-JOBS-ANIO.
           IF CANT-JOBS = ZERO
               DISPLAY "NO HAY JOBS OBLIGATORIOS EN JOBSANIO, NO SE "
                   "PUEDE VERIFICAR DICIEMBRE: CIERRE RECHAZADO"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM VERIFICAR-JOBS-DICIEMBRE.
           IF CANT-JOBS-FALTAN > ZERO
               DISPLAY CANT-JOBS-FALTAN " JOB(S) DE DICIEMBRE SIN "
                   "CORRIDA OK, CIERRE RECHAZADO"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.

           DISPLAY "SE VA A CERRAR EL ANIO " WS-ANIO-CIERRE
               ": ARCHIVOS ANUALES A NOMBRE." WS-ANIO-CIERRE
               " Y EN CERO PARA " WS-ANIO-NUEVO.
           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-NO
               DISPLAY "CIERRE CANCELADO POR EL OPERADOR"
               MOVE "CANCELADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.

      *>   PRIMERO SE ARCHIVA TODO; SI UNA COPIA FALLA (PERMISOS,
      *>   DISCO LLENO) EL CIERRE SE CORTA ANTES DE PONER NINGUN
      *>   ARCHIVO EN CERO Y EL ANIO QUEDA ABIERTO PARA REPETIRLO
           PERFORM VARYING IX-ARC FROM 1 BY 1
                   UNTIL IX-ARC > CANT-ARCHIVOS-ANIO
               MOVE ARCHIVO-ANIO-NOMBRE (IX-ARC) TO ARC-NOMBRE
               PERFORM ARCHIVAR-ANIO
               MOVE ARC-DESTINO TO ARCHIVO-ANIO-DESTINO (IX-ARC)
           END-PERFORM.
           IF CANT-NO-ARCHIVADOS > ZERO
               DISPLAY CANT-NO-ARCHIVADOS " ARCHIVO(S) NO SE PUDIERON "
                   "ARCHIVAR: CIERRE RECHAZADO, NO SE PUSO NADA EN "
                   "CERO"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.

           OPEN OUTPUT ARCH-CIERREANIO.
           MOVE WS-ANIO-CIERRE TO TIT-ANIO.
           MOVE WS-FECHA-PROCESO TO TIT-FECHA.
           MOVE LINEA-TITULO TO REG-CIERREANIO.
           WRITE REG-CIERREANIO.
           MOVE LINEA-GUIONES TO REG-CIERREANIO.
           WRITE REG-CIERREANIO.
           MOVE LINEA-ENCABEZADO TO REG-CIERREANIO.
           WRITE REG-CIERREANIO.
           MOVE LINEA-GUIONES TO REG-CIERREANIO.
           WRITE REG-CIERREANIO.

           PERFORM CERRAR-ACUMULADO.
           PERFORM CERRAR-YTDSOCIOS.
           PERFORM CERRAR-SUELDOHIST.
           PERFORM CERRAR-FOLIOCTL.
           PERFORM CERRAR-VACACIONES.
           PERFORM CERRAR-HISTMES.
           PERFORM CERRAR-CONVENIOS.

           MOVE LINEA-GUIONES TO REG-CIERREANIO.
           WRITE REG-CIERREANIO.
           CLOSE ARCH-CIERREANIO.

           PERFORM MARCAR-ANIO-CERRADO.
           DISPLAY "ANIO " WS-ANIO-CIERRE " CERRADO: " CANT-ARCHIVADOS
               " ARCHIVOS ARCHIVADOS, RESUMEN EN CIERREANIO".
           MOVE "OK" TO CTL-ESTADO.

       FIN-CON-CONTROL.
           MOVE "EJ-16ENOPER" TO CTL-JOB.
           MOVE CANT-ARCHIVADOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       CARGAR-JOBS-ANIO.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-JOBSANIO.
           IF NOT FS-JOBSANIO-OK
               DISPLAY "NO EXISTE JOBSANIO"
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-JOBSANIO
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-JOBSANIO
                   NOT AT END
                       IF CANT-JOBS >= 50
                           DISPLAY "ADVERTENCIA: SE IGNORA " JA-JOB
                               ", YA HAY 50 JOBS CARGADOS"
                       ELSE
                           ADD 1 TO CANT-JOBS
                           MOVE JA-JOB TO TJ-JOB (CANT-JOBS)
                           MOVE JA-DESCRIPCION
                             TO TJ-DESCRIPCION (CANT-JOBS)
                           MOVE "N" TO TJ-CORRIO-OK (CANT-JOBS)
                       END-IF
               END-READ
           END-PERFORM.

      *>   RECORRE CONTROL BUSCANDO UN ASIENTO OK DE CADA JOB DENTRO
      *>   DE DICIEMBRE DEL ANIO QUE SE CIERRA
       VERIFICAR-JOBS-DICIEMBRE.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-CONTROL.
           IF NOT FS-CONTROL-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-CONTROL
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-CONTROL
                   NOT AT END
                       IF CTL-FECHA NOT < WS-DICIEMBRE-DESDE
                          AND CTL-FECHA NOT > WS-DICIEMBRE-HASTA
                          AND CTL-ESTADO = "OK"
                           PERFORM VARYING IX-JOB FROM 1 BY 1
                                   UNTIL IX-JOB > CANT-JOBS
                               IF TJ-JOB (IX-JOB) = CTL-JOB
                                   MOVE "S" TO TJ-CORRIO-OK (IX-JOB)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZERO TO CANT-JOBS-FALTAN.
           PERFORM VARYING IX-JOB FROM 1 BY 1 UNTIL IX-JOB > CANT-JOBS
               IF TJ-CORRIO-OK (IX-JOB) = "N"
                   ADD 1 TO CANT-JOBS-FALTAN
                   DISPLAY "SIN CORRIDA OK EN DICIEMBRE: "
                       TJ-JOB (IX-JOB) " " TJ-DESCRIPCION (IX-JOB)
               END-IF
           END-PERFORM.

      *>   COPIA EL ARCHIVO ARC-NOMBRE COMO ARC-NOMBRE.AAAA CON EL
      *>   COMANDO DEL SISTEMA (MISMO MECANISMO QUE COPYLIB GENPR).
      *>   UN ARCHIVO QUE NO EXISTE NO SE ARCHIVA Y EL RESUMEN LO
      *>   MUESTRA; UNO QUE EXISTE Y NO SE PUDO COPIAR CUENTA EN
      *>   CANT-NO-ARCHIVADOS Y FRENA EL CIERRE
       ARCHIVAR-ANIO.
           MOVE SPACES TO ARC-DESTINO.
           OPEN INPUT ARCH-ARCHIVO-ANIO.
           IF NOT FS-ANUAL-OK
               MOVE "(NO EXISTE)" TO ARC-DESTINO
           ELSE
               CLOSE ARCH-ARCHIVO-ANIO
               PERFORM COPIAR-ARCHIVO-ANIO
           END-IF.

       COPIAR-ARCHIVO-ANIO.
           STRING ARC-NOMBRE DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-ANIO-CIERRE DELIMITED BY SIZE
               INTO ARC-DESTINO.
           MOVE SPACES TO ARC-COMANDO.
           STRING "cp " DELIMITED BY SIZE
               ARC-NOMBRE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ARC-DESTINO DELIMITED BY SPACE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO ARC-COMANDO.
           MOVE ZERO TO RETURN-CODE.
           CALL "SYSTEM" USING ARC-COMANDO
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = ZERO
               ADD 1 TO CANT-ARCHIVADOS
           ELSE
               DISPLAY "NO SE PUDO ARCHIVAR " ARC-NOMBRE
                   " COMO " ARC-DESTINO
               ADD 1 TO CANT-NO-ARCHIVADOS
           END-IF.
           MOVE ZERO TO RETURN-CODE.

      *>   DEJA EN ARC-DESTINO COMO SE ARCHIVO ARC-NOMBRE AL
      *>   PRINCIPIO DEL CIERRE, PARA EL RESUMEN
       BUSCAR-ARCHIVADO.
           MOVE SPACES TO ARC-DESTINO.
           PERFORM VARYING IX-ARC FROM 1 BY 1
                   UNTIL IX-ARC > CANT-ARCHIVOS-ANIO
               IF ARCHIVO-ANIO-NOMBRE (IX-ARC) = ARC-NOMBRE
                   MOVE ARCHIVO-ANIO-DESTINO (IX-ARC) TO ARC-DESTINO
               END-IF
           END-PERFORM.

       GRABAR-RESUMEN.
           MOVE LINEA-RESUMEN TO REG-CIERREANIO.
           WRITE REG-CIERREANIO.
           MOVE SPACES TO RES-ARCHIVO.
           MOVE SPACES TO RES-DESTINO.
           MOVE ZERO TO RES-CANT.
           MOVE ZERO TO RES-IMPORTE.

      *>   ACUMULADO: ALTAS DEL ANIO POR BANDA Y SEXO, QUEDA EN CERO
       CERRAR-ACUMULADO.
           MOVE ZERO TO TOT-CANT.
           OPEN INPUT ARCH-ACUMULADO.
           IF FS-ANUAL-OK
               READ ARCH-ACUMULADO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACU-EMPLE TO TOT-CANT
               END-READ
               CLOSE ARCH-ACUMULADO
           END-IF.
           MOVE "ACUMULADO" TO ARC-NOMBRE.
           PERFORM BUSCAR-ARCHIVADO.
           MOVE "ACUMULADO" TO WS-GEN-ARCHIVO.
           PERFORM ROTAR-GENERACION.
           OPEN OUTPUT ARCH-ACUMULADO.
           MOVE ZEROS TO REG-ACUMULADO.
           WRITE REG-ACUMULADO.
           CLOSE ARCH-ACUMULADO.
           MOVE ARC-NOMBRE TO RES-ARCHIVO.
           MOVE ARC-DESTINO TO RES-DESTINO.
           MOVE "ALTAS DE PERSONAL DEL ANIO" TO RES-CONCEPTO.
           MOVE TOT-CANT TO RES-CANT.
           PERFORM GRABAR-RESUMEN.
           MOVE "QUEDA EN CERO" TO RES-CONCEPTO.
           PERFORM GRABAR-RESUMEN.

      *>   YTDSOCIOS: ESTADO ANUAL POR SOCIO, QUEDA VACIO
       CERRAR-YTDSOCIOS.
           MOVE ZERO TO TOT-RENGLONES.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-YTDSOCIOS.
           IF NOT FS-ANUAL-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-YTDSOCIOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-YTDSOCIOS
                   NOT AT END
                       ADD 1 TO TOT-RENGLONES
               END-READ
           END-PERFORM.
           MOVE "YTDSOCIOS" TO ARC-NOMBRE.
           PERFORM BUSCAR-ARCHIVADO.
           MOVE "YTDSOCIOS" TO WS-GEN-ARCHIVO.
           PERFORM ROTAR-GENERACION.
           OPEN OUTPUT ARCH-YTDSOCIOS.
           CLOSE ARCH-YTDSOCIOS.
           MOVE ARC-NOMBRE TO RES-ARCHIVO.
           MOVE ARC-DESTINO TO RES-DESTINO.
           MOVE "RENGLONES DEL ESTADO ANUAL" TO RES-CONCEPTO.
           MOVE TOT-RENGLONES TO RES-CANT.
           PERFORM GRABAR-RESUMEN.
           MOVE "QUEDA VACIO" TO RES-CONCEPTO.
           PERFORM GRABAR-RESUMEN.

      *>   SUELDOHIST: SE ARCHIVA LA FOTO DEL ANIO Y LA BASE DEL SAC
      *>   DEL ANIO NUEVO ARRANCA CON EL SUELDO VIGENTE DE CADA
      *>   LEGAJO ACTIVO AL 1 DE ENERO (EL HISTORICO NO SE BORRA)
       CERRAR-SUELDOHIST.
           MOVE ZERO TO TOT-RENGLONES.
           MOVE ZERO TO TOT-IMPORTE.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-SUELDOHIST.
           IF NOT FS-ANUAL-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-SUELDOHIST
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-SUELDOHIST
                   NOT AT END
                       IF SH-FECHA (1:4) = WS-ANIO-CIERRE
                           ADD 1 TO TOT-RENGLONES
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "SUELDOHIST" TO ARC-NOMBRE.
           PERFORM BUSCAR-ARCHIVADO.
           MOVE ARC-NOMBRE TO RES-ARCHIVO.
           MOVE ARC-DESTINO TO RES-DESTINO.
           MOVE "MOVIMIENTOS DE SUELDO DEL ANIO" TO RES-CONCEPTO.
           MOVE TOT-RENGLONES TO RES-CANT.
           PERFORM GRABAR-RESUMEN.

           MOVE ZERO TO TOT-CANT.
           OPEN EXTEND ARCH-SUELDOHIST.
           IF NOT FS-ANUAL-OK
               OPEN OUTPUT ARCH-SUELDOHIST
           END-IF.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-ANUAL-OK
               DISPLAY "NO EXISTE MAESEMPL: SIN BASE DE SAC PARA "
                   WS-ANIO-NUEVO
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF MAE-ESTADO NOT = "I"
                           MOVE WS-PRIMERO-ENERO TO SH-FECHA
                           MOVE MAE-LEGAJO TO SH-LEGAJO
                           MOVE MAE-SUELDO TO SH-SUELDO
                           WRITE REG-SUELDOHIST
                           ADD 1 TO TOT-CANT
                           ADD MAE-SUELDO TO TOT-IMPORTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCH-SUELDOHIST.
           MOVE "BASE SAC AL 1/1 (LEGAJOS)" TO RES-CONCEPTO.
           MOVE TOT-CANT TO RES-CANT.
           MOVE TOT-IMPORTE TO RES-IMPORTE.
           PERFORM GRABAR-RESUMEN.

      *>   FOLIOCTL: LA NUMERACION DE ACTAS ARRANCA DE CERO EN EL
      *>   ANIO NUEVO; SI YA SE EMITIO ALGUN FOLIO DEL ANIO NUEVO NO
      *>   SE TOCA
       CERRAR-FOLIOCTL.
           MOVE ZERO TO FOL-ANIO.
           MOVE ZERO TO FOL-ULTIMO.
           OPEN INPUT ARCH-FOLIOCTL.
           IF FS-ANUAL-OK
               READ ARCH-FOLIOCTL
                   AT END
                       MOVE ZERO TO FOL-ANIO
                       MOVE ZERO TO FOL-ULTIMO
               END-READ
               CLOSE ARCH-FOLIOCTL
           END-IF.
           MOVE "FOLIOCTL" TO ARC-NOMBRE.
           PERFORM BUSCAR-ARCHIVADO.
           MOVE ARC-NOMBRE TO RES-ARCHIVO.
           MOVE ARC-DESTINO TO RES-DESTINO.
           MOVE "FOLIOS DE ACTA OTORGADOS" TO RES-CONCEPTO.
           IF FOL-ANIO = WS-ANIO-CIERRE
               MOVE FOL-ULTIMO TO RES-CANT
           END-IF.
           PERFORM GRABAR-RESUMEN.
           IF FOL-ANIO > WS-ANIO-CIERRE
               MOVE "YA NUMERA EL ANIO NUEVO" TO RES-CONCEPTO
           ELSE
               MOVE "ARRANCA DE CERO" TO RES-CONCEPTO
               MOVE "FOLIOCTL" TO WS-GEN-ARCHIVO
               PERFORM ROTAR-GENERACION
               OPEN OUTPUT ARCH-FOLIOCTL
               MOVE WS-ANIO-NUEVO TO FOL-ANIO
               MOVE ZERO TO FOL-ULTIMO
               WRITE REG-FOLIOCTL
               CLOSE ARCH-FOLIOCTL
           END-IF.
           PERFORM GRABAR-RESUMEN.

      *>   VACACIONES: SALDO DE CADA LEGAJO = DIAS DEL ANIO (LOS QUE
      *>   DEJO LA CORRIDA ANUAL EN VACACIONES) MAS LO ARRASTRADO
      *>   (VACPEND DEL ANIO) MENOS LO TOMADO EN EL ANIO (LICENCIAS
      *>   DE VACACIONES QUE EMPIEZAN EN EL ANIO). EL SALDO POSITIVO
      *>   PASA AL ANIO NUEVO; SALDOLIC QUEDA VACIO HASTA LA PROXIMA
      *>   CORRIDA ANUAL
       CERRAR-VACACIONES.
           MOVE ZERO TO CANT-VAC.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-VACACIONES.
           IF NOT FS-ANUAL-OK
               DISPLAY "NO EXISTE VACACIONES: NO HAY DIAS DEL ANIO "
                   "QUE ARRASTRAR"
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-VACACIONES
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-VACACIONES
                   NOT AT END
                       IF CANT-VAC >= 2000
                           DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO "
                               VAC-LEGAJO ", YA HAY 2000 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-VAC
                           MOVE VAC-LEGAJO TO TV-LEGAJO (CANT-VAC)
                           MOVE VAC-DIAS TO TV-GANADOS (CANT-VAC)
                           MOVE ZERO TO TV-ARRASTRE (CANT-VAC)
                           MOVE ZERO TO TV-TOMADOS (CANT-VAC)
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-VACPEND.
           IF NOT FS-ANUAL-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-VACPEND
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-VACPEND
                   NOT AT END
                       IF VP-ANIO = WS-ANIO-CIERRE
                           MOVE VP-LEGAJO TO LEGAJO-BUSCADO
                           PERFORM BUSCAR-LEGAJO-VAC
                           IF IX-VAC-HALLADO > ZERO
                               ADD VP-DIAS
                                 TO TV-ARRASTRE (IX-VAC-HALLADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-LICENCIAS.
           IF NOT FS-ANUAL-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-LICENCIAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-LICENCIAS
                   NOT AT END
                       IF LIC-TIPO = "VACACIONES"
                          AND LIC-FECHA-DESDE (1:4) = WS-ANIO-CIERRE
                           MOVE LIC-LEGAJO TO LEGAJO-BUSCADO
                           PERFORM BUSCAR-LEGAJO-VAC
                           IF IX-VAC-HALLADO > ZERO
                               ADD LIC-DIAS
                                 TO TV-TOMADOS (IX-VAC-HALLADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "VACPEND" TO ARC-NOMBRE.
           PERFORM BUSCAR-ARCHIVADO.
           MOVE "VACPEND" TO WS-GEN-ARCHIVO.
           PERFORM ROTAR-GENERACION.
           MOVE ZERO TO TOT-DIAS-GANADOS.
           MOVE ZERO TO TOT-DIAS-ARRASTRE.
           MOVE ZERO TO TOT-DIAS-TOMADOS.
           MOVE ZERO TO TOT-DIAS-PASAN.
           MOVE ZERO TO TOT-CANT.
           OPEN OUTPUT ARCH-VACPEND.
           PERFORM VARYING IX-VAC FROM 1 BY 1 UNTIL IX-VAC > CANT-VAC
               ADD TV-GANADOS (IX-VAC) TO TOT-DIAS-GANADOS
               ADD TV-ARRASTRE (IX-VAC) TO TOT-DIAS-ARRASTRE
               ADD TV-TOMADOS (IX-VAC) TO TOT-DIAS-TOMADOS
               COMPUTE SALDO-VAC = TV-GANADOS (IX-VAC)
                                 + TV-ARRASTRE (IX-VAC)
                                 - TV-TOMADOS (IX-VAC)
               IF SALDO-VAC > 999
                   MOVE 999 TO SALDO-VAC
               END-IF
               IF SALDO-VAC > ZERO
                   MOVE TV-LEGAJO (IX-VAC) TO VP-LEGAJO
                   MOVE ";" TO VP-SEP1
                   MOVE WS-ANIO-NUEVO TO VP-ANIO
                   MOVE ";" TO VP-SEP2
                   MOVE SALDO-VAC TO VP-DIAS
                   WRITE REG-VACPEND
                   ADD 1 TO TOT-CANT
                   ADD SALDO-VAC TO TOT-DIAS-PASAN
               END-IF
           END-PERFORM.
           CLOSE ARCH-VACPEND.
           MOVE ARC-NOMBRE TO RES-ARCHIVO.
           MOVE ARC-DESTINO TO RES-DESTINO.
           MOVE "DIAS GANADOS EN EL ANIO" TO RES-CONCEPTO.
           MOVE TOT-DIAS-GANADOS TO RES-CANT.
           PERFORM GRABAR-RESUMEN.
           MOVE "DIAS ARRASTRADOS AL ANIO" TO RES-CONCEPTO.
           MOVE TOT-DIAS-ARRASTRE TO RES-CANT.
           PERFORM GRABAR-RESUMEN.
           MOVE "DIAS TOMADOS EN EL ANIO" TO RES-CONCEPTO.
           MOVE TOT-DIAS-TOMADOS TO RES-CANT.
           PERFORM GRABAR-RESUMEN.
           MOVE "DIAS QUE PASAN AL ANIO NUEVO" TO RES-CONCEPTO.
           MOVE TOT-DIAS-PASAN TO RES-CANT.
           PERFORM GRABAR-RESUMEN.
           MOVE "LEGAJOS CON SALDO QUE PASA" TO RES-CONCEPTO.
           MOVE TOT-CANT TO RES-CANT.
           PERFORM GRABAR-RESUMEN.

           MOVE "SALDOLIC" TO ARC-NOMBRE.
           PERFORM BUSCAR-ARCHIVADO.
           MOVE "SALDOLIC" TO WS-GEN-ARCHIVO.
           PERFORM ROTAR-GENERACION.
           OPEN OUTPUT ARCH-SALDOLIC.
           CLOSE ARCH-SALDOLIC.
           MOVE ARC-NOMBRE TO RES-ARCHIVO.
           MOVE ARC-DESTINO TO RES-DESTINO.
           MOVE "QUEDA VACIO" TO RES-CONCEPTO.
           PERFORM GRABAR-RESUMEN.

       BUSCAR-LEGAJO-VAC.
           MOVE ZERO TO IX-VAC-HALLADO.
           PERFORM VARYING IX-VAC FROM 1 BY 1 UNTIL IX-VAC > CANT-VAC
               IF TV-LEGAJO (IX-VAC) = LEGAJO-BUSCADO
                   MOVE IX-VAC TO IX-VAC-HALLADO
               END-IF
           END-PERFORM.

      *>   HISTMES: SI LA CORRIDA ANUAL DE VISITAS SE REPITIO EN EL
      *>   ANIO QUEDA SOLO EL ULTIMO RENGLON DEL ANIO; LOS DE LOS
      *>   OTROS ANIOS SE CONSERVAN (SON LA BASE DEL PRONOSTICO)
       CERRAR-HISTMES.
           MOVE ZERO TO CANT-HM.
           MOVE ZERO TO IX-HM-ULTIMO.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-HISTMES.
           IF NOT FS-ANUAL-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-HISTMES
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-HISTMES
                   NOT AT END
                       IF CANT-HM >= 200
                           DISPLAY "ADVERTENCIA: HISTMES CON MAS DE "
                               "200 RENGLONES, SE IGNORA " HM-FECHA
                       ELSE
                           ADD 1 TO CANT-HM
                           MOVE REG-HISTMES TO THM-RENGLON (CANT-HM)
                           IF HM-FECHA (1:4) = WS-ANIO-CIERRE
                               MOVE CANT-HM TO IX-HM-ULTIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "HISTMES" TO ARC-NOMBRE.
           PERFORM BUSCAR-ARCHIVADO.
           MOVE ZERO TO TOT-CANT.
           MOVE ZERO TO TOT-CANT-2.
           IF CANT-HM > ZERO
               MOVE "HISTMES" TO WS-GEN-ARCHIVO
               PERFORM ROTAR-GENERACION
               OPEN OUTPUT ARCH-HISTMES
               PERFORM VARYING IX-HM FROM 1 BY 1 UNTIL IX-HM > CANT-HM
                   MOVE THM-RENGLON (IX-HM) TO REG-HISTMES
                   IF HM-FECHA (1:4) = WS-ANIO-CIERRE
                      AND IX-HM NOT = IX-HM-ULTIMO
                       ADD 1 TO TOT-CANT-2
                   ELSE
                       WRITE REG-HISTMES
                   END-IF
               END-PERFORM
               CLOSE ARCH-HISTMES
           END-IF.
           IF IX-HM-ULTIMO > ZERO
               MOVE THM-RENGLON (IX-HM-ULTIMO) TO REG-HISTMES
               PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12
                   ADD HM-TOTAL-MES (IX-MES) TO TOT-CANT
               END-PERFORM
           END-IF.
           MOVE ARC-NOMBRE TO RES-ARCHIVO.
           MOVE ARC-DESTINO TO RES-DESTINO.
           MOVE "VISITANTES DEL ANIO" TO RES-CONCEPTO.
           MOVE TOT-CANT TO RES-CANT.
           PERFORM GRABAR-RESUMEN.
           IF IX-HM-ULTIMO = ZERO
               MOVE "SIN RENGLON DEL ANIO" TO RES-CONCEPTO
           ELSE
               MOVE "CORRIDAS REPETIDAS QUITADAS" TO RES-CONCEPTO
               MOVE TOT-CANT-2 TO RES-CANT
           END-IF.
           PERFORM GRABAR-RESUMEN.

      *>   CONVENIOS: LOS ABIERTOS SIGUEN TAL CUAL EN EL ANIO NUEVO;
      *>   SE ARCHIVA LA FOTO DEL CIERRE Y SE INFORMA LO QUE PASA
       CERRAR-CONVENIOS.
           MOVE ZERO TO TOT-CANT.
           MOVE ZERO TO TOT-CANT-2.
           MOVE ZERO TO TOT-IMPORTE.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-CONVENIOS.
           IF NOT FS-ANUAL-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-CONVENIOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-CONVENIOS
                   NOT AT END
                       IF CNV-ESTADO = "VIGENTE"
                           ADD 1 TO TOT-CANT
                       ELSE
                           ADD 1 TO TOT-CANT-2
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-CONVCUOTAS.
           IF NOT FS-ANUAL-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-CONVCUOTAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-CONVCUOTAS
                   NOT AT END
                       IF CVC-ESTADO = "PENDIENTE"
                           ADD CVC-IMPORTE TO TOT-IMPORTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "CONVENIOS" TO ARC-NOMBRE.
           PERFORM BUSCAR-ARCHIVADO.
           MOVE ARC-NOMBRE TO RES-ARCHIVO.
           MOVE ARC-DESTINO TO RES-DESTINO.
           MOVE "VIGENTES QUE PASAN AL ANIO" TO RES-CONCEPTO.
           MOVE TOT-CANT TO RES-CANT.
           PERFORM GRABAR-RESUMEN.
           MOVE "CUMPLIDOS O CAIDOS (QUEDAN)" TO RES-CONCEPTO.
           MOVE TOT-CANT-2 TO RES-CANT.
           PERFORM GRABAR-RESUMEN.
           MOVE "CONVCUOTAS" TO ARC-NOMBRE.
           PERFORM BUSCAR-ARCHIVADO.
           MOVE ARC-NOMBRE TO RES-ARCHIVO.
           MOVE ARC-DESTINO TO RES-DESTINO.
           MOVE "SALDO PENDIENTE QUE PASA" TO RES-CONCEPTO.
           MOVE TOT-IMPORTE TO RES-IMPORTE.
           PERFORM GRABAR-RESUMEN.

      *>   DEJA EL ANIO CERRADO EN PERIODOS (AAAA12 / ANUAL) PARA QUE
      *>   UN SEGUNDO CIERRE DEL MISMO ANIO SE RECHACE
       MARCAR-ANIO-CERRADO.
           OPEN EXTEND ARCH-PERIODOS.
           IF NOT FS-PERIODOS-OK
               OPEN OUTPUT ARCH-PERIODOS
           END-IF.
           MOVE WS-PER-PERIODO TO PER-PERIODO.
           MOVE ";" TO PER-SEP1.
           MOVE "ANUAL" TO PER-SUBSISTEMA.
           MOVE ";" TO PER-SEP2.
           MOVE "CERRADO" TO PER-ESTADO.
           MOVE ";" TO PER-SEP3.
           MOVE WS-OPERADOR-ID TO PER-OPERADOR.
           MOVE ";" TO PER-SEP4.
           MOVE WS-FECHA-PROCESO TO PER-FECHA.
           WRITE REG-PERIODO.
           CLOSE ARCH-PERIODOS.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY PERIPR.
           COPY RUNCPR.
           COPY GENPR.
