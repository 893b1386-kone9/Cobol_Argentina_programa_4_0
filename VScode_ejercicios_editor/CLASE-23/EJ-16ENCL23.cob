      *> Saldos de prestamos al personal: los prestamos y adelantos
      *> de sueldo se llevaban en una planilla y una renuncia podia
      *> dejar un saldo sin recuperar sin que nadie se enterara. Esta
      *> corrida mensual lista de PRESTAMOS, por legajo, cada
      *> prestamo o adelanto con saldo (otorgado, cuotas pagas sobre
      *> el plan y saldo), con el total del legajo y el general, y
      *> marca aparte los saldos de legajos que ya estan dados de
      *> baja en el maestro de personal, que la nomina ya no va a
      *> descontar. El reporte queda en SALDOPREST.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-16ENCL23.
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
      *>   PRESTAMOS es el registro de prestamos y adelantos al
      *>   personal (ver COPYLIB PRESTAMO)
           SELECT ARCH-PRESTAMOS ASSIGN TO "PRESTAMOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESTAMOS.

           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   SALDOPREST es el reporte impreso de saldos
           SELECT ARCH-SALDOPREST ASSIGN TO "SALDOPREST"
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
       FD  ARCH-PRESTAMOS
           RECORD CONTAINS 69 CHARACTERS.
           COPY PRESTAMO.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-SALDOPREST.
       01  REG-SALDOPREST PIC X(100).

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

       77 WS-FECHA-HOY PIC 9(8) VALUE ZEROS.

      *>   NOMBRE Y ESTADO DEL MAESTRO POR LEGAJO
       77 WS-CANT-MAESTRO PIC 9(4) VALUE ZERO.
       01  TABLA-MAESTRO.
           03 MAESTRO-ENTRY OCCURS 500 TIMES.
               05 TM-LEGAJO PIC X(10).
               05 TM-NOMBRE PIC X(30).
               05 TM-ESTADO PIC X.
       77 IX-MAE PIC 9(4) VALUE ZERO.
       77 IX-MAE-HALLADO PIC 9(4) VALUE ZERO.

      *>   PRESTAMO YA LISTADO (VA JUNTO CON LOS DE SU LEGAJO)
       01  TABLA-LISTADOS.
           03 TPR-LISTADO PIC X OCCURS 300 TIMES.
       77 IX-PRE-LEG PIC 999 VALUE ZERO.

      *>   TOTALES
       77 WS-SALDO-LEGAJO PIC 9(11)V99 VALUE ZEROS.
       77 WS-CANT-LEGAJOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-CON-SALDO PIC 9(5) VALUE ZERO.
       77 WS-SALDO-TOTAL PIC 9(13)V99 VALUE ZEROS.
       77 WS-CANT-BAJAS PIC 9(5) VALUE ZERO.
       77 WS-SALDO-BAJAS PIC 9(13)V99 VALUE ZEROS.
       01 WS-LEGAJO-BAJA PIC X VALUE "N".

       01 WS-FIN-MAESTRO PIC X VALUE "N".
       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   PRESTAMOS Y ADELANTOS AL PERSONAL (VER COPYLIB PRESPROC)
           COPY PRESPROC.

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER PIC X(44)
               VALUE "SALDOS DE PRESTAMOS Y ADELANTOS AL PERSONAL".
           03 FILLER PIC X(9) VALUE "  AL DIA ".
           03 TIT-FECHA PIC 9(8).
       01 LINEA-ENCABEZADO.
           03 FILLER PIC X(12) VALUE "LEGAJO".
           03 FILLER PIC X(31) VALUE "NOMBRE".
           03 FILLER PIC X(5) VALUE "NRO".
           03 FILLER PIC X(3) VALUE "T".
           03 FILLER PIC X(16) VALUE "OTORGADO".
           03 FILLER PIC X(7) VALUE "CUOTAS".
           03 FILLER PIC X(15) VALUE "SALDO".
           03 FILLER PIC X(10) VALUE "OBS".
       01 LINEA-PRESTAMO.
           03 SPR-LEGAJO   PIC X(10).
           03 FILLER       PIC XX VALUE SPACES.
           03 SPR-NOMBRE   PIC X(30).
           03 FILLER       PIC X VALUE SPACE.
           03 SPR-NUMERO   PIC 9(4).
           03 FILLER       PIC X VALUE SPACE.
           03 SPR-TIPO     PIC X.
           03 FILLER       PIC XX VALUE SPACES.
           03 SPR-OTORGADO PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC XX VALUE SPACES.
           03 SPR-PAGAS    PIC Z9.
           03 FILLER       PIC X VALUE "/".
           03 SPR-CUOTAS   PIC Z9.
           03 FILLER       PIC XX VALUE SPACES.
           03 SPR-SALDO    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X VALUE SPACE.
           03 SPR-OBS      PIC X(11).
       01 LINEA-TOTAL-LEGAJO.
           03 FILLER       PIC X(70) VALUE SPACES.
           03 FILLER       PIC X(7) VALUE "TOTAL ".
           03 STL-SALDO    PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-TOTAL.
           03 FILLER       PIC X(22) VALUE "LEGAJOS CON SALDO: ".
           03 TOT-LEGAJOS  PIC ZZZZ9.
           03 FILLER       PIC X(18) VALUE "   SALDO TOTAL ".
           03 TOT-SALDO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-TOTAL-BAJAS.
           03 FILLER       PIC X(22) VALUE "LEGAJOS DE BAJA: ".
           03 TOB-LEGAJOS  PIC ZZZZ9.
           03 FILLER       PIC X(18) VALUE "   SIN RECUPERAR ".
           03 TOB-SALDO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-GUIONES PIC X(100) VALUE ALL "-".

       01 EDICION PIC $ZZZ.ZZZ.ZZZ.ZZ9,99.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-16ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "SALDOS DE PRESTAMOS AL PERSONAL".
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PRESTAMOS.
           IF NOT FS-PRESTAMOS-OK
               DISPLAY "NO EXISTE EL REGISTRO DE PRESTAMOS, CORRIDA "
                   "RECHAZADA"
               MOVE "EJ-16ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM CARGAR-MAESTRO.

           OPEN OUTPUT ARCH-SALDOPREST.
           MOVE WS-FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO REG-SALDOPREST.
           WRITE REG-SALDOPREST.
           MOVE LINEA-ENCABEZADO TO REG-SALDOPREST.
           WRITE REG-SALDOPREST.
           MOVE LINEA-GUIONES TO REG-SALDOPREST.
           WRITE REG-SALDOPREST.

           PERFORM VARYING IX-PRE FROM 1 BY 1
                   UNTIL IX-PRE > WS-CANT-PRESTAMOS
               MOVE "N" TO TPR-LISTADO (IX-PRE)
           END-PERFORM.
           PERFORM VARYING IX-PRE FROM 1 BY 1
                   UNTIL IX-PRE > WS-CANT-PRESTAMOS
               IF TPR-LISTADO (IX-PRE) = "N"
                  AND TPR-ESTADO (IX-PRE) = "A"
                  AND TPR-SALDO (IX-PRE) > ZERO
                   PERFORM LISTAR-LEGAJO
               END-IF
           END-PERFORM.

           MOVE LINEA-GUIONES TO REG-SALDOPREST.
           WRITE REG-SALDOPREST.
           MOVE WS-CANT-LEGAJOS TO TOT-LEGAJOS.
           MOVE WS-SALDO-TOTAL TO TOT-SALDO.
           MOVE LINEA-TOTAL TO REG-SALDOPREST.
           WRITE REG-SALDOPREST.
           MOVE WS-CANT-BAJAS TO TOB-LEGAJOS.
           MOVE WS-SALDO-BAJAS TO TOB-SALDO.
           MOVE LINEA-TOTAL-BAJAS TO REG-SALDOPREST.
           WRITE REG-SALDOPREST.
           CLOSE ARCH-SALDOPREST.

           DISPLAY "PRESTAMOS CON SALDO:      " WS-CANT-CON-SALDO.
           DISPLAY "LEGAJOS CON SALDO:        " WS-CANT-LEGAJOS.
           MOVE WS-SALDO-TOTAL TO EDICION.
           DISPLAY "SALDO TOTAL:         " EDICION.
           DISPLAY "LEGAJOS DE BAJA:          " WS-CANT-BAJAS.
           MOVE WS-SALDO-BAJAS TO EDICION.
           DISPLAY "SALDO SIN RECUPERAR: " EDICION.
           DISPLAY "REPORTE GENERADO EN SALDOPREST".

           MOVE "EJ-16ENCL23" TO CTL-JOB.
           MOVE WS-CANT-CON-SALDO TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.

           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   TODOS LOS PRESTAMOS CON SALDO DEL LEGAJO DE IX-PRE, DESDE
      *>   ESE EN ADELANTE, Y EL TOTAL DEL LEGAJO
       LISTAR-LEGAJO.
           ADD 1 TO WS-CANT-LEGAJOS.
           MOVE ZEROS TO WS-SALDO-LEGAJO.
           PERFORM BUSCAR-EN-MAESTRO.
      *>   UN LEGAJO INACTIVO O QUE YA NO ESTA EN EL MAESTRO NO VA A
      *>   PASAR MAS POR LA NOMINA
           MOVE "N" TO WS-LEGAJO-BAJA.
           IF IX-MAE-HALLADO = ZERO
               MOVE "S" TO WS-LEGAJO-BAJA
           ELSE
               IF TM-ESTADO (IX-MAE-HALLADO) = "I"
                   MOVE "S" TO WS-LEGAJO-BAJA
               END-IF
           END-IF.
           PERFORM VARYING IX-PRE-LEG FROM IX-PRE BY 1
                   UNTIL IX-PRE-LEG > WS-CANT-PRESTAMOS
               IF TPR-LEGAJO (IX-PRE-LEG) = TPR-LEGAJO (IX-PRE)
                  AND TPR-ESTADO (IX-PRE-LEG) = "A"
                  AND TPR-SALDO (IX-PRE-LEG) > ZERO
                   PERFORM LISTAR-PRESTAMO
               END-IF
           END-PERFORM.
           MOVE WS-SALDO-LEGAJO TO STL-SALDO.
           MOVE LINEA-TOTAL-LEGAJO TO REG-SALDOPREST.
           WRITE REG-SALDOPREST.
           ADD WS-SALDO-LEGAJO TO WS-SALDO-TOTAL.
           IF WS-LEGAJO-BAJA = "S"
               ADD 1 TO WS-CANT-BAJAS
               ADD WS-SALDO-LEGAJO TO WS-SALDO-BAJAS
           END-IF.

       LISTAR-PRESTAMO.
           MOVE "S" TO TPR-LISTADO (IX-PRE-LEG).
           ADD 1 TO WS-CANT-CON-SALDO.
           ADD TPR-SALDO (IX-PRE-LEG) TO WS-SALDO-LEGAJO.
           MOVE TPR-LEGAJO (IX-PRE-LEG) TO SPR-LEGAJO.
           MOVE SPACES TO SPR-NOMBRE.
           IF IX-MAE-HALLADO > ZERO
               MOVE TM-NOMBRE (IX-MAE-HALLADO) TO SPR-NOMBRE
           END-IF.
           MOVE TPR-NUMERO (IX-PRE-LEG) TO SPR-NUMERO.
           MOVE TPR-TIPO (IX-PRE-LEG) TO SPR-TIPO.
           MOVE TPR-IMPORTE (IX-PRE-LEG) TO SPR-OTORGADO.
           MOVE TPR-CUOTAS-PAGAS (IX-PRE-LEG) TO SPR-PAGAS.
           MOVE TPR-CUOTAS (IX-PRE-LEG) TO SPR-CUOTAS.
           MOVE TPR-SALDO (IX-PRE-LEG) TO SPR-SALDO.
           EVALUATE TRUE
               WHEN IX-MAE-HALLADO = ZERO
                   MOVE "SIN MAESTRO" TO SPR-OBS
               WHEN WS-LEGAJO-BAJA = "S"
                   MOVE "BAJA" TO SPR-OBS
               WHEN TPR-MES-INICIO (IX-PRE-LEG) >
                    WS-FECHA-HOY / 100
                   MOVE "NO VENCIDO" TO SPR-OBS
               WHEN OTHER
                   MOVE SPACES TO SPR-OBS
           END-EVALUATE.
           MOVE LINEA-PRESTAMO TO REG-SALDOPREST.
           WRITE REG-SALDOPREST.

       BUSCAR-EN-MAESTRO.
           MOVE ZERO TO IX-MAE-HALLADO.
           PERFORM VARYING IX-MAE FROM 1 BY 1
                   UNTIL IX-MAE > WS-CANT-MAESTRO
               IF TM-LEGAJO (IX-MAE) = TPR-LEGAJO (IX-PRE)
                   MOVE IX-MAE TO IX-MAE-HALLADO
               END-IF
           END-PERFORM.

       CARGAR-MAESTRO.
           MOVE "N" TO WS-FIN-MAESTRO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "SIN MAESTRO DE PERSONAL: EL REPORTE SALE SIN "
                   "NOMBRES"
               MOVE "S" TO WS-FIN-MAESTRO
           END-IF.
           PERFORM UNTIL WS-FIN-MAESTRO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO WS-FIN-MAESTRO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF WS-CANT-MAESTRO < 500
                           ADD 1 TO WS-CANT-MAESTRO
                           MOVE MAE-LEGAJO TO
                                TM-LEGAJO (WS-CANT-MAESTRO)
                           MOVE MAE-NOMBRE TO
                                TM-NOMBRE (WS-CANT-MAESTRO)
                           MOVE MAE-ESTADO TO
                                TM-ESTADO (WS-CANT-MAESTRO)
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY PRESPR.
           COPY RUNCPR.
