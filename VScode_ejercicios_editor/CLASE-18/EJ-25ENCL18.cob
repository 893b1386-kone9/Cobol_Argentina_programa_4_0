      *> Estado de cuenta corriente del alumno: cuando un padre
      *> discute un saldo la respuesta salia de tres lados (CUOTAS,
      *> la ficha de convenios y el FECHASNORM de la ultima corrida)
      *> y nadie podia explicar como se llego al numero. Este
      *> programa arma por legajo y para un rango de fechas todos
      *> los movimientos con saldo corrido: al debe las cuotas a su
      *> vencimiento (por la tarifa plena de TARIFAS), los
      *> punitorios facturados y las cuotas de convenio; al haber la
      *> exencion de beca, la deuda refinanciada al alta del
      *> convenio y cada pago de PAGOSREG con la referencia del
      *> credito del banco que dejo la conciliacion. Abre con el
      *> saldo anterior al rango y cierra con el saldo final. Con
      *> un legajo en la tarjeta sale solo ese (a pedido); sin
      *> legajo salen todos los alumnos con movimientos en el rango
      *> y a cada uno se le deja el saldo en NOTIFICACIONES para el
      *> envio mensual.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-25ENCL18.
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
           SELECT ARCH-CUOTAS ASSIGN TO "CUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUOTAS.

      *>   TARIFAS da el importe pleno de la cuota a su vencimiento;
      *>   la diferencia con lo facturado es la exencion de beca
           SELECT ARCH-TARIFAS ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFAS.

           SELECT ARCH-BECADOS ASSIGN TO "BECADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BECADOS.

           SELECT ARCH-CONVENIOS ASSIGN TO "CONVENIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONVENIOS.

           SELECT ARCH-CONVCUOTAS ASSIGN TO "CONVCUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONVCUOTAS.

      *>   PAGOSREG es el registro persistente de pagos (ver COPYLIB
      *>   PAGOREG), con el punitorio y la referencia del banco
           SELECT ARCH-PAGOSREG ASSIGN TO "PAGOSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOSREG.

      *>   ESTCTA es el estado de cuenta impreso, uno por legajo
           SELECT ARCH-ESTCTA ASSIGN TO "ESTCTA"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   NOTIFICACIONES es el buzon de avisos a alumnos (ver
      *>   COPYLIB NOTIFPR); solo se usa en la corrida mensual
           SELECT ARCH-NOTIFICACIONES ASSIGN TO "NOTIFICACIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFICACIONES.

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
       FD  ARCH-CUOTAS.
       01  REG-CUOTA.
           03 CUO-LEGAJO      PIC X(10).
           03 CUO-MATERIA     PIC 9.
           03 CUO-IMPORTE     PIC 9(7)V99.
           03 CUO-VENCIMIENTO PIC 9(8).
           03 CUO-ESTADO      PIC X(9).

       FD  ARCH-TARIFAS.
       01  REG-TARIFA.
           03 TAR-MATERIA    PIC 9.
           03 TAR-IMPORTE    PIC 9(7)V99.
           03 TAR-VIG-DESDE  PIC 9(8).
           03 TAR-VIG-HASTA  PIC 9(8).

       FD  ARCH-BECADOS
           RECORD CONTAINS 20 CHARACTERS.
           COPY BECADOS.

       FD  ARCH-CONVENIOS
           RECORD CONTAINS 50 CHARACTERS.
           COPY CONVENIO.

       FD  ARCH-CONVCUOTAS
           RECORD CONTAINS 41 CHARACTERS.
           COPY CONVCUOT.

       FD  ARCH-PAGOSREG
           RECORD CONTAINS 58 CHARACTERS.
           COPY PAGOREG.

       FD  ARCH-ESTCTA.
       01  REG-ESTCTA PIC X(100).

       FD  ARCH-NOTIFICACIONES
           RECORD CONTAINS 73 CHARACTERS.
           COPY NOTIFIC.

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

      *>   BUZON DE NOTIFICACIONES (VER COPYLIB NOTIFPROC)
           COPY NOTIFPROC.

      *>   PARAMETROS DE LA CORRIDA: LEGAJO EN BLANCO = TODOS LOS
      *>   ALUMNOS CON MOVIMIENTOS (ENVIO MENSUAL)
       77 WS-LEGAJO-PEDIDO PIC X(10) VALUE SPACES.
       77 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       77 WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      *>   TARIFARIO EN MEMORIA, CON SU VIGENCIA
       77 WS-CANT-TARIFAS PIC 99 VALUE ZERO.
       01 TABLA-TARIFAS.
           03 TARIFA-ENTRY OCCURS 50 TIMES.
               05 TTA-MATERIA   PIC 9.
               05 TTA-IMPORTE   PIC 9(7)V99.
               05 TTA-VIG-DESDE PIC 9(8).
               05 TTA-VIG-HASTA PIC 9(8).
       77 IX-TAR PIC 99 VALUE ZERO.
       77 WS-TARIFA-PLENA PIC 9(7)V99 VALUE ZERO.
       77 WS-EXENCION PIC 9(7)V99 VALUE ZERO.

      *>   BECADOS EN MEMORIA, PARA MOSTRAR EL PORCENTAJE
       77 WS-CANT-BECADOS PIC 9(3) VALUE ZERO.
       01 TABLA-BECADOS.
           03 BECADO-ENTRY OCCURS 500 TIMES.
               05 TBE-LEGAJO PIC X(10).
               05 TBE-PORC   PIC 999.
       77 IX-BEC PIC 9(3) VALUE ZERO.
       77 WS-PORC-BECA PIC 999 VALUE ZERO.

      *>   MOVIMIENTOS DE TODAS LAS FUENTES HASTA LA FECHA DE CORTE,
      *>   ORDENADOS POR LEGAJO Y FECHA AL CARGARLOS (A IGUAL FECHA
      *>   QUEDAN EN EL ORDEN EN QUE SE LEYERON: CARGOS ANTES QUE
      *>   PAGOS)
       77 WS-CANT-MOVS PIC 9(4) VALUE ZERO.
       01 TABLA-MOVS.
           03 MOV-ENTRY OCCURS 3000 TIMES.
               05 TM-LEGAJO     PIC X(10).
               05 TM-FECHA      PIC 9(8).
               05 TM-CONCEPTO   PIC X(20).
               05 TM-REFERENCIA PIC X(20).
               05 TM-DEBE       PIC 9(7)V99.
               05 TM-HABER      PIC 9(7)V99.
       77 IX-MOV PIC 9(4) VALUE ZERO.
       77 IX-MOV-POS PIC 9(4) VALUE ZERO.
       77 IX-MOV-DESDE PIC 9(4) VALUE ZERO.
       77 IX-MOV-SIGUIENTE PIC 9(4) VALUE ZERO.

      *>   MOVIMIENTO EN CURSO ANTES DE ENTRAR A LA TABLA
       01 WS-MOV-NUEVO.
           03 WS-MN-LEGAJO     PIC X(10).
           03 WS-MN-FECHA      PIC 9(8).
           03 WS-MN-CONCEPTO   PIC X(20).
           03 WS-MN-REFERENCIA PIC X(20).
           03 WS-MN-DEBE       PIC 9(7)V99.
           03 WS-MN-HABER      PIC 9(7)V99.

      *>   ARMADO DE CONCEPTOS
       01 WS-CONC-CUOTA.
           03 FILLER         PIC X(14) VALUE "CUOTA MATERIA ".
           03 WS-CC-MATERIA  PIC 9.
       01 WS-CONC-BECA.
           03 FILLER         PIC X(14) VALUE "EXENCION BECA ".
           03 WS-CB-PORC     PIC ZZ9.
           03 FILLER         PIC X VALUE "%".
       01 WS-CONC-CONVCUOTA.
           03 FILLER         PIC X(11) VALUE "CUOTA CONV ".
           03 WS-CCV-CONVENIO PIC 9(3).
           03 FILLER         PIC X VALUE "-".
           03 WS-CCV-NRO     PIC 99.
       01 WS-CONC-REFINANC.
           03 FILLER         PIC X(14) VALUE "REFINANC CONV ".
           03 WS-CRF-CONVENIO PIC 9(3).

      *>   FECHA AAAA/MM/DD DE PAGOSREG REARMADA NUMERICA
       01 WS-FECHA-ARMADA.
           03 WS-FA-ANIO PIC 9(4).
           03 WS-FA-MES  PIC 99.
           03 WS-FA-DIA  PIC 99.
       01 WS-FECHA-ARMADA-NUM REDEFINES WS-FECHA-ARMADA PIC 9(8).
       77 WS-INTERES-PAGO PIC 9(7)V99 VALUE ZERO.

      *>   SALDOS DEL LEGAJO EN CURSO (POSITIVO = DEBE EL ALUMNO)
       77 WS-LEGAJO-ACTUAL PIC X(10) VALUE SPACES.
       77 WS-SALDO PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-DEBE PIC 9(9)V99 VALUE ZERO.
       77 WS-TOTAL-HABER PIC 9(9)V99 VALUE ZERO.
       77 WS-MOVS-PERIODO PIC 9(4) VALUE ZERO.
       77 WS-CANT-ESTADOS PIC 9(4) VALUE ZERO.
       77 WS-CANT-AVISOS PIC 9(4) VALUE ZERO.
       77 WS-SALDO-EDIT PIC ZZZ.ZZZ.ZZ9,99-.

      *>   FECHA EDITADA DD/MM/AAAA
       01 WS-FEC-NUM PIC 9(8) VALUE ZEROS.
       01 WS-FEC-PARTES REDEFINES WS-FEC-NUM.
           03 WS-FEC-AAAA PIC 9(4).
           03 WS-FEC-MM   PIC 99.
           03 WS-FEC-DD   PIC 99.
       01 WS-FEC-EDIT.
           03 WS-FEC-E-DD   PIC 99.
           03 FILLER        PIC X VALUE "/".
           03 WS-FEC-E-MM   PIC 99.
           03 FILLER        PIC X VALUE "/".
           03 WS-FEC-E-AAAA PIC 9(4).

       01 WS-FIN-CUOTAS PIC X VALUE "N".
       01 WS-FIN-TARIFAS PIC X VALUE "N".
       01 WS-FIN-BECADOS PIC X VALUE "N".
       01 WS-FIN-CONVENIOS PIC X VALUE "N".
       01 WS-FIN-CONVCUOTAS PIC X VALUE "N".
       01 WS-FIN-PAGOSREG PIC X VALUE "N".

       01 WS-FS-CUOTAS PIC XX.
           88 FS-CUOTAS-OK VALUE "00".
       01 WS-FS-TARIFAS PIC XX.
           88 FS-TARIFAS-OK VALUE "00".
       01 WS-FS-BECADOS PIC XX.
           88 FS-BECADOS-OK VALUE "00".
       01 WS-FS-CONVENIOS PIC XX.
           88 FS-CONVENIOS-OK VALUE "00".
       01 WS-FS-CONVCUOTAS PIC XX.
           88 FS-CONVCUOTAS-OK VALUE "00".
       01 WS-FS-PAGOSREG PIC XX.
           88 FS-PAGOSREG-OK VALUE "00".

      *>   LINEAS DEL ESTADO DE CUENTA
       01 LINEA-EST-TITULO.
           03 FILLER PIC X(36)
               VALUE "ESTADO DE CUENTA CORRIENTE - LEGAJO ".
           03 EST-LEGAJO PIC X(10).
       01 LINEA-EST-PERIODO.
           03 FILLER PIC X(12) VALUE "PERIODO DEL ".
           03 EST-DESDE PIC X(10).
           03 FILLER PIC X(4) VALUE " AL ".
           03 EST-HASTA PIC X(10).
           03 FILLER PIC X(14) VALUE "   EMITIDO EL ".
           03 EST-EMISION PIC X(10).
       01 LINEA-EST-ENCABEZADO.
           03 FILLER PIC X(11) VALUE "FECHA".
           03 FILLER PIC X(21) VALUE "CONCEPTO".
           03 FILLER PIC X(21) VALUE "REFERENCIA".
           03 FILLER PIC X(15) VALUE "           DEBE".
           03 FILLER PIC X(15) VALUE "          HABER".
           03 FILLER PIC X(16) VALUE "  SALDO (-FAVOR)".
       01 LINEA-GUIONES PIC X(99) VALUE ALL "-".
       01 LINEA-EST-MOV.
           03 EMV-FECHA      PIC X(10).
           03 FILLER         PIC X VALUE SPACE.
           03 EMV-CONCEPTO   PIC X(20).
           03 FILLER         PIC X VALUE SPACE.
           03 EMV-REFERENCIA PIC X(20).
           03 FILLER         PIC X VALUE SPACE.
           03 EMV-DEBE       PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 FILLER         PIC X VALUE SPACE.
           03 EMV-HABER      PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 FILLER         PIC X VALUE SPACE.
           03 EMV-SALDO      PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINEA-EST-SALDO.
           03 ESA-TEXTO      PIC X(53).
           03 FILLER         PIC X(30) VALUE SPACES.
           03 ESA-SALDO      PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINEA-EST-TOTALES.
           03 FILLER         PIC X(53)
               VALUE "TOTALES DEL PERIODO".
           03 ETO-DEBE       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER         PIC X VALUE SPACE.
           03 ETO-HABER      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINEA-EST-SALDO-FINAL.
           03 FILLER         PIC X(9) VALUE "SALDO AL ".
           03 ESF-FECHA      PIC X(10).

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-25ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "ESTADO DE CUENTA CORRIENTE DEL ALUMNO"
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM OBTENER-PARAMETROS.
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "RANGO DE FECHAS INVALIDO: " WS-FECHA-DESDE
                   " A " WS-FECHA-HASTA
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-BECADOS.
           PERFORM CARGAR-CUOTAS.
           PERFORM CARGAR-CONVENIOS.
           PERFORM CARGAR-CONVCUOTAS.
           PERFORM CARGAR-PAGOS.

           OPEN OUTPUT ARCH-ESTCTA.
           IF WS-CANT-MOVS = ZERO
               DISPLAY "SIN MOVIMIENTOS HASTA EL " WS-FECHA-HASTA
           END-IF.
           MOVE 1 TO IX-MOV.
           PERFORM UNTIL IX-MOV > WS-CANT-MOVS
               PERFORM EMITIR-UN-LEGAJO THRU EMITIR-UN-LEGAJO-FIN
           END-PERFORM.
           CLOSE ARCH-ESTCTA.

           DISPLAY "MOVIMIENTOS LEIDOS.....: " WS-CANT-MOVS.
           DISPLAY "ESTADOS DE CUENTA......: " WS-CANT-ESTADOS.
           IF WS-LEGAJO-PEDIDO = SPACES
               DISPLAY "AVISOS AL BUZON........: " WS-CANT-AVISOS
           END-IF.
           MOVE WS-CANT-ESTADOS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       OBTENER-PARAMETROS.
      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "LEGAJO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:10) TO WS-LEGAJO-PEDIDO
           ELSE
               DISPLAY "LEGAJO (EN BLANCO = TODOS, ENVIO MENSUAL): "
               ACCEPT WS-LEGAJO-PEDIDO
           END-IF.
           MOVE "HASTA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-HASTA
           ELSE
               DISPLAY "FECHA HASTA AAAAMMDD (CERO = HOY): "
               ACCEPT WS-FECHA-HASTA
           END-IF.
           IF WS-FECHA-HASTA = ZERO
               MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
           END-IF.
           MOVE "DESDE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-DESDE
           ELSE
               DISPLAY "FECHA DESDE AAAAMMDD (CERO = PRIMERO DEL "
                   "MES): "
               ACCEPT WS-FECHA-DESDE
           END-IF.
      *>   sin fecha desde se toma el mes de la fecha hasta
           IF WS-FECHA-DESDE = ZERO
               MOVE WS-FECHA-HASTA TO WS-FEC-NUM
               MOVE 1 TO WS-FEC-DD
               MOVE WS-FEC-NUM TO WS-FECHA-DESDE
           END-IF.

      *>   UN LEGAJO POR VEZ: SALDO ANTERIOR CON LO PREVIO AL RANGO
      *>   Y EL DETALLE CON SALDO CORRIDO. EN EL ENVIO MENSUAL EL
      *>   ALUMNO SIN MOVIMIENTOS EN EL RANGO NO SALE
       EMITIR-UN-LEGAJO.
           MOVE TM-LEGAJO (IX-MOV) TO WS-LEGAJO-ACTUAL.
           MOVE IX-MOV TO IX-MOV-DESDE.
           MOVE ZERO TO WS-SALDO.
           MOVE ZERO TO WS-MOVS-PERIODO.
           PERFORM VARYING IX-MOV FROM IX-MOV-DESDE BY 1
                   UNTIL IX-MOV > WS-CANT-MOVS
                      OR TM-LEGAJO (IX-MOV) NOT = WS-LEGAJO-ACTUAL
               IF TM-FECHA (IX-MOV) < WS-FECHA-DESDE
                   COMPUTE WS-SALDO = WS-SALDO + TM-DEBE (IX-MOV)
                       - TM-HABER (IX-MOV)
               ELSE
                   ADD 1 TO WS-MOVS-PERIODO
               END-IF
           END-PERFORM.
           MOVE IX-MOV TO IX-MOV-SIGUIENTE.
           IF WS-LEGAJO-PEDIDO = SPACES AND WS-MOVS-PERIODO = ZERO
               GO TO EMITIR-UN-LEGAJO-FIN.

           ADD 1 TO WS-CANT-ESTADOS.
           MOVE ZERO TO WS-TOTAL-DEBE.
           MOVE ZERO TO WS-TOTAL-HABER.
           MOVE WS-LEGAJO-ACTUAL TO EST-LEGAJO.
           MOVE LINEA-EST-TITULO TO REG-ESTCTA.
           WRITE REG-ESTCTA.
           MOVE WS-FECHA-DESDE TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO EST-DESDE.
           MOVE WS-FECHA-HASTA TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO EST-HASTA.
           MOVE WS-FECHA-HOY TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO EST-EMISION.
           MOVE LINEA-EST-PERIODO TO REG-ESTCTA.
           WRITE REG-ESTCTA.
           MOVE LINEA-EST-ENCABEZADO TO REG-ESTCTA.
           WRITE REG-ESTCTA.
           MOVE LINEA-GUIONES TO REG-ESTCTA.
           WRITE REG-ESTCTA.
           MOVE "SALDO ANTERIOR" TO ESA-TEXTO.
           MOVE WS-SALDO TO ESA-SALDO.
           MOVE LINEA-EST-SALDO TO REG-ESTCTA.
           WRITE REG-ESTCTA.

           PERFORM VARYING IX-MOV FROM IX-MOV-DESDE BY 1
                   UNTIL IX-MOV NOT < IX-MOV-SIGUIENTE
               IF TM-FECHA (IX-MOV) NOT < WS-FECHA-DESDE
                   PERFORM IMPRIMIR-MOVIMIENTO
               END-IF
           END-PERFORM.

           MOVE LINEA-GUIONES TO REG-ESTCTA.
           WRITE REG-ESTCTA.
           MOVE WS-TOTAL-DEBE TO ETO-DEBE.
           MOVE WS-TOTAL-HABER TO ETO-HABER.
           MOVE LINEA-EST-TOTALES TO REG-ESTCTA.
           WRITE REG-ESTCTA.
           MOVE WS-FECHA-HASTA TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO ESF-FECHA.
           MOVE LINEA-EST-SALDO-FINAL TO ESA-TEXTO.
           MOVE WS-SALDO TO ESA-SALDO.
           MOVE LINEA-EST-SALDO TO REG-ESTCTA.
           WRITE REG-ESTCTA.
           MOVE SPACES TO REG-ESTCTA.
           WRITE REG-ESTCTA.

      *>   envio mensual: el saldo final va al buzon del alumno
           IF WS-LEGAJO-PEDIDO = SPACES
               MOVE WS-SALDO TO WS-SALDO-EDIT
               MOVE WS-LEGAJO-ACTUAL TO WS-NOT-LEGAJO
               MOVE "ESTADO CTA" TO WS-NOT-TIPO
               MOVE SPACES TO WS-NOT-TEXTO
               STRING "SALDO AL " WS-FEC-EDIT " " WS-SALDO-EDIT
                   DELIMITED BY SIZE INTO WS-NOT-TEXTO
               PERFORM GRABAR-NOTIFICACION
               ADD 1 TO WS-CANT-AVISOS
           END-IF.
       EMITIR-UN-LEGAJO-FIN.
           MOVE IX-MOV-SIGUIENTE TO IX-MOV.

       IMPRIMIR-MOVIMIENTO.
           COMPUTE WS-SALDO = WS-SALDO + TM-DEBE (IX-MOV)
               - TM-HABER (IX-MOV).
           ADD TM-DEBE (IX-MOV) TO WS-TOTAL-DEBE.
           ADD TM-HABER (IX-MOV) TO WS-TOTAL-HABER.
           MOVE TM-FECHA (IX-MOV) TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO EMV-FECHA.
           MOVE TM-CONCEPTO (IX-MOV) TO EMV-CONCEPTO.
           MOVE TM-REFERENCIA (IX-MOV) TO EMV-REFERENCIA.
           MOVE TM-DEBE (IX-MOV) TO EMV-DEBE.
           MOVE TM-HABER (IX-MOV) TO EMV-HABER.
           MOVE WS-SALDO TO EMV-SALDO.
           MOVE LINEA-EST-MOV TO REG-ESTCTA.
           WRITE REG-ESTCTA.

      *>   CUOTA AL DEBE POR LA TARIFA PLENA EN VIGOR A SU
      *>   VENCIMIENTO; SI LO FACTURADO ES MENOR, LA DIFERENCIA ES LA
      *>   EXENCION DE BECA Y VA AL HABER EL MISMO DIA. SIN TARIFA
      *>   SE TOMA LO FACTURADO
       CARGAR-CUOTAS.
           MOVE "N" TO WS-FIN-CUOTAS.
           OPEN INPUT ARCH-CUOTAS.
           IF NOT FS-CUOTAS-OK
               DISPLAY "NO EXISTE CUOTAS: EL ESTADO SALE SIN CUOTAS"
               MOVE "S" TO WS-FIN-CUOTAS
           END-IF.
           PERFORM UNTIL WS-FIN-CUOTAS = "S"
               READ ARCH-CUOTAS
                   AT END
                       MOVE "S" TO WS-FIN-CUOTAS
                       CLOSE ARCH-CUOTAS
                   NOT AT END
                       IF (WS-LEGAJO-PEDIDO = SPACES
                           OR CUO-LEGAJO = WS-LEGAJO-PEDIDO)
                          AND CUO-VENCIMIENTO NOT > WS-FECHA-HASTA
                           PERFORM ANOTAR-CUOTA
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-CUOTA.
           MOVE CUO-IMPORTE TO WS-TARIFA-PLENA.
           PERFORM VARYING IX-TAR FROM 1 BY 1
                   UNTIL IX-TAR > WS-CANT-TARIFAS
               IF TTA-MATERIA (IX-TAR) = CUO-MATERIA
                  AND (TTA-VIG-DESDE (IX-TAR) = ZERO
                       OR CUO-VENCIMIENTO NOT <
                          TTA-VIG-DESDE (IX-TAR))
                  AND (TTA-VIG-HASTA (IX-TAR) = ZERO
                       OR CUO-VENCIMIENTO NOT >
                          TTA-VIG-HASTA (IX-TAR))
                   MOVE TTA-IMPORTE (IX-TAR) TO WS-TARIFA-PLENA
               END-IF
           END-PERFORM.
           IF WS-TARIFA-PLENA < CUO-IMPORTE
               MOVE CUO-IMPORTE TO WS-TARIFA-PLENA
           END-IF.
           MOVE CUO-LEGAJO TO WS-MN-LEGAJO.
           MOVE CUO-VENCIMIENTO TO WS-MN-FECHA.
           MOVE CUO-MATERIA TO WS-CC-MATERIA.
           MOVE WS-CONC-CUOTA TO WS-MN-CONCEPTO.
           MOVE CUO-ESTADO TO WS-MN-REFERENCIA.
           MOVE WS-TARIFA-PLENA TO WS-MN-DEBE.
           MOVE ZERO TO WS-MN-HABER.
           PERFORM INSERTAR-MOVIMIENTO.
           COMPUTE WS-EXENCION = WS-TARIFA-PLENA - CUO-IMPORTE.
           IF WS-EXENCION > ZERO
               MOVE ZERO TO WS-PORC-BECA
               PERFORM VARYING IX-BEC FROM 1 BY 1
                       UNTIL IX-BEC > WS-CANT-BECADOS
                   IF TBE-LEGAJO (IX-BEC) = CUO-LEGAJO
                       MOVE TBE-PORC (IX-BEC) TO WS-PORC-BECA
                   END-IF
               END-PERFORM
               MOVE WS-PORC-BECA TO WS-CB-PORC
               MOVE WS-CONC-BECA TO WS-MN-CONCEPTO
               MOVE SPACES TO WS-MN-REFERENCIA
               MOVE ZERO TO WS-MN-DEBE
               MOVE WS-EXENCION TO WS-MN-HABER
               PERFORM INSERTAR-MOVIMIENTO
           END-IF.

      *>   EL ALTA DEL CONVENIO CANCELA LA DEUDA ORIGINAL (QUE SIGUE
      *>   AL DEBE COMO CUOTAS ENCONVENI) Y LA REEMPLAZA POR LAS
      *>   CUOTAS DEL PLAN. SI EL PLAN SE CAYO LAS CUOTAS ORIGINALES
      *>   VUELVEN A PENDIENTE: NO HAY REFINANCIACION QUE ACREDITAR
       CARGAR-CONVENIOS.
           MOVE "N" TO WS-FIN-CONVENIOS.
           OPEN INPUT ARCH-CONVENIOS.
           IF NOT FS-CONVENIOS-OK
               MOVE "S" TO WS-FIN-CONVENIOS
           END-IF.
           PERFORM UNTIL WS-FIN-CONVENIOS = "S"
               READ ARCH-CONVENIOS
                   AT END
                       MOVE "S" TO WS-FIN-CONVENIOS
                       CLOSE ARCH-CONVENIOS
                   NOT AT END
                       IF (WS-LEGAJO-PEDIDO = SPACES
                           OR CNV-LEGAJO = WS-LEGAJO-PEDIDO)
                          AND CNV-FECHA-ALTA NOT > WS-FECHA-HASTA
                          AND CNV-ESTADO NOT = "CAIDO"
                           MOVE CNV-LEGAJO TO WS-MN-LEGAJO
                           MOVE CNV-FECHA-ALTA TO WS-MN-FECHA
                           MOVE CNV-NRO TO WS-CRF-CONVENIO
                           MOVE WS-CONC-REFINANC TO WS-MN-CONCEPTO
                           MOVE CNV-ESTADO TO WS-MN-REFERENCIA
                           MOVE ZERO TO WS-MN-DEBE
                           MOVE CNV-DEUDA-ORIG TO WS-MN-HABER
                           PERFORM INSERTAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-CONVCUOTAS.
           MOVE "N" TO WS-FIN-CONVCUOTAS.
           OPEN INPUT ARCH-CONVCUOTAS.
           IF NOT FS-CONVCUOTAS-OK
               MOVE "S" TO WS-FIN-CONVCUOTAS
           END-IF.
           PERFORM UNTIL WS-FIN-CONVCUOTAS = "S"
               READ ARCH-CONVCUOTAS
                   AT END
                       MOVE "S" TO WS-FIN-CONVCUOTAS
                       CLOSE ARCH-CONVCUOTAS
                   NOT AT END
                       IF (WS-LEGAJO-PEDIDO = SPACES
                           OR CVC-LEGAJO = WS-LEGAJO-PEDIDO)
                          AND CVC-VENCIMIENTO NOT > WS-FECHA-HASTA
                          AND CVC-ESTADO NOT = "ANULADA"
                           MOVE CVC-LEGAJO TO WS-MN-LEGAJO
                           MOVE CVC-VENCIMIENTO TO WS-MN-FECHA
                           MOVE CVC-CONVENIO TO WS-CCV-CONVENIO
                           MOVE CVC-NRO TO WS-CCV-NRO
                           MOVE WS-CONC-CONVCUOTA TO WS-MN-CONCEPTO
                           MOVE CVC-ESTADO TO WS-MN-REFERENCIA
                           MOVE CVC-IMPORTE TO WS-MN-DEBE
                           MOVE ZERO TO WS-MN-HABER
                           PERFORM INSERTAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

      *>   CADA PAGO REGISTRADO: EL PUNITORIO FACTURADO AL DEBE Y EL
      *>   PAGO AL HABER CON LA REFERENCIA DEL BANCO (SIN
      *>   REFERENCIA = TODAVIA NO CONCILIADO)
       CARGAR-PAGOS.
           MOVE "N" TO WS-FIN-PAGOSREG.
           OPEN INPUT ARCH-PAGOSREG.
           IF NOT FS-PAGOSREG-OK
               DISPLAY "NO EXISTE PAGOSREG: EL ESTADO SALE SIN PAGOS"
               MOVE "S" TO WS-FIN-PAGOSREG
           END-IF.
           PERFORM UNTIL WS-FIN-PAGOSREG = "S"
               READ ARCH-PAGOSREG
                   AT END
                       MOVE "S" TO WS-FIN-PAGOSREG
                       CLOSE ARCH-PAGOSREG
                   NOT AT END
                       IF WS-LEGAJO-PEDIDO = SPACES
                          OR PR-PAGADOR = WS-LEGAJO-PEDIDO
                           PERFORM ANOTAR-PAGO
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-PAGO.
           MOVE PR-FECHA (1:4) TO WS-FA-ANIO.
           MOVE PR-FECHA (6:2) TO WS-FA-MES.
           MOVE PR-FECHA (9:2) TO WS-FA-DIA.
           IF WS-FECHA-ARMADA-NUM NOT > WS-FECHA-HASTA
      *>       los renglones de antes del punitorio llegan en blanco
               IF PR-INTERES NUMERIC
                   MOVE PR-INTERES TO WS-INTERES-PAGO
               ELSE
                   MOVE ZERO TO WS-INTERES-PAGO
               END-IF
               MOVE PR-PAGADOR TO WS-MN-LEGAJO
               MOVE WS-FECHA-ARMADA-NUM TO WS-MN-FECHA
               IF WS-INTERES-PAGO > ZERO
                   MOVE "PUNITORIO" TO WS-MN-CONCEPTO
                   MOVE SPACES TO WS-MN-REFERENCIA
                   MOVE WS-INTERES-PAGO TO WS-MN-DEBE
                   MOVE ZERO TO WS-MN-HABER
                   PERFORM INSERTAR-MOVIMIENTO
               END-IF
               MOVE "PAGO" TO WS-MN-CONCEPTO
               IF PR-REFERENCIA = SPACES
                   MOVE "SIN CONCILIAR" TO WS-MN-REFERENCIA
               ELSE
                   MOVE PR-REFERENCIA TO WS-MN-REFERENCIA
               END-IF
               MOVE ZERO TO WS-MN-DEBE
               MOVE PR-IMPORTE TO WS-MN-HABER
               PERFORM INSERTAR-MOVIMIENTO
           END-IF.

      *>   INSERCION ORDENADA POR LEGAJO + FECHA, DESPUES DE LOS DE
      *>   IGUAL CLAVE PARA RESPETAR EL ORDEN DE LECTURA
       INSERTAR-MOVIMIENTO.
           IF WS-CANT-MOVS >= 3000
               DISPLAY "ADVERTENCIA: SE IGNORA MOVIMIENTO DE "
                   WS-MN-LEGAJO ", YA HAY 3000 CARGADOS"
           ELSE
               MOVE ZERO TO IX-MOV-POS
               PERFORM VARYING IX-MOV FROM 1 BY 1
                       UNTIL IX-MOV > WS-CANT-MOVS
                          OR IX-MOV-POS > ZERO
                   IF TM-LEGAJO (IX-MOV) > WS-MN-LEGAJO
                      OR (TM-LEGAJO (IX-MOV) = WS-MN-LEGAJO
                          AND TM-FECHA (IX-MOV) > WS-MN-FECHA)
                       MOVE IX-MOV TO IX-MOV-POS
                   END-IF
               END-PERFORM
               IF IX-MOV-POS = ZERO
                   COMPUTE IX-MOV-POS = WS-CANT-MOVS + 1
               END-IF
               PERFORM VARYING IX-MOV FROM WS-CANT-MOVS BY -1
                       UNTIL IX-MOV < IX-MOV-POS
                   MOVE MOV-ENTRY (IX-MOV) TO MOV-ENTRY (IX-MOV + 1)
               END-PERFORM
               ADD 1 TO WS-CANT-MOVS
               MOVE WS-MN-LEGAJO TO TM-LEGAJO (IX-MOV-POS)
               MOVE WS-MN-FECHA TO TM-FECHA (IX-MOV-POS)
               MOVE WS-MN-CONCEPTO TO TM-CONCEPTO (IX-MOV-POS)
               MOVE WS-MN-REFERENCIA TO TM-REFERENCIA (IX-MOV-POS)
               MOVE WS-MN-DEBE TO TM-DEBE (IX-MOV-POS)
               MOVE WS-MN-HABER TO TM-HABER (IX-MOV-POS)
           END-IF.

       CARGAR-TARIFAS.
           MOVE "N" TO WS-FIN-TARIFAS.
           OPEN INPUT ARCH-TARIFAS.
           IF NOT FS-TARIFAS-OK
               DISPLAY "NO EXISTE TARIFAS: LAS CUOTAS SALEN POR LO "
                   "FACTURADO, SIN EXENCION APARTE"
               MOVE "S" TO WS-FIN-TARIFAS
           END-IF.
           PERFORM UNTIL WS-FIN-TARIFAS = "S"
               READ ARCH-TARIFAS
                   AT END
                       MOVE "S" TO WS-FIN-TARIFAS
                       CLOSE ARCH-TARIFAS
                   NOT AT END
                       IF WS-CANT-TARIFAS >= 50
                           DISPLAY "ADVERTENCIA: SE IGNORA TARIFA, "
                               "YA HAY 50 CARGADAS"
                       ELSE
                           ADD 1 TO WS-CANT-TARIFAS
                           MOVE TAR-MATERIA TO
                                TTA-MATERIA (WS-CANT-TARIFAS)
                           MOVE TAR-IMPORTE TO
                                TTA-IMPORTE (WS-CANT-TARIFAS)
                           MOVE TAR-VIG-DESDE TO
                                TTA-VIG-DESDE (WS-CANT-TARIFAS)
                           MOVE TAR-VIG-HASTA TO
                                TTA-VIG-HASTA (WS-CANT-TARIFAS)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-BECADOS.
           MOVE "N" TO WS-FIN-BECADOS.
           OPEN INPUT ARCH-BECADOS.
           IF NOT FS-BECADOS-OK
               MOVE "S" TO WS-FIN-BECADOS
           END-IF.
           PERFORM UNTIL WS-FIN-BECADOS = "S"
               READ ARCH-BECADOS
                   AT END
                       MOVE "S" TO WS-FIN-BECADOS
                       CLOSE ARCH-BECADOS
                   NOT AT END
                       IF WS-CANT-BECADOS >= 500
                           DISPLAY "ADVERTENCIA: SE IGNORA BECADO, "
                               "YA HAY 500 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-BECADOS
                           MOVE BEC-LEGAJO TO
                                TBE-LEGAJO (WS-CANT-BECADOS)
                           MOVE BEC-PORC-EXENCION TO
                                TBE-PORC (WS-CANT-BECADOS)
                       END-IF
               END-READ
           END-PERFORM.

       EDITAR-FECHA.
           MOVE WS-FEC-DD TO WS-FEC-E-DD.
           MOVE WS-FEC-MM TO WS-FEC-E-MM.
           MOVE WS-FEC-AAAA TO WS-FEC-E-AAAA.

           COPY CTLPR.
           COPY NOTIFPR.
           COPY OPERPR.
           COPY RUNCPR.
