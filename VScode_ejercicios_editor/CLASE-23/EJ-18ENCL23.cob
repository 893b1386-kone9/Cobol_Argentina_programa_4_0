      *> Copias firmadas de recibos de sueldo: la inspeccion de
      *> trabajo pide los duplicados firmados por el personal y no
      *> habia forma de saber cuales faltaban. Esta corrida toma de
      *> FIRMADOS los duplicados que el personal devolvio (legajo,
      *> periodo y fecha de devolucion) y los marca en el registro
      *> de recibos emitidos RECIBREG, que arma la impresion de
      *> recibos (EJ-17ENCL23). Despues lista en RECPEND los recibos
      *> cuya copia firmada no volvio pasados los dias de plazo
      *> (tarjeta DIAS), con los dias que lleva cada uno.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-18ENCL23.
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
      *>   FIRMADOS son los duplicados devueltos por el personal, un
      *>   renglon por recibo; sin archivo solo se lista lo pendiente
           SELECT ARCH-FIRMADOS ASSIGN TO "FIRMADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FIRMADOS.

      *>   RECIBREG es el registro de recibos emitidos y copias
      *>   firmadas (ver COPYLIB RECIBREG)
           SELECT ARCH-RECIBREG ASSIGN TO "RECIBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBREG.

           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   RECPEND es el reporte de copias firmadas pendientes
           SELECT ARCH-RECPEND ASSIGN TO "RECPEND"
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
       FD  ARCH-FIRMADOS
           RECORD CONTAINS 24 CHARACTERS.
       01  REG-FIRMADO.
           03 FIR-LEGAJO  PIC X(10).
           03 FIR-PERIODO PIC 9(6).
           03 FIR-FECHA   PIC 9(8).

       FD  ARCH-RECIBREG
           RECORD CONTAINS 44 CHARACTERS.
           COPY RECIBREG.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-RECPEND.
       01  REG-RECPEND PIC X(80).

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
       77 WS-DIAS-PLAZO PIC 9(3) VALUE ZERO.
       77 WS-DIAS-DESDE PIC S9(5) VALUE ZERO.

      *>   REGISTRO DE RECIBOS EMITIDOS, QUE SE REGRABA ENTERO
       77 WS-CANT-RECIBREG PIC 9(5) VALUE ZERO.
       01  TABLA-RECIBREG.
           03 RECIBREG-ENTRY OCCURS 6000 TIMES.
               05 TRR-LEGAJO      PIC X(10).
               05 TRR-PERIODO     PIC 9(6).
               05 TRR-EMISION     PIC 9(8).
               05 TRR-NETO        PIC 9(9)V99.
               05 TRR-ESTADO      PIC X.
               05 TRR-FECHA-FIRMA PIC 9(8).
       77 IX-RRG PIC 9(5) VALUE ZERO.
       77 IX-RRG-HALLADO PIC 9(5) VALUE ZERO.

      *>   NOMBRE POR LEGAJO PARA EL REPORTE
       77 WS-CANT-MAESTRO PIC 9(4) VALUE ZERO.
       01  TABLA-MAESTRO.
           03 MAESTRO-ENTRY OCCURS 500 TIMES.
               05 TM-LEGAJO PIC X(10).
               05 TM-NOMBRE PIC X(30).
       77 IX-MAE PIC 9(4) VALUE ZERO.
       77 IX-MAE-HALLADO PIC 9(4) VALUE ZERO.

      *>   CONTADORES DE LA CORRIDA
       77 WS-CANT-LEIDOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-MARCADOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-YA-FIRMADOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-SIN-RECIBO PIC 9(5) VALUE ZERO.
       77 WS-CANT-VENCIDOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-EN-PLAZO PIC 9(5) VALUE ZERO.
       77 WS-CANT-FIRMADOS PIC 9(5) VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-FIRMADOS PIC XX.
           88 FS-FIRMADOS-OK VALUE "00".
       01 WS-FS-RECIBREG PIC XX.
           88 FS-RECIBREG-OK VALUE "00".
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
      *>   PARA PEDIR CONFIRMACION ANTES DE GRABAR RECIBREG
           COPY CONFPROC.

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER PIC X(38)
               VALUE "RECIBOS SIN COPIA FIRMADA PASADOS LOS ".
           03 TIT-DIAS PIC ZZ9.
           03 FILLER PIC X(14) VALUE " DIAS  AL DIA ".
           03 TIT-FECHA PIC 9(8).
       01 LINEA-ENCABEZADO.
           03 FILLER PIC X(12) VALUE "LEGAJO".
           03 FILLER PIC X(32) VALUE "NOMBRE".
           03 FILLER PIC X(9) VALUE "PERIODO".
           03 FILLER PIC X(10) VALUE "EMITIDO".
           03 FILLER PIC X(5) VALUE " DIAS".
       01 LINEA-PENDIENTE.
           03 PEN-LEGAJO  PIC X(10).
           03 FILLER      PIC XX VALUE SPACES.
           03 PEN-NOMBRE  PIC X(30).
           03 FILLER      PIC XX VALUE SPACES.
           03 PEN-PERIODO PIC 9(6).
           03 FILLER      PIC XXX VALUE SPACES.
           03 PEN-EMISION PIC 9(8).
           03 FILLER      PIC XX VALUE SPACES.
           03 PEN-DIAS    PIC ZZZZ9.
       01 LINEA-TOTAL.
           03 FILLER      PIC X(28) VALUE "COPIAS FIRMADAS VENCIDAS: ".
           03 TOT-VENCIDOS PIC ZZZZ9.
       01 LINEA-GUIONES PIC X(80) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-18ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "COPIAS FIRMADAS DE RECIBOS DE SUELDO".
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "DIAS" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:3) TO WS-DIAS-PLAZO
           ELSE
               DISPLAY "DIAS DE PLAZO PARA DEVOLVER LA COPIA FIRMADA "
                   "(999, CERO = 30): "
               ACCEPT WS-DIAS-PLAZO
           END-IF.
           IF WS-DIAS-PLAZO = ZERO
               MOVE 30 TO WS-DIAS-PLAZO
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM CARGAR-RECIBREG.
           IF WS-CANT-RECIBREG = ZERO
               DISPLAY "RECIBREG NO TIENE RECIBOS EMITIDOS, CORRIDA "
                   "RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM CARGAR-MAESTRO.
           PERFORM MARCAR-FIRMADOS.

           OPEN OUTPUT ARCH-RECPEND.
           MOVE WS-DIAS-PLAZO TO TIT-DIAS.
           MOVE WS-FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO REG-RECPEND.
           WRITE REG-RECPEND.
           MOVE LINEA-ENCABEZADO TO REG-RECPEND.
           WRITE REG-RECPEND.
           MOVE LINEA-GUIONES TO REG-RECPEND.
           WRITE REG-RECPEND.
           PERFORM VARYING IX-RRG FROM 1 BY 1
                   UNTIL IX-RRG > WS-CANT-RECIBREG
               PERFORM REVISAR-RECIBO
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-RECPEND.
           WRITE REG-RECPEND.
           MOVE WS-CANT-VENCIDOS TO TOT-VENCIDOS.
           MOVE LINEA-TOTAL TO REG-RECPEND.
           WRITE REG-RECPEND.
           CLOSE ARCH-RECPEND.

           DISPLAY " ".
           DISPLAY "DEVUELTAS LEIDAS:        " WS-CANT-LEIDOS.
           DISPLAY "MARCADAS FIRMADAS:       " WS-CANT-MARCADOS.
           DISPLAY "YA ESTABAN FIRMADAS:     " WS-CANT-YA-FIRMADOS.
           DISPLAY "SIN RECIBO EMITIDO:      " WS-CANT-SIN-RECIBO.
           DISPLAY "RECIBOS FIRMADOS:        " WS-CANT-FIRMADOS.
           DISPLAY "PENDIENTES EN PLAZO:     " WS-CANT-EN-PLAZO.
           DISPLAY "PENDIENTES VENCIDOS:     " WS-CANT-VENCIDOS.
           DISPLAY "REPORTE GENERADO EN RECPEND".

      *>   SIN DEVOLUCIONES NUEVAS NO HAY NADA QUE GRABAR
           IF WS-CANT-MARCADOS = ZERO
               MOVE "OK" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM GRABAR-RECIBREG
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: "
                   "RECIBREG NO SE TOCA"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.

       FIN-CON-CONTROL.
           MOVE "EJ-18ENCL23" TO CTL-JOB.
           MOVE WS-CANT-MARCADOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       MARCAR-FIRMADOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-FIRMADOS.
           IF NOT FS-FIRMADOS-OK
               DISPLAY "SIN FIRMADOS: SOLO SE LISTAN LOS PENDIENTES"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-FIRMADOS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-FIRMADOS
                   NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       PERFORM MARCAR-FIRMADO THRU MARCAR-FIRMADO-FIN
               END-READ
           END-PERFORM.

       MARCAR-FIRMADO.
           MOVE ZERO TO IX-RRG-HALLADO.
           PERFORM VARYING IX-RRG FROM 1 BY 1
                   UNTIL IX-RRG > WS-CANT-RECIBREG
               IF TRR-LEGAJO (IX-RRG) = FIR-LEGAJO
                  AND TRR-PERIODO (IX-RRG) = FIR-PERIODO
                   MOVE IX-RRG TO IX-RRG-HALLADO
               END-IF
           END-PERFORM.
           IF IX-RRG-HALLADO = ZERO
               ADD 1 TO WS-CANT-SIN-RECIBO
               DISPLAY "LEGAJO " FIR-LEGAJO " PERIODO " FIR-PERIODO
                   ": NO HAY RECIBO EMITIDO, SE IGNORA"
               GO TO MARCAR-FIRMADO-FIN
           END-IF.
           IF TRR-ESTADO (IX-RRG-HALLADO) = "F"
               ADD 1 TO WS-CANT-YA-FIRMADOS
               GO TO MARCAR-FIRMADO-FIN
           END-IF.
           ADD 1 TO WS-CANT-MARCADOS.
           MOVE "F" TO TRR-ESTADO (IX-RRG-HALLADO).
      *>   SIN FECHA EN EL RENGLON SE TOMA LA DE LA CARGA
           IF FIR-FECHA NOT NUMERIC OR FIR-FECHA = ZERO
               MOVE WS-FECHA-HOY TO TRR-FECHA-FIRMA (IX-RRG-HALLADO)
           ELSE
               MOVE FIR-FECHA TO TRR-FECHA-FIRMA (IX-RRG-HALLADO)
           END-IF.
       MARCAR-FIRMADO-FIN.
           EXIT.

      *>   UN RECIBO EMITIDO CUYA COPIA NO VOLVIO VA AL REPORTE SI YA
      *>   PASO EL PLAZO DESDE LA EMISION
       REVISAR-RECIBO.
           IF TRR-ESTADO (IX-RRG) = "F"
               ADD 1 TO WS-CANT-FIRMADOS
           ELSE
               COMPUTE WS-DIAS-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
                   FUNCTION INTEGER-OF-DATE(TRR-EMISION (IX-RRG))
               IF WS-DIAS-DESDE > WS-DIAS-PLAZO
                   ADD 1 TO WS-CANT-VENCIDOS
                   PERFORM LISTAR-PENDIENTE
               ELSE
                   ADD 1 TO WS-CANT-EN-PLAZO
               END-IF
           END-IF.

       LISTAR-PENDIENTE.
           MOVE TRR-LEGAJO (IX-RRG) TO PEN-LEGAJO.
           MOVE SPACES TO PEN-NOMBRE.
           PERFORM BUSCAR-EN-MAESTRO.
           IF IX-MAE-HALLADO > ZERO
               MOVE TM-NOMBRE (IX-MAE-HALLADO) TO PEN-NOMBRE
           END-IF.
           MOVE TRR-PERIODO (IX-RRG) TO PEN-PERIODO.
           MOVE TRR-EMISION (IX-RRG) TO PEN-EMISION.
           MOVE WS-DIAS-DESDE TO PEN-DIAS.
           MOVE LINEA-PENDIENTE TO REG-RECPEND.
           WRITE REG-RECPEND.

       BUSCAR-EN-MAESTRO.
           MOVE ZERO TO IX-MAE-HALLADO.
           PERFORM VARYING IX-MAE FROM 1 BY 1
                   UNTIL IX-MAE > WS-CANT-MAESTRO
               IF TM-LEGAJO (IX-MAE) = TRR-LEGAJO (IX-RRG)
                   MOVE IX-MAE TO IX-MAE-HALLADO
               END-IF
           END-PERFORM.

       CARGAR-MAESTRO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "SIN MAESTRO DE PERSONAL: EL REPORTE SALE SIN "
                   "NOMBRES"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF WS-CANT-MAESTRO < 500
                           ADD 1 TO WS-CANT-MAESTRO
                           MOVE MAE-LEGAJO TO
                                TM-LEGAJO (WS-CANT-MAESTRO)
                           MOVE MAE-NOMBRE TO
                                TM-NOMBRE (WS-CANT-MAESTRO)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-RECIBREG.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-RECIBREG.
           IF NOT FS-RECIBREG-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-RECIBREG
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-RECIBREG
                   NOT AT END
                       PERFORM ANOTAR-RECIBREG
               END-READ
           END-PERFORM.

      *>   EL REGISTRO SE REGRABA ENTERO: SI NO ENTRA EN MEMORIA SE
      *>   PERDERIAN RENGLONES
       ANOTAR-RECIBREG.
           IF WS-CANT-RECIBREG >= 6000
               DISPLAY "RECIBREG TIENE MAS DE 6000 RENGLONES, CORRIDA "
                   "RECHAZADA"
               MOVE "EJ-18ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-RECIBREG.
           MOVE RRG-LEGAJO TO TRR-LEGAJO (WS-CANT-RECIBREG).
           MOVE RRG-PERIODO TO TRR-PERIODO (WS-CANT-RECIBREG).
           MOVE RRG-EMISION TO TRR-EMISION (WS-CANT-RECIBREG).
           MOVE RRG-NETO TO TRR-NETO (WS-CANT-RECIBREG).
           MOVE RRG-ESTADO TO TRR-ESTADO (WS-CANT-RECIBREG).
           MOVE RRG-FECHA-FIRMA TO TRR-FECHA-FIRMA (WS-CANT-RECIBREG).

       GRABAR-RECIBREG.
           OPEN OUTPUT ARCH-RECIBREG.
           PERFORM VARYING IX-RRG FROM 1 BY 1
                   UNTIL IX-RRG > WS-CANT-RECIBREG
               MOVE TRR-LEGAJO (IX-RRG) TO RRG-LEGAJO
               MOVE TRR-PERIODO (IX-RRG) TO RRG-PERIODO
               MOVE TRR-EMISION (IX-RRG) TO RRG-EMISION
               MOVE TRR-NETO (IX-RRG) TO RRG-NETO
               MOVE TRR-ESTADO (IX-RRG) TO RRG-ESTADO
               MOVE TRR-FECHA-FIRMA (IX-RRG) TO RRG-FECHA-FIRMA
               WRITE REG-RECIBREG
           END-PERFORM.
           CLOSE ARCH-RECIBREG.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
