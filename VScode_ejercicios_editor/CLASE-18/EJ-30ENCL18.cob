      *> Incobrables y prevision de cierre: las cuotas de alumnos que
      *> se fueron hace anios seguian PENDIENTES en CUOTAS, inflando
      *> MOROSOS y recibiendo cartas de intimacion. Esta corrida lee
      *> el lote INCOBSOL (legajo, materia, vencimiento, motivo y el
      *> operador que autoriza), valida que el autorizante este
      *> habilitado en OPERADORES para este job y no sea el mismo
      *> que corre, y pasa la cuota PENDIENTE a INCOBRABL: deja de
      *> figurar en morosos e intimaciones, pero un pago posterior
      *> la cancela igual (EJ-05ENCL18 revierte la baja). Despues
      *> calcula la prevision para deudores incobrables del saldo
      *> PENDIENTE a la fecha de cierre, por tramo de antiguedad con
      *> los porcentajes de PARAMPREV, y arma INCOBLIST con la
      *> prevision por tramo, las bajas de la corrida y el asiento
      *> sugerido para contabilidad. Cada transaccion queda en el
      *> registro INCOBREG.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-30ENCL18.
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

      *>   INCOBSOL es el lote de bajas por incobrable autorizadas
           SELECT ARCH-INCOBSOL ASSIGN TO "INCOBSOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCOBSOL.

      *>   INCOBREG es el registro de bajas y recuperos (ver COPYLIB
      *>   INCOBREG)
           SELECT ARCH-INCOBREG ASSIGN TO "INCOBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCOBREG.

      *>   PARAMPREV trae los tramos y porcentajes de la prevision
      *>   (ver COPYLIB PREVPAR); sin archivo van los tramos fijos
           SELECT ARCH-PARAMPREV ASSIGN TO "PARAMPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMPREV.

      *>   INCOBLIST es el listado para el asiento de contabilidad
           SELECT ARCH-INCOBLIST ASSIGN TO "INCOBLIST"
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
       FD  ARCH-CUOTAS.
       01  REG-CUOTA.
           03 CUO-LEGAJO      PIC X(10).
           03 CUO-MATERIA     PIC 9.
           03 CUO-IMPORTE     PIC 9(7)V99.
           03 CUO-VENCIMIENTO PIC 9(8).
           03 CUO-ESTADO      PIC X(9).

       FD  ARCH-INCOBSOL
           RECORD CONTAINS 59 CHARACTERS.
       01  REG-INCOBSOL.
           03 ISO-LEGAJO      PIC X(10).
           03 ISO-MATERIA     PIC 9.
           03 ISO-VENCIMIENTO PIC 9(8).
           03 ISO-MOTIVO      PIC X(30).
           03 ISO-AUTORIZANTE PIC X(10).

       FD  ARCH-INCOBREG
           RECORD CONTAINS 104 CHARACTERS.
           COPY INCOBREG.

       FD  ARCH-PARAMPREV
           RECORD CONTAINS 15 CHARACTERS.
           COPY PREVPAR.

       FD  ARCH-INCOBLIST.
       01  REG-INCOBLIST PIC X(100).

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

      *>   CONFIRMACION ANTES DE ASENTAR (VER COPYLIB CONFPROC)
           COPY CONFPROC.

       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
      *>   FECHA DE CIERRE A LA QUE SE MIDE LA ANTIGUEDAD
       77 WS-FECHA-CIERRE PIC 9(8) VALUE ZERO.
       77 WS-DIAS-ATRASO PIC S9(5) VALUE ZERO.

      *>   CUOTAS EN MEMORIA (SE REGRABAN ENTERAS)
       77 WS-CANT-CUOTAS PIC 9(3) VALUE ZERO.
       01 TABLA-CUOTAS.
           03 CUOTA-ENTRY OCCURS 500 TIMES.
               05 TC-LEGAJO      PIC X(10).
               05 TC-MATERIA     PIC 9.
               05 TC-IMPORTE     PIC 9(7)V99.
               05 TC-VENCIMIENTO PIC 9(8).
               05 TC-ESTADO      PIC X(9).
       77 IX-CUO PIC 9(3) VALUE ZERO.
       77 IX-CUO-HALLADA PIC 9(3) VALUE ZERO.

      *>   MAESTRO DE OPERADORES EN MEMORIA PARA VALIDAR AL
      *>   AUTORIZANTE DE CADA BAJA
       77 WS-CANT-AUTORIZANTES PIC 99 VALUE ZERO.
       01  TABLA-AUTORIZANTES.
           03 AUTORIZANTE-ENTRY OCCURS 30 TIMES.
               05 TA-ID    PIC X(10).
               05 TA-JOB   PIC X(11) OCCURS 5 TIMES.
               05 TA-DESDE PIC 9(8).
               05 TA-HASTA PIC 9(8).
       77 IX-AUT PIC 99 VALUE ZERO.
       77 IX-AUT-JOB PIC 9 VALUE ZERO.
       01 WS-AUTORIZANTE-VALIDO PIC X VALUE "N".
       01 WS-FIN-OPER-TABLA PIC X VALUE "N".

      *>   TRAMOS DE LA PREVISION CON SU ACUMULADO
       77 WS-CANT-TRAMOS PIC 99 VALUE ZERO.
       01 TABLA-TRAMOS.
           03 TRAMO-ENTRY OCCURS 10 TIMES.
               05 TT-DIAS-DESDE PIC 9(4).
               05 TT-DIAS-HASTA PIC 9(4).
               05 TT-PORC       PIC 9(3)V99.
               05 TT-CANT       PIC 9(5).
               05 TT-SALDO      PIC 9(11)V99.
               05 TT-PREVISION  PIC 9(11)V99.
       77 IX-TRA PIC 99 VALUE ZERO.
       77 IX-TRA-HALLADO PIC 99 VALUE ZERO.

      *>   RENGLONES DE INCOBREG A ASENTAR AL CONFIRMAR
       77 WS-CANT-AUDIT PIC 9(3) VALUE ZERO.
       01 TABLA-AUDIT.
           03 AUDIT-ENTRY OCCURS 300 TIMES.
               05 TAU-REGISTRO PIC X(104).
       77 IX-AUD PIC 9(3) VALUE ZERO.

       77 WS-APLICADAS PIC 9(5) VALUE ZERO.
       77 WS-RECHAZADAS PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-BAJAS PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-SALDO PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-PREVISION PIC 9(11)V99 VALUE ZERO.
       77 WS-CANT-SALDO PIC 9(5) VALUE ZERO.
       77 WS-PREVISION-CUOTA PIC 9(11)V99 VALUE ZERO.
       77 WS-HASTA-EDIT PIC ZZZ9.

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
       01 WS-FIN-INCOBSOL PIC X VALUE "N".
       01 WS-FIN-PARAMPREV PIC X VALUE "N".

       01 WS-FS-CUOTAS PIC XX.
           88 FS-CUOTAS-OK VALUE "00".
       01 WS-FS-INCOBSOL PIC XX.
           88 FS-INCOBSOL-OK VALUE "00".
       01 WS-FS-INCOBREG PIC XX.
           88 FS-INCOBREG-OK VALUE "00".
           88 FS-INCOBREG-NO-EXISTE VALUE "35".
       01 WS-FS-PARAMPREV PIC XX.
           88 FS-PARAMPREV-OK VALUE "00".

      *>   LINEAS DEL LISTADO PARA CONTABILIDAD
       01 LINEA-INC-TITULO.
           03 FILLER PIC X(36)
               VALUE "INCOBRABLES Y PREVISION - CIERRE AL ".
           03 ILT-FECHA PIC X(10).
       01 LINEA-INC-SECCION PIC X(60) VALUE SPACES.
       01 LINEA-GUIONES PIC X(90) VALUE ALL "-".
       01 LINEA-TRA-ENCABEZADO.
           03 FILLER PIC X(22) VALUE "TRAMO (DIAS DE ATRASO)".
           03 FILLER PIC X(8) VALUE "  CUOTAS".
           03 FILLER PIC X(18) VALUE "             SALDO".
           03 FILLER PIC X(10) VALUE "    PORC.".
           03 FILLER PIC X(18) VALUE "         PREVISION".
       01 LINEA-TRA-DETALLE.
           03 FILLER       PIC X(3) VALUE "DE ".
           03 LTD-DESDE    PIC ZZZ9.
           03 FILLER       PIC X(3) VALUE " A ".
           03 LTD-HASTA    PIC X(12).
           03 LTD-CANT     PIC ZZZZZZZ9.
           03 FILLER       PIC X VALUE SPACE.
           03 LTD-SALDO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(3) VALUE SPACES.
           03 LTD-PORC     PIC ZZ9,99.
           03 FILLER       PIC X VALUE SPACE.
           03 LTD-PREVISION PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-TRA-TOTAL.
           03 FILLER       PIC X(22) VALUE "TOTAL".
           03 LTT-CANT     PIC ZZZZZZZ9.
           03 FILLER       PIC X VALUE SPACE.
           03 LTT-SALDO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(10) VALUE SPACES.
           03 LTT-PREVISION PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-BAJ-ENCABEZADO.
           03 FILLER PIC X(11) VALUE "LEGAJO".
           03 FILLER PIC X(4) VALUE "MAT".
           03 FILLER PIC X(11) VALUE "VENCIM.".
           03 FILLER PIC X(15) VALUE "        IMPORTE".
           03 FILLER PIC X(12) VALUE " AUTORIZO".
           03 FILLER PIC X(30) VALUE "MOTIVO".
       01 LINEA-BAJ-DETALLE.
           03 LBD-LEGAJO   PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LBD-MATERIA  PIC 9.
           03 FILLER       PIC X(3) VALUE SPACES.
           03 LBD-VENC     PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LBD-IMPORTE  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(2) VALUE SPACES.
           03 LBD-AUTORIZANTE PIC X(10).
           03 FILLER       PIC X(2) VALUE SPACES.
           03 LBD-MOTIVO   PIC X(30).
       01 LINEA-BAJ-TOTAL.
           03 FILLER       PIC X(16) VALUE "TOTAL DE BAJAS: ".
           03 LBT-CANT     PIC ZZZZ9.
           03 FILLER       PIC X(5) VALUE SPACES.
           03 LBT-IMPORTE  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-ASI-ENCABEZADO.
           03 FILLER PIC X(45) VALUE "ASIENTO SUGERIDO".
           03 FILLER PIC X(18) VALUE "              DEBE".
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(18) VALUE "             HABER".
       01 LINEA-ASI-DETALLE.
           03 LAD-CUENTA   PIC X(45).
           03 LAD-DEBE     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(2) VALUE SPACES.
           03 LAD-HABER    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-30ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "INCOBRABLES Y PREVISION PARA DEUDORES INCOBRABLES"
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "CIERRE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-CIERRE
           ELSE
               DISPLAY "FECHA DE CIERRE AAAAMMDD (CERO = HOY): "
               ACCEPT WS-FECHA-CIERRE
           END-IF.
           IF WS-FECHA-CIERRE = ZERO
              OR WS-FECHA-CIERRE NOT NUMERIC
               MOVE WS-FECHA-HOY TO WS-FECHA-CIERRE
           END-IF.

           PERFORM CARGAR-CUOTAS.
           PERFORM CARGAR-AUTORIZANTES.
           PERFORM CARGAR-TRAMOS.

           OPEN INPUT ARCH-INCOBSOL.
           IF NOT FS-INCOBSOL-OK
               DISPLAY "NO EXISTE INCOBSOL: SIN BAJAS, SOLO SE "
                   "CALCULA LA PREVISION"
               MOVE "S" TO WS-FIN-INCOBSOL
           END-IF.
           PERFORM UNTIL WS-FIN-INCOBSOL = "S"
               READ ARCH-INCOBSOL
                   AT END
                       MOVE "S" TO WS-FIN-INCOBSOL
                       CLOSE ARCH-INCOBSOL
                   NOT AT END
                       PERFORM APLICAR-BAJA THRU APLICAR-BAJA-FIN
               END-READ
           END-PERFORM.

           PERFORM CALCULAR-PREVISION.
           PERFORM EMITIR-LISTADO.

           DISPLAY "BAJAS APLICADAS........: " WS-APLICADAS.
           DISPLAY "BAJAS RECHAZADAS.......: " WS-RECHAZADAS.
           DISPLAY "CUOTAS PREVISIONADAS...: " WS-CANT-SALDO.

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM REGRABAR-CUOTAS
               PERFORM GRABAR-INCOBREG
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: CUOTAS "
                   "E INCOBREG NO SE TOCAN"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.
           MOVE WS-APLICADAS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       APLICAR-BAJA.
           MOVE WS-FECHA-HOY TO IRG-FECHA.
           MOVE WS-OPERADOR-ID TO IRG-OPERADOR.
           MOVE ISO-AUTORIZANTE TO IRG-AUTORIZANTE.
           MOVE ISO-LEGAJO TO IRG-LEGAJO.
           MOVE ISO-MATERIA TO IRG-MATERIA.
           MOVE ISO-VENCIMIENTO TO IRG-VENCIMIENTO.
           MOVE ZERO TO IRG-IMPORTE.
           MOVE ISO-MOTIVO TO IRG-MOTIVO.
      *>   EL AUTORIZANTE TIENE QUE ESTAR HABILITADO PARA ESTE JOB
      *>   Y NO PUEDE SER EL MISMO OPERADOR QUE CORRE LA BAJA
           PERFORM VALIDAR-AUTORIZANTE.
           IF WS-AUTORIZANTE-VALIDO = "N"
              OR ISO-AUTORIZANTE = WS-OPERADOR-ID
               MOVE "NOAUTORIZ" TO IRG-RESULTADO
               PERFORM GUARDAR-AUDITORIA
               ADD 1 TO WS-RECHAZADAS
               DISPLAY "BAJA DE " ISO-LEGAJO " SIN AUTORIZANTE "
                   "VALIDO (" ISO-AUTORIZANTE "), SE RECHAZA"
               GO TO APLICAR-BAJA-FIN
           END-IF.
           MOVE ZERO TO IX-CUO-HALLADA.
           PERFORM VARYING IX-CUO FROM 1 BY 1
                   UNTIL IX-CUO > WS-CANT-CUOTAS
                      OR IX-CUO-HALLADA > ZERO
               IF TC-LEGAJO (IX-CUO) = ISO-LEGAJO
                  AND TC-MATERIA (IX-CUO) = ISO-MATERIA
                  AND TC-VENCIMIENTO (IX-CUO) = ISO-VENCIMIENTO
                   MOVE IX-CUO TO IX-CUO-HALLADA
               END-IF
           END-PERFORM.
           IF IX-CUO-HALLADA = ZERO
               MOVE "SINCUOTA" TO IRG-RESULTADO
               PERFORM GUARDAR-AUDITORIA
               ADD 1 TO WS-RECHAZADAS
               DISPLAY "BAJA DE " ISO-LEGAJO " MATERIA " ISO-MATERIA
                   " VTO " ISO-VENCIMIENTO " SIN CUOTA, SE RECHAZA"
               GO TO APLICAR-BAJA-FIN
           END-IF.
           MOVE TC-IMPORTE (IX-CUO-HALLADA) TO IRG-IMPORTE.
      *>   SOLO SE DA DE BAJA LO QUE SIGUE PENDIENTE: LA PAGADA, LA
      *>   EXIMIDA O LA QUE ESTA EN CONVENIO NO ES DEUDA INCOBRABLE
           IF TC-ESTADO (IX-CUO-HALLADA) NOT = "PENDIENTE"
               MOVE "NOPENDIEN" TO IRG-RESULTADO
               PERFORM GUARDAR-AUDITORIA
               ADD 1 TO WS-RECHAZADAS
               DISPLAY "BAJA DE " ISO-LEGAJO ": LA CUOTA ESTA "
                   TC-ESTADO (IX-CUO-HALLADA) ", SE RECHAZA"
               GO TO APLICAR-BAJA-FIN
           END-IF.
           MOVE "INCOBRABL" TO TC-ESTADO (IX-CUO-HALLADA).
           MOVE "APLICADO" TO IRG-RESULTADO.
           PERFORM GUARDAR-AUDITORIA.
           ADD 1 TO WS-APLICADAS.
           ADD TC-IMPORTE (IX-CUO-HALLADA) TO WS-TOTAL-BAJAS.
       APLICAR-BAJA-FIN.
           EXIT.

       GUARDAR-AUDITORIA.
           MOVE ";" TO IRG-SEP1 IRG-SEP2 IRG-SEP3 IRG-SEP4 IRG-SEP5
               IRG-SEP6 IRG-SEP7 IRG-SEP8.
           IF WS-CANT-AUDIT >= 300
               DISPLAY "INCOBSOL SUPERA LAS 300 BAJAS POR CORRIDA: "
                   "CORRIDA RECHAZADA, PARTIR EL LOTE"
               MOVE WS-CANT-AUDIT TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-AUDIT.
           MOVE REG-INCOBREG TO TAU-REGISTRO (WS-CANT-AUDIT).

       VALIDAR-AUTORIZANTE.
           MOVE "N" TO WS-AUTORIZANTE-VALIDO.
           PERFORM VARYING IX-AUT FROM 1 BY 1
                   UNTIL IX-AUT > WS-CANT-AUTORIZANTES
               IF TA-ID(IX-AUT) = ISO-AUTORIZANTE
                  AND WS-FECHA-HOY NOT < TA-DESDE(IX-AUT)
                  AND WS-FECHA-HOY NOT > TA-HASTA(IX-AUT)
                   PERFORM VARYING IX-AUT-JOB FROM 1 BY 1
                           UNTIL IX-AUT-JOB > 5
                       IF TA-JOB(IX-AUT, IX-AUT-JOB) = "EJ-30ENCL18"
                          OR TA-JOB(IX-AUT, IX-AUT-JOB) = "*"
                           MOVE "S" TO WS-AUTORIZANTE-VALIDO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *>   EL SALDO PENDIENTE YA VENCIDO A LA FECHA DE CIERRE VA AL
      *>   TRAMO DE SU ANTIGUEDAD; LO QUE TODAVIA NO VENCIO QUEDA EN
      *>   EL PRIMER TRAMO (CERO DIAS DE ATRASO)
       CALCULAR-PREVISION.
           PERFORM VARYING IX-CUO FROM 1 BY 1
                   UNTIL IX-CUO > WS-CANT-CUOTAS
               IF TC-ESTADO (IX-CUO) = "PENDIENTE"
                   MOVE ZERO TO WS-DIAS-ATRASO
                   IF TC-VENCIMIENTO (IX-CUO) < WS-FECHA-CIERRE
                       COMPUTE WS-DIAS-ATRASO =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-CIERRE)
                         - FUNCTION INTEGER-OF-DATE(
                               TC-VENCIMIENTO (IX-CUO))
                   END-IF
                   MOVE ZERO TO IX-TRA-HALLADO
                   PERFORM VARYING IX-TRA FROM 1 BY 1
                           UNTIL IX-TRA > WS-CANT-TRAMOS
                              OR IX-TRA-HALLADO > ZERO
                       IF WS-DIAS-ATRASO NOT < TT-DIAS-DESDE (IX-TRA)
                          AND WS-DIAS-ATRASO NOT >
                              TT-DIAS-HASTA (IX-TRA)
                           MOVE IX-TRA TO IX-TRA-HALLADO
                       END-IF
                   END-PERFORM
                   IF IX-TRA-HALLADO > ZERO
                       COMPUTE WS-PREVISION-CUOTA ROUNDED =
                           TC-IMPORTE (IX-CUO) *
                           TT-PORC (IX-TRA-HALLADO) / 100
                       ADD 1 TO TT-CANT (IX-TRA-HALLADO)
                       ADD TC-IMPORTE (IX-CUO) TO
                           TT-SALDO (IX-TRA-HALLADO)
                       ADD WS-PREVISION-CUOTA TO
                           TT-PREVISION (IX-TRA-HALLADO)
                       ADD 1 TO WS-CANT-SALDO
                       ADD TC-IMPORTE (IX-CUO) TO WS-TOTAL-SALDO
                       ADD WS-PREVISION-CUOTA TO WS-TOTAL-PREVISION
                   ELSE
                       DISPLAY "ADVERTENCIA: CUOTA DE "
                           TC-LEGAJO (IX-CUO) " CON " WS-DIAS-ATRASO
                           " DIAS SIN TRAMO EN PARAMPREV"
                   END-IF
               END-IF
           END-PERFORM.

       EMITIR-LISTADO.
           OPEN OUTPUT ARCH-INCOBLIST.
           MOVE WS-FECHA-CIERRE TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO ILT-FECHA.
           MOVE LINEA-INC-TITULO TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE SPACES TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.

           MOVE "PREVISION POR TRAMO DE ANTIGUEDAD (CUOTAS PENDIENTES)"
               TO LINEA-INC-SECCION.
           MOVE LINEA-INC-SECCION TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE LINEA-TRA-ENCABEZADO TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE LINEA-GUIONES TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           PERFORM VARYING IX-TRA FROM 1 BY 1
                   UNTIL IX-TRA > WS-CANT-TRAMOS
               MOVE TT-DIAS-DESDE (IX-TRA) TO LTD-DESDE
               IF TT-DIAS-HASTA (IX-TRA) = 9999
                   MOVE "MAS" TO LTD-HASTA
               ELSE
                   MOVE TT-DIAS-HASTA (IX-TRA) TO WS-HASTA-EDIT
                   MOVE WS-HASTA-EDIT TO LTD-HASTA
               END-IF
               MOVE TT-CANT (IX-TRA) TO LTD-CANT
               MOVE TT-SALDO (IX-TRA) TO LTD-SALDO
               MOVE TT-PORC (IX-TRA) TO LTD-PORC
               MOVE TT-PREVISION (IX-TRA) TO LTD-PREVISION
               MOVE LINEA-TRA-DETALLE TO REG-INCOBLIST
               WRITE REG-INCOBLIST
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE WS-CANT-SALDO TO LTT-CANT.
           MOVE WS-TOTAL-SALDO TO LTT-SALDO.
           MOVE WS-TOTAL-PREVISION TO LTT-PREVISION.
           MOVE LINEA-TRA-TOTAL TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE SPACES TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.

           MOVE "BAJAS POR INCOBRABLE DE ESTA CORRIDA"
               TO LINEA-INC-SECCION.
           MOVE LINEA-INC-SECCION TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE LINEA-BAJ-ENCABEZADO TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE LINEA-GUIONES TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           PERFORM VARYING IX-AUD FROM 1 BY 1
                   UNTIL IX-AUD > WS-CANT-AUDIT
               MOVE TAU-REGISTRO (IX-AUD) TO REG-INCOBREG
               IF IRG-RESULTADO = "APLICADO"
                   MOVE IRG-LEGAJO TO LBD-LEGAJO
                   MOVE IRG-MATERIA TO LBD-MATERIA
                   MOVE IRG-VENCIMIENTO TO WS-FEC-NUM
                   PERFORM EDITAR-FECHA
                   MOVE WS-FEC-EDIT TO LBD-VENC
                   MOVE IRG-IMPORTE TO LBD-IMPORTE
                   MOVE IRG-AUTORIZANTE TO LBD-AUTORIZANTE
                   MOVE IRG-MOTIVO TO LBD-MOTIVO
                   MOVE LINEA-BAJ-DETALLE TO REG-INCOBLIST
                   WRITE REG-INCOBLIST
               END-IF
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE WS-APLICADAS TO LBT-CANT.
           MOVE WS-TOTAL-BAJAS TO LBT-IMPORTE.
           MOVE LINEA-BAJ-TOTAL TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE SPACES TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.

      *>   ASIENTO SUGERIDO: LA PREVISION DEL CIERRE CONTRA
      *>   RESULTADOS, Y LAS BAJAS CONTRA LA PREVISION
           MOVE LINEA-ASI-ENCABEZADO TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE LINEA-GUIONES TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE "DEUDORES INCOBRABLES (RESULTADO)" TO LAD-CUENTA.
           MOVE WS-TOTAL-PREVISION TO LAD-DEBE.
           MOVE ZERO TO LAD-HABER.
           MOVE LINEA-ASI-DETALLE TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           MOVE "   A PREVISION DEUDORES INCOBRABLES" TO LAD-CUENTA.
           MOVE ZERO TO LAD-DEBE.
           MOVE WS-TOTAL-PREVISION TO LAD-HABER.
           MOVE LINEA-ASI-DETALLE TO REG-INCOBLIST.
           WRITE REG-INCOBLIST.
           IF WS-TOTAL-BAJAS > ZERO
               MOVE "PREVISION DEUDORES INCOBRABLES" TO LAD-CUENTA
               MOVE WS-TOTAL-BAJAS TO LAD-DEBE
               MOVE ZERO TO LAD-HABER
               MOVE LINEA-ASI-DETALLE TO REG-INCOBLIST
               WRITE REG-INCOBLIST
               MOVE "   A CUOTAS A COBRAR" TO LAD-CUENTA
               MOVE ZERO TO LAD-DEBE
               MOVE WS-TOTAL-BAJAS TO LAD-HABER
               MOVE LINEA-ASI-DETALLE TO REG-INCOBLIST
               WRITE REG-INCOBLIST
           END-IF.
           CLOSE ARCH-INCOBLIST.

      *>   SIN PARAMPREV VAN LOS TRAMOS DE SIEMPRE: HASTA 90 DIAS
      *>   NADA, 91 A 180 EL 25%, 181 A 365 EL 50% Y MAS DE UN ANIO
      *>   EL 100%
       CARGAR-TRAMOS.
           OPEN INPUT ARCH-PARAMPREV.
           IF NOT FS-PARAMPREV-OK
               MOVE "S" TO WS-FIN-PARAMPREV
           END-IF.
           PERFORM UNTIL WS-FIN-PARAMPREV = "S"
               READ ARCH-PARAMPREV
                   AT END
                       MOVE "S" TO WS-FIN-PARAMPREV
                       CLOSE ARCH-PARAMPREV
                   NOT AT END
                       IF WS-CANT-TRAMOS >= 10
                           DISPLAY "ADVERTENCIA: SE IGNORA TRAMO DE "
                               "PARAMPREV, YA HAY 10"
                       ELSE
                           ADD 1 TO WS-CANT-TRAMOS
                           MOVE PPV-DIAS-DESDE TO
                                TT-DIAS-DESDE (WS-CANT-TRAMOS)
                           MOVE PPV-DIAS-HASTA TO
                                TT-DIAS-HASTA (WS-CANT-TRAMOS)
                           MOVE PPV-PORC TO TT-PORC (WS-CANT-TRAMOS)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CANT-TRAMOS = ZERO
               MOVE 4 TO WS-CANT-TRAMOS
               MOVE 0 TO TT-DIAS-DESDE (1)
               MOVE 90 TO TT-DIAS-HASTA (1)
               MOVE 0 TO TT-PORC (1)
               MOVE 91 TO TT-DIAS-DESDE (2)
               MOVE 180 TO TT-DIAS-HASTA (2)
               MOVE 25 TO TT-PORC (2)
               MOVE 181 TO TT-DIAS-DESDE (3)
               MOVE 365 TO TT-DIAS-HASTA (3)
               MOVE 50 TO TT-PORC (3)
               MOVE 366 TO TT-DIAS-DESDE (4)
               MOVE 9999 TO TT-DIAS-HASTA (4)
               MOVE 100 TO TT-PORC (4)
           END-IF.
           PERFORM VARYING IX-TRA FROM 1 BY 1
                   UNTIL IX-TRA > WS-CANT-TRAMOS
               MOVE ZERO TO TT-CANT (IX-TRA)
               MOVE ZERO TO TT-SALDO (IX-TRA)
               MOVE ZERO TO TT-PREVISION (IX-TRA)
           END-PERFORM.

      *>   SI EL MAESTRO DE CUOTAS NO ENTRA ENTERO, REGRABARLO
      *>   BORRARIA LO QUE QUEDO AFUERA: SE RECHAZA LA CORRIDA
       CARGAR-CUOTAS.
           OPEN INPUT ARCH-CUOTAS.
           IF NOT FS-CUOTAS-OK
               DISPLAY "NO EXISTE CUOTAS: CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-CUOTAS = "S"
               READ ARCH-CUOTAS
                   AT END
                       MOVE "S" TO WS-FIN-CUOTAS
                       CLOSE ARCH-CUOTAS
                   NOT AT END
                       IF WS-CANT-CUOTAS >= 500
                           DISPLAY "EL MAESTRO DE CUOTAS SUPERA LOS "
                               "500 RENGLONES EN MEMORIA: CORRIDA "
                               "RECHAZADA, CUOTAS NO SE TOCA"
                           MOVE WS-CANT-CUOTAS TO CTL-CANT-REG
                           MOVE "RECHAZADO" TO CTL-ESTADO
                           PERFORM GRABAR-CONTROL
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-CUOTAS
                       MOVE CUO-LEGAJO TO TC-LEGAJO (WS-CANT-CUOTAS)
                       MOVE CUO-MATERIA TO TC-MATERIA (WS-CANT-CUOTAS)
                       MOVE CUO-IMPORTE TO TC-IMPORTE (WS-CANT-CUOTAS)
                       MOVE CUO-VENCIMIENTO TO
                            TC-VENCIMIENTO (WS-CANT-CUOTAS)
                       MOVE CUO-ESTADO TO TC-ESTADO (WS-CANT-CUOTAS)
               END-READ
           END-PERFORM.

       CARGAR-AUTORIZANTES.
      *>   EL MAESTRO DE OPERADORES ENTERO EN MEMORIA; EL PARRAFO
      *>   COMPARTIDO VERIFICAR-OPERADOR YA LO LEYO Y CERRO, ACA SE
      *>   RELEE PARA VALIDAR A LOS AUTORIZANTES DEL LOTE
           MOVE "N" TO WS-FIN-OPER-TABLA.
           OPEN INPUT ARCH-OPERADORES.
           IF NOT FS-OPERADORES-OK
               DISPLAY "SIN MAESTRO DE OPERADORES: NINGUNA BAJA "
                   "PUEDE AUTORIZARSE"
               MOVE "S" TO WS-FIN-OPER-TABLA
           END-IF.
           PERFORM UNTIL WS-FIN-OPER-TABLA = "S"
               READ ARCH-OPERADORES
                   AT END
                       MOVE "S" TO WS-FIN-OPER-TABLA
                       CLOSE ARCH-OPERADORES
                   NOT AT END
                       IF WS-CANT-AUTORIZANTES >= 30
                           DISPLAY "ADVERTENCIA: SE IGNORA "
                               "OPERADOR, YA HAY 30 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-AUTORIZANTES
                           MOVE OPE-ID TO
                                TA-ID(WS-CANT-AUTORIZANTES)
                           MOVE OPE-DESDE TO
                                TA-DESDE(WS-CANT-AUTORIZANTES)
                           MOVE OPE-HASTA TO
                                TA-HASTA(WS-CANT-AUTORIZANTES)
                           PERFORM VARYING IX-AUT-JOB FROM 1 BY 1
                                   UNTIL IX-AUT-JOB > 5
                               MOVE OPE-JOB(IX-AUT-JOB) TO
                                    TA-JOB(WS-CANT-AUTORIZANTES,
                                           IX-AUT-JOB)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       REGRABAR-CUOTAS.
           OPEN OUTPUT ARCH-CUOTAS.
           PERFORM VARYING IX-CUO FROM 1 BY 1
                   UNTIL IX-CUO > WS-CANT-CUOTAS
               MOVE TC-LEGAJO (IX-CUO) TO CUO-LEGAJO
               MOVE TC-MATERIA (IX-CUO) TO CUO-MATERIA
               MOVE TC-IMPORTE (IX-CUO) TO CUO-IMPORTE
               MOVE TC-VENCIMIENTO (IX-CUO) TO CUO-VENCIMIENTO
               MOVE TC-ESTADO (IX-CUO) TO CUO-ESTADO
               WRITE REG-CUOTA
           END-PERFORM.
           CLOSE ARCH-CUOTAS.

       GRABAR-INCOBREG.
           OPEN EXTEND ARCH-INCOBREG.
           IF FS-INCOBREG-NO-EXISTE
               OPEN OUTPUT ARCH-INCOBREG
           END-IF.
           PERFORM VARYING IX-AUD FROM 1 BY 1
                   UNTIL IX-AUD > WS-CANT-AUDIT
               MOVE TAU-REGISTRO (IX-AUD) TO REG-INCOBREG
               WRITE REG-INCOBREG
           END-PERFORM.
           CLOSE ARCH-INCOBREG.

       EDITAR-FECHA.
           MOVE WS-FEC-DD TO WS-FEC-E-DD.
           MOVE WS-FEC-MM TO WS-FEC-E-MM.
           MOVE WS-FEC-AAAA TO WS-FEC-E-AAAA.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
