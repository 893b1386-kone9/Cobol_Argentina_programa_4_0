      *> Retorno del debito automatico: procesa DEBRESP, el archivo
      *> de presentacion que armo EJ-28ENCL18 devuelto por el banco
      *> con el resultado de cada debito. El lote se rechaza entero
      *> si no trae cabecera o si el pie no coincide con lo leido.
      *> El debito aceptado cancela la cuota en CUOTAS igual que un
      *> pago de FECHASNORM y queda asentado en PAGOSREG como pago
      *> del alumno; el rechazado queda en el historico DEBRECH con
      *> el codigo de motivo del banco. La adhesion que llega a la
      *> cantidad de rechazos seguidos de la tarjeta (tres si no se
      *> indica) se da de baja sola y se avisa al alumno por
      *> NOTIFICACIONES.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-29ENCL18.
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

      *>   DEBADHES es el padron de adhesiones (ver COPYLIB
      *>   DEBADHES); se regraba entero al confirmar
           SELECT ARCH-DEBADHES ASSIGN TO "DEBADHES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBADHES.

      *>   DEBRESP es la respuesta del banco (ver COPYLIB DEBITO)
           SELECT ARCH-DEBRESP ASSIGN TO "DEBRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBRESP.

      *>   DEBRECH es el historico de rechazos (ver COPYLIB DEBRECH)
           SELECT ARCH-DEBRECH ASSIGN TO "DEBRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBRECH.

      *>   PAGOSREG es el registro de pagos ya procesados (ver
      *>   COPYLIB PAGOREG)
           SELECT ARCH-PAGOSREG ASSIGN TO "PAGOSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOSREG.

      *>   NOTIFICACIONES es el buzon de avisos a alumnos (ver
      *>   COPYLIB NOTIFPR)
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

       FD  ARCH-DEBADHES
           RECORD CONTAINS 51 CHARACTERS.
           COPY DEBADHES.

       FD  ARCH-DEBRESP
           RECORD CONTAINS 57 CHARACTERS.
           COPY DEBITO.

       FD  ARCH-DEBRECH
           RECORD CONTAINS 43 CHARACTERS.
           COPY DEBRECH.

       FD  ARCH-PAGOSREG
           RECORD CONTAINS 58 CHARACTERS.
           COPY PAGOREG.

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

      *>   CONFIRMACION ANTES DE ASENTAR (VER COPYLIB CONFPROC)
           COPY CONFPROC.

      *>   BUZON DE NOTIFICACIONES (VER COPYLIB NOTIFPROC)
           COPY NOTIFPROC.

      *>   RECHAZOS SEGUIDOS QUE DAN DE BAJA LA ADHESION
       77 WS-RECHAZOS-TOPE PIC 99 VALUE ZERO.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       77 WS-FECHA-DEBITO PIC 9(8) VALUE ZERO.

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

      *>   ADHESIONES EN MEMORIA (SE REGRABAN ENTERAS)
       77 WS-CANT-ADHES PIC 9(4) VALUE ZERO.
       01 TABLA-ADHES.
           03 ADHES-ENTRY OCCURS 1000 TIMES.
               05 TAD-REGISTRO PIC X(51).
       77 IX-ADH PIC 9(4) VALUE ZERO.
       77 IX-ADH-HALLADO PIC 9(4) VALUE ZERO.

      *>   MOVIMIENTOS A ASENTAR AL CONFIRMAR: PAGOS (P) PARA
      *>   PAGOSREG Y RECHAZOS (R) PARA DEBRECH
       77 WS-CANT-MOVS PIC 9(4) VALUE ZERO.
       01 TABLA-MOVS.
           03 MOV-ENTRY OCCURS 2000 TIMES.
               05 TMV-TIPO        PIC X.
               05 TMV-LEGAJO      PIC X(10).
               05 TMV-MATERIA     PIC 9.
               05 TMV-VENCIMIENTO PIC 9(8).
               05 TMV-IMPORTE     PIC 9(9)V99.
               05 TMV-MOTIVO      PIC X(3).
               05 TMV-RECHAZOS    PIC 99.
       77 IX-MOV PIC 9(4) VALUE ZERO.

      *>   CONTROL DEL LOTE CONTRA EL PIE
       77 WS-VISTO-CAB PIC X VALUE "N".
       77 WS-VISTO-PIE PIC X VALUE "N".
       77 WS-PIE-CANT PIC 9(7) VALUE ZERO.
       77 WS-PIE-SUMA PIC 9(13)V99 VALUE ZERO.
       77 WS-LEIDOS PIC 9(7) VALUE ZERO.
       77 WS-SUMA-LEIDA PIC 9(13)V99 VALUE ZERO.
       77 WS-LOTE-RECHAZO PIC X VALUE "N".

       77 WS-ACEPTADOS PIC 9(5) VALUE ZERO.
       77 WS-RECHAZADOS PIC 9(5) VALUE ZERO.
       77 WS-SIN-CUOTA PIC 9(5) VALUE ZERO.
       77 WS-BAJAS PIC 9(5) VALUE ZERO.
       77 WS-RECH-EDIT PIC Z9.

      *>   FECHA AAAA/MM/DD DEL PAGO PARA PAGOSREG
       01 WS-FEC-NUM PIC 9(8) VALUE ZEROS.
       01 WS-FEC-PARTES REDEFINES WS-FEC-NUM.
           03 WS-FEC-AAAA PIC 9(4).
           03 WS-FEC-MM   PIC 99.
           03 WS-FEC-DD   PIC 99.
       01 WS-FEC-PAGO.
           03 WS-FEC-P-AAAA PIC 9(4).
           03 FILLER        PIC X VALUE "/".
           03 WS-FEC-P-MM   PIC 99.
           03 FILLER        PIC X VALUE "/".
           03 WS-FEC-P-DD   PIC 99.

       01 WS-FIN-CUOTAS PIC X VALUE "N".
       01 WS-FIN-DEBADHES PIC X VALUE "N".
       01 WS-FIN-DEBRESP PIC X VALUE "N".

       01 WS-FS-CUOTAS PIC XX.
           88 FS-CUOTAS-OK VALUE "00".
       01 WS-FS-DEBADHES PIC XX.
           88 FS-DEBADHES-OK VALUE "00".
       01 WS-FS-DEBRESP PIC XX.
           88 FS-DEBRESP-OK VALUE "00".
       01 WS-FS-DEBRECH PIC XX.
           88 FS-DEBRECH-OK VALUE "00".
           88 FS-DEBRECH-NO-EXISTE VALUE "35".
       01 WS-FS-PAGOSREG PIC XX.
           88 FS-PAGOSREG-OK VALUE "00".
           88 FS-PAGOSREG-NO-EXISTE VALUE "35".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-29ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "RETORNO DEL DEBITO AUTOMATICO DE CUOTAS"
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "RECHMAX" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:2) TO WS-RECHAZOS-TOPE
           ELSE
               DISPLAY "RECHAZOS SEGUIDOS PARA DAR DE BAJA LA "
                   "ADHESION (99, CERO = 3): "
               ACCEPT WS-RECHAZOS-TOPE
           END-IF.
           IF WS-RECHAZOS-TOPE = ZERO
               MOVE 3 TO WS-RECHAZOS-TOPE
           END-IF.

           PERFORM CARGAR-CUOTAS.
           PERFORM CARGAR-ADHESIONES.

           OPEN INPUT ARCH-DEBRESP.
           IF NOT FS-DEBRESP-OK
               DISPLAY "NO EXISTE DEBRESP: NO HAY RETORNO DEL BANCO"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-DEBRESP = "S"
               READ ARCH-DEBRESP
                   AT END
                       MOVE "S" TO WS-FIN-DEBRESP
                       CLOSE ARCH-DEBRESP
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DEC-TIPO = "1"
                               MOVE "S" TO WS-VISTO-CAB
                               MOVE DEC-FECHA-DEBITO TO
                                    WS-FECHA-DEBITO
                           WHEN DEC-TIPO = "9"
                               MOVE "S" TO WS-VISTO-PIE
                               MOVE DEP-CANT TO WS-PIE-CANT
                               MOVE DEP-SUMA TO WS-PIE-SUMA
                           WHEN OTHER
                               ADD 1 TO WS-LEIDOS
                               ADD DED-IMPORTE TO WS-SUMA-LEIDA
                               PERFORM PROCESAR-DEBITO
                                   THRU PROCESAR-DEBITO-FIN
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM VALIDAR-LOTE.

           DISPLAY "DEBITOS LEIDOS.........: " WS-LEIDOS.
           DISPLAY "ACEPTADOS (CUOTA PAGA).: " WS-ACEPTADOS.
           DISPLAY "RECHAZADOS.............: " WS-RECHAZADOS.
           DISPLAY "ACEPTADOS SIN CUOTA....: " WS-SIN-CUOTA.
           DISPLAY "ADHESIONES DADAS DE BAJA: " WS-BAJAS.

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM REGRABAR-CUOTAS
               PERFORM REGRABAR-ADHESIONES
               PERFORM GRABAR-MOVIMIENTOS
               IF WS-BAJAS > ZERO
                   PERFORM AVISAR-BAJAS
               END-IF
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: NO SE "
                   "TOCA NINGUN ARCHIVO"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.
           MOVE WS-LEIDOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   EL ACEPTADO CANCELA LA CUOTA PENDIENTE DEBITADA Y VUELVE
      *>   A CERO LOS RECHAZOS DE LA ADHESION; EL RECHAZADO SUMA UNO
      *>   Y AL LLEGAR AL TOPE DA DE BAJA LA ADHESION
       PROCESAR-DEBITO.
           MOVE ZERO TO IX-ADH-HALLADO.
           PERFORM VARYING IX-ADH FROM 1 BY 1
                   UNTIL IX-ADH > WS-CANT-ADHES
                      OR IX-ADH-HALLADO > ZERO
               IF TAD-REGISTRO (IX-ADH) (1:10) = DED-LEGAJO
                   MOVE IX-ADH TO IX-ADH-HALLADO
               END-IF
           END-PERFORM.
           IF IX-ADH-HALLADO > ZERO
               MOVE TAD-REGISTRO (IX-ADH-HALLADO) TO REG-DEBADHES
           ELSE
               DISPLAY "DEBITO DE " DED-LEGAJO " SIN ADHESION EN "
                   "DEBADHES"
               MOVE SPACES TO REG-DEBADHES
               MOVE ZERO TO DA-RECHAZOS
           END-IF.
           IF WS-CANT-MOVS >= 2000
               DISPLAY "DEBRESP SUPERA LOS 2000 DEBITOS EN MEMORIA: "
                   "CORRIDA RECHAZADA"
               MOVE WS-LEIDOS TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

           IF DED-RESULTADO NOT = "A"
               ADD 1 TO WS-RECHAZADOS
               IF DA-RECHAZOS NOT NUMERIC
                   MOVE ZERO TO DA-RECHAZOS
               END-IF
               ADD 1 TO DA-RECHAZOS
               ADD 1 TO WS-CANT-MOVS
               MOVE "R" TO TMV-TIPO (WS-CANT-MOVS)
               MOVE DED-MOTIVO TO TMV-MOTIVO (WS-CANT-MOVS)
               MOVE DA-RECHAZOS TO TMV-RECHAZOS (WS-CANT-MOVS)
               PERFORM COPIAR-DEBITO-A-MOVIMIENTO
               IF DA-RECHAZOS NOT < WS-RECHAZOS-TOPE
                  AND DA-ESTADO = "A"
                   MOVE "B" TO DA-ESTADO
                   MOVE WS-FECHA-HOY TO DA-BAJA
                   ADD 1 TO WS-BAJAS
                   DISPLAY "ADHESION DE " DED-LEGAJO " DADA DE BAJA "
                       "POR " DA-RECHAZOS " RECHAZOS SEGUIDOS"
               END-IF
               IF IX-ADH-HALLADO > ZERO
                   MOVE REG-DEBADHES TO TAD-REGISTRO (IX-ADH-HALLADO)
               END-IF
               GO TO PROCESAR-DEBITO-FIN.

           MOVE ZERO TO DA-RECHAZOS.
           IF IX-ADH-HALLADO > ZERO
               MOVE REG-DEBADHES TO TAD-REGISTRO (IX-ADH-HALLADO)
           END-IF.
           MOVE ZERO TO IX-CUO-HALLADA.
           PERFORM VARYING IX-CUO FROM 1 BY 1
                   UNTIL IX-CUO > WS-CANT-CUOTAS
                      OR IX-CUO-HALLADA > ZERO
               IF TC-LEGAJO (IX-CUO) = DED-LEGAJO
                  AND TC-MATERIA (IX-CUO) = DED-MATERIA
                  AND TC-VENCIMIENTO (IX-CUO) = DED-VENCIMIENTO
                  AND TC-ESTADO (IX-CUO) = "PENDIENTE"
                   MOVE IX-CUO TO IX-CUO-HALLADA
               END-IF
           END-PERFORM.
           IF IX-CUO-HALLADA > ZERO
               MOVE "PAGADA" TO TC-ESTADO (IX-CUO-HALLADA)
               ADD 1 TO WS-ACEPTADOS
           ELSE
               ADD 1 TO WS-SIN-CUOTA
               DISPLAY "DEBITO ACEPTADO DE " DED-LEGAJO " SIN CUOTA "
                   "PENDIENTE QUE MATCHEE: QUEDA COMO PAGO A CUENTA"
           END-IF.
           ADD 1 TO WS-CANT-MOVS.
           MOVE "P" TO TMV-TIPO (WS-CANT-MOVS).
           MOVE SPACES TO TMV-MOTIVO (WS-CANT-MOVS).
           MOVE ZERO TO TMV-RECHAZOS (WS-CANT-MOVS).
           PERFORM COPIAR-DEBITO-A-MOVIMIENTO.
       PROCESAR-DEBITO-FIN.
           EXIT.

       COPIAR-DEBITO-A-MOVIMIENTO.
           MOVE DED-LEGAJO TO TMV-LEGAJO (WS-CANT-MOVS).
           MOVE DED-MATERIA TO TMV-MATERIA (WS-CANT-MOVS).
           MOVE DED-VENCIMIENTO TO TMV-VENCIMIENTO (WS-CANT-MOVS).
           MOVE DED-IMPORTE TO TMV-IMPORTE (WS-CANT-MOVS).

      *>   EL LOTE DEL BANCO TIENE QUE VENIR COMPLETO: CABECERA, PIE,
      *>   Y EL PIE COINCIDIENDO CON LO LEIDO; SI NO, NO SE ASIENTA
      *>   NADA Y QUEDA RECHAZADO EN CONTROL
       VALIDAR-LOTE.
           IF WS-VISTO-CAB = "N"
               DISPLAY "EL LOTE DEBRESP NO TRAE CABECERA"
               MOVE "S" TO WS-LOTE-RECHAZO
           END-IF.
           IF WS-VISTO-PIE = "N"
               DISPLAY "EL LOTE DEBRESP NO TRAE PIE DE CONTROL "
                   "(TRANSFERENCIA CORTADA?)"
               MOVE "S" TO WS-LOTE-RECHAZO
           ELSE
               IF WS-PIE-CANT NOT = WS-LEIDOS
                   DISPLAY "EL PIE DICE " WS-PIE-CANT
                       " DEBITOS Y SE LEYERON " WS-LEIDOS
                   MOVE "S" TO WS-LOTE-RECHAZO
               END-IF
               IF WS-PIE-SUMA NOT = WS-SUMA-LEIDA
                   DISPLAY "LA SUMA DE IMPORTES DEL PIE NO "
                       "COINCIDE CON LO LEIDO"
                   MOVE "S" TO WS-LOTE-RECHAZO
               END-IF
           END-IF.
           IF WS-LOTE-RECHAZO = "S"
               DISPLAY "LOTE DEBRESP RECHAZADO"
               MOVE WS-LEIDOS TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

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

       CARGAR-ADHESIONES.
           OPEN INPUT ARCH-DEBADHES.
           IF NOT FS-DEBADHES-OK
               DISPLAY "NO EXISTE DEBADHES: NO HAY ADHESIONES"
               MOVE "S" TO WS-FIN-DEBADHES
           END-IF.
           PERFORM UNTIL WS-FIN-DEBADHES = "S"
               READ ARCH-DEBADHES
                   AT END
                       MOVE "S" TO WS-FIN-DEBADHES
                       CLOSE ARCH-DEBADHES
                   NOT AT END
                       IF WS-CANT-ADHES >= 1000
                           DISPLAY "DEBADHES SUPERA LAS 1000 "
                               "ADHESIONES EN MEMORIA: CORRIDA "
                               "RECHAZADA"
                           MOVE WS-CANT-ADHES TO CTL-CANT-REG
                           MOVE "RECHAZADO" TO CTL-ESTADO
                           PERFORM GRABAR-CONTROL
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-ADHES
                       MOVE REG-DEBADHES TO
                            TAD-REGISTRO (WS-CANT-ADHES)
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

       REGRABAR-ADHESIONES.
           OPEN OUTPUT ARCH-DEBADHES.
           PERFORM VARYING IX-ADH FROM 1 BY 1
                   UNTIL IX-ADH > WS-CANT-ADHES
               MOVE TAD-REGISTRO (IX-ADH) TO REG-DEBADHES
               WRITE REG-DEBADHES
           END-PERFORM.
           CLOSE ARCH-DEBADHES.

      *>   LOS PAGOS VAN A PAGOSREG CON LA FECHA DEL DEBITO, ASI LA
      *>   NORMALIZACION NO LOS VUELVE A TOMAR Y EL ESTADO DE CUENTA
      *>   LOS MUESTRA; LOS RECHAZOS VAN AL HISTORICO DEBRECH
       GRABAR-MOVIMIENTOS.
           MOVE WS-FECHA-DEBITO TO WS-FEC-NUM.
           IF WS-FEC-NUM = ZERO
               MOVE WS-FECHA-HOY TO WS-FEC-NUM
           END-IF.
           MOVE WS-FEC-AAAA TO WS-FEC-P-AAAA.
           MOVE WS-FEC-MM TO WS-FEC-P-MM.
           MOVE WS-FEC-DD TO WS-FEC-P-DD.
           OPEN EXTEND ARCH-PAGOSREG.
           IF FS-PAGOSREG-NO-EXISTE
               OPEN OUTPUT ARCH-PAGOSREG
           END-IF.
           OPEN EXTEND ARCH-DEBRECH.
           IF FS-DEBRECH-NO-EXISTE
               OPEN OUTPUT ARCH-DEBRECH
           END-IF.
           PERFORM VARYING IX-MOV FROM 1 BY 1
                   UNTIL IX-MOV > WS-CANT-MOVS
               IF TMV-TIPO (IX-MOV) = "P"
                   MOVE TMV-LEGAJO (IX-MOV) TO PR-PAGADOR
                   MOVE WS-FEC-PAGO TO PR-FECHA
                   MOVE TMV-IMPORTE (IX-MOV) TO PR-IMPORTE
                   MOVE ZERO TO PR-INTERES
                   MOVE "DEBITO AUTOMATICO" TO PR-REFERENCIA
                   WRITE REG-PAGOREG
               ELSE
                   MOVE TMV-LEGAJO (IX-MOV) TO DRE-LEGAJO
                   MOVE TMV-MATERIA (IX-MOV) TO DRE-MATERIA
                   MOVE TMV-VENCIMIENTO (IX-MOV) TO DRE-VENCIMIENTO
                   MOVE TMV-IMPORTE (IX-MOV) TO DRE-IMPORTE
                   MOVE WS-FEC-NUM TO DRE-FECHA-DEBITO
                   MOVE TMV-MOTIVO (IX-MOV) TO DRE-MOTIVO
                   MOVE TMV-RECHAZOS (IX-MOV) TO DRE-RECHAZOS
                   WRITE REG-DEBRECH
               END-IF
           END-PERFORM.
           CLOSE ARCH-PAGOSREG.
           CLOSE ARCH-DEBRECH.

       AVISAR-BAJAS.
           PERFORM VARYING IX-ADH FROM 1 BY 1
                   UNTIL IX-ADH > WS-CANT-ADHES
               MOVE TAD-REGISTRO (IX-ADH) TO REG-DEBADHES
               IF DA-ESTADO = "B" AND DA-BAJA = WS-FECHA-HOY
                   MOVE DA-RECHAZOS TO WS-RECH-EDIT
                   MOVE DA-LEGAJO TO WS-NOT-LEGAJO
                   MOVE "DEBITO BAJA" TO WS-NOT-TIPO
                   MOVE SPACES TO WS-NOT-TEXTO
                   STRING "BAJA DEL DEBITO POR " DELIMITED BY SIZE
                       WS-RECH-EDIT DELIMITED BY SIZE
                       " RECHAZOS SEGUIDOS" DELIMITED BY SIZE
                       INTO WS-NOT-TEXTO
                   END-STRING
                   PERFORM GRABAR-NOTIFICACION
               END-IF
           END-PERFORM.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY NOTIFPR.
           COPY OPERPR.
           COPY RUNCPR.
