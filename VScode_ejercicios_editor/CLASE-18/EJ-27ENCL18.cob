      *> Carga del CAE: lee FACTRESP, el retorno que deja el cliente
      *> del web service de la AFIP para el pedido FACTSOLIC que
      *> armo EJ-26ENCL18, y lo asienta en el registro FACTREG por
      *> punto de venta + tipo + numero. Lo aprobado queda con su
      *> CAE y vencimiento; lo rechazado queda marcado R con la
      *> observacion de la AFIP en el listado FACTRECH, y la proxima
      *> emision lo vuelve a pedir con el mismo numero.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-27ENCL18.
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
      *>   FACTREG es el registro de comprobantes emitidos (ver
      *>   COPYLIB FACTREG); se regraba entero al confirmar
           SELECT ARCH-FACTREG ASSIGN TO "FACTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FACTREG.

      *>   FACTRESP es el retorno de la AFIP (ver COPYLIB FACTRTA)
           SELECT ARCH-FACTRESP ASSIGN TO "FACTRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FACTRESP.

      *>   FACTRECH lista los comprobantes rechazados
           SELECT ARCH-FACTRECH ASSIGN TO "FACTRECH"
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
       FD  ARCH-FACTREG
           RECORD CONTAINS 146 CHARACTERS.
           COPY FACTREG.

       FD  ARCH-FACTRESP
           RECORD CONTAINS 91 CHARACTERS.
           COPY FACTRTA.

       FD  ARCH-FACTRECH.
       01  REG-FACTRECH PIC X(100).

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

      *>   REGISTRO DE COMPROBANTES EN MEMORIA: LA CLAVE Y EL CAE
      *>   POR SEPARADO, EL RESTO DEL RENGLON TAL CUAL
       77 WS-CANT-COMPROB PIC 9(4) VALUE ZERO.
       01 TABLA-COMPROB.
           03 COMPROB-ENTRY OCCURS 3000 TIMES.
               05 TFR-PTO-VTA PIC 9(5).
               05 TFR-TIPO    PIC 9(3).
               05 TFR-NRO     PIC 9(8).
               05 TFR-FECHA   PIC 9(8).
               05 TFR-ORIGEN  PIC X.
               05 TFR-CLAVE   PIC X(20).
               05 TFR-RESTO   PIC X(78).
               05 TFR-ESTADO  PIC X.
               05 TFR-CAE     PIC X(14).
               05 TFR-CAE-VTO PIC 9(8).
       77 IX-CBT PIC 9(4) VALUE ZERO.
       77 IX-CBT-HALLADO PIC 9(4) VALUE ZERO.

       77 WS-LEIDOS PIC 9(4) VALUE ZERO.
       77 WS-APROBADOS PIC 9(4) VALUE ZERO.
       77 WS-RECHAZADOS PIC 9(4) VALUE ZERO.
       77 WS-IGNORADOS PIC 9(4) VALUE ZERO.
       77 WS-SIN-RESPUESTA PIC 9(4) VALUE ZERO.

       01 WS-FIN-FACTREG PIC X VALUE "N".
       01 WS-FIN-FACTRESP PIC X VALUE "N".

       01 WS-FS-FACTREG PIC XX.
           88 FS-FACTREG-OK VALUE "00".
       01 WS-FS-FACTRESP PIC XX.
           88 FS-FACTRESP-OK VALUE "00".

      *>   LINEAS DEL LISTADO DE RECHAZOS
       01 LINEA-FRC-TITULO PIC X(60)
           VALUE "COMPROBANTES RECHAZADOS POR LA AFIP".
       01 LINEA-FRC-ENCABEZADO.
           03 FILLER PIC X(20) VALUE "TIPO PTO VTA NUMERO".
           03 FILLER PIC X(23) VALUE "ORIGEN / CLAVE".
           03 FILLER PIC X(6) VALUE "OBS".
           03 FILLER PIC X(40) VALUE "OBSERVACION".
       01 LINEA-GUIONES PIC X(89) VALUE ALL "-".
       01 LINEA-FRC-DETALLE.
           03 FRD-TIPO    PIC 9(3).
           03 FILLER      PIC X(2) VALUE SPACES.
           03 FRD-PTO-VTA PIC 9(5).
           03 FILLER      PIC X VALUE "-".
           03 FRD-NRO     PIC 9(8).
           03 FILLER      PIC X VALUE SPACE.
           03 FRD-ORIGEN  PIC X.
           03 FILLER      PIC X VALUE SPACE.
           03 FRD-CLAVE   PIC X(20).
           03 FILLER      PIC X VALUE SPACE.
           03 FRD-OBS-COD PIC 9(5).
           03 FILLER      PIC X VALUE SPACE.
           03 FRD-OBS-TEXTO PIC X(40).
       01 LINEA-FRC-TOTAL.
           03 FILLER PIC X(24) VALUE "COMPROBANTES RECHAZADOS:".
           03 FRO-CANT PIC ZZZ9.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-27ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CARGA DEL CAE DE LA AFIP"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-FACTREG.

           OPEN INPUT ARCH-FACTRESP.
           IF NOT FS-FACTRESP-OK
               DISPLAY "NO EXISTE FACTRESP: NO HAY RETORNO DE LA AFIP"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-FACTRECH.
           MOVE LINEA-FRC-TITULO TO REG-FACTRECH.
           WRITE REG-FACTRECH.
           MOVE LINEA-FRC-ENCABEZADO TO REG-FACTRECH.
           WRITE REG-FACTRECH.
           MOVE LINEA-GUIONES TO REG-FACTRECH.
           WRITE REG-FACTRECH.
           PERFORM UNTIL WS-FIN-FACTRESP = "S"
               READ ARCH-FACTRESP
                   AT END
                       MOVE "S" TO WS-FIN-FACTRESP
                       CLOSE ARCH-FACTRESP
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       PERFORM ASENTAR-RESPUESTA
                           THRU ASENTAR-RESPUESTA-FIN
               END-READ
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-FACTRECH.
           WRITE REG-FACTRECH.
           MOVE WS-RECHAZADOS TO FRO-CANT.
           MOVE LINEA-FRC-TOTAL TO REG-FACTRECH.
           WRITE REG-FACTRECH.
           CLOSE ARCH-FACTRECH.

           PERFORM VARYING IX-CBT FROM 1 BY 1
                   UNTIL IX-CBT > WS-CANT-COMPROB
               IF TFR-ESTADO (IX-CBT) = "P"
                   ADD 1 TO WS-SIN-RESPUESTA
               END-IF
           END-PERFORM.
           DISPLAY "RENGLONES DE RETORNO...: " WS-LEIDOS.
           DISPLAY "APROBADOS CON CAE......: " WS-APROBADOS.
           DISPLAY "RECHAZADOS.............: " WS-RECHAZADOS.
           DISPLAY "IGNORADOS..............: " WS-IGNORADOS.
           DISPLAY "PEDIDOS SIN RESPUESTA..: " WS-SIN-RESPUESTA.

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM GRABAR-FACTREG
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: FACTREG "
                   "NO SE TOCA"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.
           MOVE WS-LEIDOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   SOLO SE ASIENTA SOBRE UN COMPROBANTE PEDIDO (P): EL QUE
      *>   YA TIENE CAE NO SE PISA
       ASENTAR-RESPUESTA.
           MOVE ZERO TO IX-CBT-HALLADO.
           PERFORM VARYING IX-CBT FROM 1 BY 1
                   UNTIL IX-CBT > WS-CANT-COMPROB
                      OR IX-CBT-HALLADO > ZERO
               IF TFR-PTO-VTA (IX-CBT) = FRT-PTO-VTA
                  AND TFR-TIPO (IX-CBT) = FRT-CBTE-TIPO
                  AND TFR-NRO (IX-CBT) = FRT-NRO
                   MOVE IX-CBT TO IX-CBT-HALLADO
               END-IF
           END-PERFORM.
           IF IX-CBT-HALLADO = ZERO
               DISPLAY "RETORNO DE UN COMPROBANTE QUE NO ESTA EN "
                   "FACTREG: " FRT-PTO-VTA "-" FRT-CBTE-TIPO "-"
                   FRT-NRO
               ADD 1 TO WS-IGNORADOS
               GO TO ASENTAR-RESPUESTA-FIN.
           IF TFR-ESTADO (IX-CBT-HALLADO) NOT = "P"
               DISPLAY "EL COMPROBANTE " FRT-PTO-VTA "-"
                   FRT-CBTE-TIPO "-" FRT-NRO " NO ESTABA PEDIDO "
                   "(ESTADO " TFR-ESTADO (IX-CBT-HALLADO) ")"
               ADD 1 TO WS-IGNORADOS
               GO TO ASENTAR-RESPUESTA-FIN.

           IF FRT-RESULTADO = "A"
               ADD 1 TO WS-APROBADOS
               MOVE "A" TO TFR-ESTADO (IX-CBT-HALLADO)
               MOVE FRT-CAE TO TFR-CAE (IX-CBT-HALLADO)
               MOVE FRT-CAE-VTO TO TFR-CAE-VTO (IX-CBT-HALLADO)
           ELSE
               ADD 1 TO WS-RECHAZADOS
               MOVE "R" TO TFR-ESTADO (IX-CBT-HALLADO)
               MOVE SPACES TO TFR-CAE (IX-CBT-HALLADO)
               MOVE ZERO TO TFR-CAE-VTO (IX-CBT-HALLADO)
               DISPLAY "RECHAZADO " FRT-PTO-VTA "-" FRT-CBTE-TIPO
                   "-" FRT-NRO ": " FRT-OBS-TEXTO
               MOVE FRT-CBTE-TIPO TO FRD-TIPO
               MOVE FRT-PTO-VTA TO FRD-PTO-VTA
               MOVE FRT-NRO TO FRD-NRO
               MOVE TFR-ORIGEN (IX-CBT-HALLADO) TO FRD-ORIGEN
               MOVE TFR-CLAVE (IX-CBT-HALLADO) TO FRD-CLAVE
               MOVE FRT-OBS-COD TO FRD-OBS-COD
               MOVE FRT-OBS-TEXTO TO FRD-OBS-TEXTO
               MOVE LINEA-FRC-DETALLE TO REG-FACTRECH
               WRITE REG-FACTRECH
           END-IF.
       ASENTAR-RESPUESTA-FIN.
           EXIT.

      *>   EL REGISTRO SE REGRABA ENTERO: SI NO ENTRA EN MEMORIA SE
      *>   RECHAZA LA CORRIDA SIN TOCARLO
       CARGAR-FACTREG.
           OPEN INPUT ARCH-FACTREG.
           IF NOT FS-FACTREG-OK
               DISPLAY "NO EXISTE FACTREG: NO HAY NADA PEDIDO"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-FACTREG = "S"
               READ ARCH-FACTREG
                   AT END
                       MOVE "S" TO WS-FIN-FACTREG
                       CLOSE ARCH-FACTREG
                   NOT AT END
                       IF WS-CANT-COMPROB >= 3000
                           DISPLAY "FACTREG SUPERA LOS 3000 "
                               "COMPROBANTES EN MEMORIA: CORRIDA "
                               "RECHAZADA"
                           MOVE WS-CANT-COMPROB TO CTL-CANT-REG
                           MOVE "RECHAZADO" TO CTL-ESTADO
                           PERFORM GRABAR-CONTROL
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-COMPROB
                       MOVE REG-FACTREG TO
                            COMPROB-ENTRY (WS-CANT-COMPROB)
               END-READ
           END-PERFORM.

       GRABAR-FACTREG.
           OPEN OUTPUT ARCH-FACTREG.
           PERFORM VARYING IX-CBT FROM 1 BY 1
                   UNTIL IX-CBT > WS-CANT-COMPROB
               MOVE COMPROB-ENTRY (IX-CBT) TO REG-FACTREG
               WRITE REG-FACTREG
           END-PERFORM.
           CLOSE ARCH-FACTREG.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
