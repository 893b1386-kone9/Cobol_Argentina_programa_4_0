      *> Reintegro de saldos a favor: el alumno que se va pide que
      *> le devuelvan lo que pago de mas y quedo en CREDITOS. Esta
      *> corrida lee el lote REINTSOL (legajo, CBU y motivo), suma
      *> los saldos abiertos del legajo y arma la orden de pago en
      *> TRANSFREINT, con el mismo formato que TRANSFERENCIAS para
      *> que tesoreria la suba al banco igual. El CBU se controla
      *> con sus dos digitos verificadores y el legajo que todavia
      *> debe cuotas PENDIENTES no cobra: primero cancela la deuda.
      *> Los saldos pagados quedan en "R" (reintegrado). Empujar
      *> transferencias al banco pasa por el doble control si el
      *> job esta en DUALJOBS.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-31ENCL18.
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
      *>   REINTSOL es el lote de pedidos de reintegro
           SELECT ARCH-REINTSOL ASSIGN TO "REINTSOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REINTSOL.

      *>   CREDITOS son los saldos a favor por legajo (ver COPYLIB
      *>   CREDITO); se regraba entero
           SELECT ARCH-CREDITOS ASSIGN TO "CREDITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.

           SELECT ARCH-CUOTAS ASSIGN TO "CUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUOTAS.

      *>   TRANSFREINT es el archivo de reintegros que tesoreria sube
      *>   al banco, con el formato de TRANSFERENCIAS
           SELECT ARCH-TRANSFREINT ASSIGN TO "TRANSFREINT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   REINTLIST es el listado de pedidos con su resultado
           SELECT ARCH-REINTLIST ASSIGN TO "REINTLIST"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   DUALJOBS lista los jobs que exigen doble control (ver
      *>   COPYLIB DUALJOB)
           SELECT ARCH-DUALJOBS ASSIGN TO "DUALJOBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUALJOBS.

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
       FD  ARCH-REINTSOL
           RECORD CONTAINS 62 CHARACTERS.
       01  REG-REINTSOL.
           03 RSO-LEGAJO PIC X(10).
           03 RSO-CBU    PIC 9(22).
           03 RSO-MOTIVO PIC X(30).

       FD  ARCH-CREDITOS
           RECORD CONTAINS 61 CHARACTERS.
           COPY CREDITO.

       FD  ARCH-CUOTAS.
       01  REG-CUOTA.
           03 CUO-LEGAJO      PIC X(10).
           03 CUO-MATERIA     PIC 9.
           03 CUO-IMPORTE     PIC 9(7)V99.
           03 CUO-VENCIMIENTO PIC 9(8).
           03 CUO-ESTADO      PIC X(9).

       FD  ARCH-TRANSFREINT.
       01  REG-TRANSFERENCIA.
           03 TRF-CBU      PIC X(22).
           03 TRF-SEP1     PIC X.
           03 TRF-IMPORTE  PIC 9(9)V99.
           03 TRF-SEP2     PIC X.
           03 TRF-CONCEPTO PIC X(22).
           03 TRF-SEP3     PIC X.
           03 TRF-FECHA    PIC 9(8).
           03 TRF-SEP4     PIC X.
           03 TRF-LETRA    PIC X.

       FD  ARCH-REINTLIST.
       01  REG-REINTLIST PIC X(100).

       FD  ARCH-DUALJOBS
           RECORD CONTAINS 11 CHARACTERS.
           COPY DUALJOB.

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

      *>   DOBLE CONTROL ANTES DE EMPUJAR TRANSFERENCIAS (VER COPYLIB
      *>   DUALPROC)
           COPY DUALPROC.

       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
      *>   FECHA DE PAGO QUE VA EN LA TRANSFERENCIA
       77 WS-FECHA-PAGO PIC 9(8) VALUE ZERO.

      *>   SALDOS A FAVOR EN MEMORIA (SE REGRABAN ENTEROS)
       77 WS-CANT-CREDITOS PIC 9(4) VALUE ZERO.
       01  TABLA-CREDITOS.
           03 CREDITO-ENTRY OCCURS 1000 TIMES.
               05 TCR-LEGAJO    PIC X(10).
               05 TCR-FECHA     PIC 9(8).
               05 TCR-ORIGEN    PIC X(10).
               05 TCR-IMPORTE   PIC 9(7)V99.
               05 TCR-SALDO     PIC 9(7)V99.
               05 TCR-ESTADO    PIC X.
               05 TCR-FECHA-MOV PIC 9(8).
       77 IX-CRE PIC 9(4) VALUE ZERO.

      *>   LEGAJOS QUE TODAVIA DEBEN ALGUNA CUOTA PENDIENTE
       77 WS-CANT-DEUDORES PIC 9(3) VALUE ZERO.
       01  TABLA-DEUDORES.
           03 DEUDOR-ENTRY OCCURS 500 TIMES.
               05 TDE-LEGAJO PIC X(10).
       77 IX-DEU PIC 9(3) VALUE ZERO.
       77 WS-LEGAJO-DEUDOR PIC X VALUE "N".

      *>   REINTEGROS ACEPTADOS, PARA LA TRANSFERENCIA AL CONFIRMAR
       77 WS-CANT-REINT PIC 9(3) VALUE ZERO.
       01  TABLA-REINTEGROS.
           03 REINTEGRO-ENTRY OCCURS 200 TIMES.
               05 TRE-LEGAJO  PIC X(10).
               05 TRE-CBU     PIC 9(22).
               05 TRE-IMPORTE PIC 9(9)V99.
       77 IX-REI PIC 9(3) VALUE ZERO.

      *>   CONTROL DEL CBU: BLOQUE 1 (BANCO Y SUCURSAL, 7 DIGITOS +
      *>   VERIFICADOR) Y BLOQUE 2 (CUENTA, 13 DIGITOS + VERIFICADOR)
       01 WS-CBU PIC 9(22) VALUE ZERO.
       01 WS-CBU-DIG REDEFINES WS-CBU.
           03 WS-CBU-DIGITO PIC 9 OCCURS 22 TIMES.
       01 WS-CBU-PESOS-VALOR PIC X(13) VALUE "3971397139713".
       01 WS-CBU-PESOS REDEFINES WS-CBU-PESOS-VALOR.
           03 WS-CBU-PESO PIC 9 OCCURS 13 TIMES.
       77 WS-CBU-SUMA PIC 9(4) VALUE ZERO.
       77 WS-CBU-VERIF PIC 99 VALUE ZERO.
       77 WS-CBU-VALIDO PIC X VALUE "N".
       77 IX-CBU PIC 99 VALUE ZERO.
       77 IX-PESO PIC 99 VALUE ZERO.

       77 WS-SALDO-LEGAJO PIC 9(9)V99 VALUE ZERO.
       77 WS-RESULTADO PIC X(10) VALUE SPACES.
       77 WS-PEDIDOS PIC 9(5) VALUE ZERO.
       77 WS-RECHAZADOS PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-REINT PIC 9(11)V99 VALUE ZERO.

      *>   CONCEPTO DE LA TRANSFERENCIA: REINTEGRO Y LEGAJO
       01 CONCEPTO-REINTEGRO.
           03 FILLER PIC X(10) VALUE "REINTEGRO ".
           03 CONCEPTO-LEGAJO PIC X(10).
           03 FILLER PIC XX VALUE SPACES.

       01 WS-FIN-REINTSOL PIC X VALUE "N".
       01 WS-FIN-CREDITOS PIC X VALUE "N".
       01 WS-FIN-CUOTAS PIC X VALUE "N".

       01 WS-FS-REINTSOL PIC XX.
           88 FS-REINTSOL-OK VALUE "00".
       01 WS-FS-CREDITOS PIC XX.
           88 FS-CREDITOS-OK VALUE "00".
       01 WS-FS-CUOTAS PIC XX.
           88 FS-CUOTAS-OK VALUE "00".

      *>   LINEAS DEL LISTADO DE PEDIDOS
       01 LINEA-REI-TITULO.
           03 FILLER PIC X(34)
               VALUE "REINTEGROS DE SALDOS A FAVOR - AL ".
           03 LRT-FECHA PIC X(10).
       01 LINEA-REI-ENCABEZADO.
           03 FILLER PIC X(11) VALUE "LEGAJO".
           03 FILLER PIC X(23) VALUE "CBU".
           03 FILLER PIC X(16) VALUE "         IMPORTE".
           03 FILLER PIC X(12) VALUE "  RESULTADO".
           03 FILLER PIC X(30) VALUE "MOTIVO".
       01 LINEA-GUIONES PIC X(92) VALUE ALL "-".
       01 LINEA-REI-DETALLE.
           03 LRD-LEGAJO   PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LRD-CBU      PIC 9(22).
           03 FILLER       PIC X VALUE SPACE.
           03 LRD-IMPORTE  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(4) VALUE SPACES.
           03 LRD-RESULTADO PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LRD-MOTIVO   PIC X(30).
       01 LINEA-REI-TOTAL.
           03 FILLER       PIC X(22) VALUE "TOTAL A TRANSFERIR: ".
           03 LRTO-CANT    PIC ZZZ9.
           03 FILLER       PIC X(8) VALUE SPACES.
           03 LRTO-IMPORTE PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

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

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-31ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "REINTEGRO DE SALDOS A FAVOR"
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "FECPAGO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-PAGO
           ELSE
               DISPLAY "FECHA DE PAGO AAAAMMDD (CERO = HOY): "
               ACCEPT WS-FECHA-PAGO
           END-IF.
           IF WS-FECHA-PAGO = ZERO
              OR WS-FECHA-PAGO NOT NUMERIC
               MOVE WS-FECHA-HOY TO WS-FECHA-PAGO
           END-IF.

           OPEN INPUT ARCH-REINTSOL.
           IF NOT FS-REINTSOL-OK
               DISPLAY "NO EXISTE REINTSOL: NO HAY PEDIDOS"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM CARGAR-CREDITOS.
           PERFORM CARGAR-DEUDORES.

           OPEN OUTPUT ARCH-REINTLIST.
           MOVE WS-FECHA-PAGO TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO LRT-FECHA.
           MOVE LINEA-REI-TITULO TO REG-REINTLIST.
           WRITE REG-REINTLIST.
           MOVE SPACES TO REG-REINTLIST.
           WRITE REG-REINTLIST.
           MOVE LINEA-REI-ENCABEZADO TO REG-REINTLIST.
           WRITE REG-REINTLIST.
           MOVE LINEA-GUIONES TO REG-REINTLIST.
           WRITE REG-REINTLIST.
           PERFORM UNTIL WS-FIN-REINTSOL = "S"
               READ ARCH-REINTSOL
                   AT END
                       MOVE "S" TO WS-FIN-REINTSOL
                       CLOSE ARCH-REINTSOL
                   NOT AT END
                       ADD 1 TO WS-PEDIDOS
                       PERFORM PROCESAR-PEDIDO
                           THRU PROCESAR-PEDIDO-FIN
               END-READ
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-REINTLIST.
           WRITE REG-REINTLIST.
           MOVE WS-CANT-REINT TO LRTO-CANT.
           MOVE WS-TOTAL-REINT TO LRTO-IMPORTE.
           MOVE LINEA-REI-TOTAL TO REG-REINTLIST.
           WRITE REG-REINTLIST.
           CLOSE ARCH-REINTLIST.

           DISPLAY "PEDIDOS LEIDOS.........: " WS-PEDIDOS.
           DISPLAY "REINTEGROS A PAGAR.....: " WS-CANT-REINT.
           DISPLAY "PEDIDOS RECHAZADOS.....: " WS-RECHAZADOS.

           IF WS-CANT-REINT = ZERO
               DISPLAY "NO HAY REINTEGROS PARA TRANSFERIR"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "OK" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               DISPLAY "TERMINO EL PROGRAMA"
               STOP RUN
           END-IF.

      *>   EMPUJAR TRANSFERENCIAS AL BANCO EXIGE LA SEGUNDA FIRMA
      *>   SI EL JOB ESTA EN DUALJOBS (VER COPYLIB DUALPR)
           MOVE WS-CANT-REINT TO CTL-CANT-REG.
           MOVE "REINTEGRAR SALDOS A FAVOR POR TRANSFER."
             TO WS-DUAL-RESUMEN.
           PERFORM VERIFICAR-DOBLE-CONTROL
               THRU VERIFICAR-DOBLE-CONTROL-FIN.
           IF WS-DUAL-APROBADO = "N"
               DISPLAY "REINTEGROS SIN SEGUNDA FIRMA, NO SE EMITE "
                   "NADA"
               MOVE "NOAPROBADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

           PERFORM EMITIR-TRANSFERENCIAS.
           PERFORM REGRABAR-CREDITOS.
           MOVE WS-CANT-REINT TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       PROCESAR-PEDIDO.
           MOVE RSO-LEGAJO TO LRD-LEGAJO.
           MOVE RSO-CBU TO LRD-CBU.
           MOVE RSO-MOTIVO TO LRD-MOTIVO.
           MOVE ZERO TO WS-SALDO-LEGAJO.
           PERFORM VARYING IX-CRE FROM 1 BY 1
                   UNTIL IX-CRE > WS-CANT-CREDITOS
               IF TCR-LEGAJO (IX-CRE) = RSO-LEGAJO
                  AND TCR-ESTADO (IX-CRE) = "A"
                   ADD TCR-SALDO (IX-CRE) TO WS-SALDO-LEGAJO
               END-IF
           END-PERFORM.
           MOVE WS-SALDO-LEGAJO TO LRD-IMPORTE.
           IF WS-SALDO-LEGAJO = ZERO
               MOVE "SINSALDO" TO WS-RESULTADO
               GO TO PROCESAR-PEDIDO-RECHAZO.
           MOVE RSO-CBU TO WS-CBU.
           PERFORM VALIDAR-CBU.
           IF WS-CBU-VALIDO = "N"
               MOVE "CBUMAL" TO WS-RESULTADO
               GO TO PROCESAR-PEDIDO-RECHAZO.
      *>   CON CUOTAS PENDIENTES EL SALDO NO SE DEVUELVE: SE
      *>   CANCELA PRIMERO LA DEUDA
           MOVE "N" TO WS-LEGAJO-DEUDOR.
           PERFORM VARYING IX-DEU FROM 1 BY 1
                   UNTIL IX-DEU > WS-CANT-DEUDORES
               IF TDE-LEGAJO (IX-DEU) = RSO-LEGAJO
                   MOVE "S" TO WS-LEGAJO-DEUDOR
               END-IF
           END-PERFORM.
           IF WS-LEGAJO-DEUDOR = "S"
               MOVE "CONDEUDA" TO WS-RESULTADO
               GO TO PROCESAR-PEDIDO-RECHAZO.
           IF WS-CANT-REINT >= 200
               DISPLAY "REINTSOL SUPERA LOS 200 REINTEGROS POR "
                   "CORRIDA: CORRIDA RECHAZADA, PARTIR EL LOTE"
               MOVE WS-CANT-REINT TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
      *>   LOS SALDOS DEL LEGAJO QUEDAN REINTEGRADOS EN MEMORIA; EL
      *>   ARCHIVO SE REGRABA SOLO SI LA TRANSFERENCIA SE EMITE
           PERFORM VARYING IX-CRE FROM 1 BY 1
                   UNTIL IX-CRE > WS-CANT-CREDITOS
               IF TCR-LEGAJO (IX-CRE) = RSO-LEGAJO
                  AND TCR-ESTADO (IX-CRE) = "A"
                   MOVE ZERO TO TCR-SALDO (IX-CRE)
                   MOVE "R" TO TCR-ESTADO (IX-CRE)
                   MOVE WS-FECHA-PAGO TO TCR-FECHA-MOV (IX-CRE)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-CANT-REINT.
           MOVE RSO-LEGAJO TO TRE-LEGAJO (WS-CANT-REINT).
           MOVE RSO-CBU TO TRE-CBU (WS-CANT-REINT).
           MOVE WS-SALDO-LEGAJO TO TRE-IMPORTE (WS-CANT-REINT).
           ADD WS-SALDO-LEGAJO TO WS-TOTAL-REINT.
           MOVE "A PAGAR" TO LRD-RESULTADO.
           MOVE LINEA-REI-DETALLE TO REG-REINTLIST.
           WRITE REG-REINTLIST.
           GO TO PROCESAR-PEDIDO-FIN.
       PROCESAR-PEDIDO-RECHAZO.
           ADD 1 TO WS-RECHAZADOS.
           MOVE WS-RESULTADO TO LRD-RESULTADO.
           MOVE LINEA-REI-DETALLE TO REG-REINTLIST.
           WRITE REG-REINTLIST.
           DISPLAY "PEDIDO DE " RSO-LEGAJO " RECHAZADO: "
               WS-RESULTADO.
       PROCESAR-PEDIDO-FIN.
           EXIT.

       EMITIR-TRANSFERENCIAS.
           OPEN OUTPUT ARCH-TRANSFREINT.
           MOVE ";" TO TRF-SEP1 TRF-SEP2 TRF-SEP3 TRF-SEP4.
           MOVE SPACE TO TRF-LETRA.
           PERFORM VARYING IX-REI FROM 1 BY 1
                   UNTIL IX-REI > WS-CANT-REINT
               MOVE TRE-CBU (IX-REI) TO TRF-CBU
               MOVE TRE-IMPORTE (IX-REI) TO TRF-IMPORTE
               MOVE TRE-LEGAJO (IX-REI) TO CONCEPTO-LEGAJO
               MOVE CONCEPTO-REINTEGRO TO TRF-CONCEPTO
               MOVE WS-FECHA-PAGO TO TRF-FECHA
               WRITE REG-TRANSFERENCIA
           END-PERFORM.
           CLOSE ARCH-TRANSFREINT.

      *>   SI LOS SALDOS A FAVOR NO ENTRAN ENTEROS, REGRABARLOS
      *>   PERDERIA PLATA DE LAS FAMILIAS: SE RECHAZA LA CORRIDA
       CARGAR-CREDITOS.
           OPEN INPUT ARCH-CREDITOS.
           IF NOT FS-CREDITOS-OK
               DISPLAY "NO EXISTE CREDITOS: NO HAY SALDOS A FAVOR"
               MOVE "S" TO WS-FIN-CREDITOS
           END-IF.
           PERFORM UNTIL WS-FIN-CREDITOS = "S"
               READ ARCH-CREDITOS
                   AT END
                       MOVE "S" TO WS-FIN-CREDITOS
                       CLOSE ARCH-CREDITOS
                   NOT AT END
                       IF WS-CANT-CREDITOS >= 1000
                           DISPLAY "LOS SALDOS A FAVOR SUPERAN LOS "
                               "1000 RENGLONES EN MEMORIA: CORRIDA "
                               "RECHAZADA, NADA SE TOCA"
                           MOVE WS-CANT-CREDITOS TO CTL-CANT-REG
                           MOVE "RECHAZADO" TO CTL-ESTADO
                           PERFORM GRABAR-CONTROL
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-CREDITOS
                       MOVE CRE-LEGAJO TO TCR-LEGAJO(WS-CANT-CREDITOS)
                       MOVE CRE-FECHA TO TCR-FECHA(WS-CANT-CREDITOS)
                       MOVE CRE-ORIGEN TO TCR-ORIGEN(WS-CANT-CREDITOS)
                       MOVE CRE-IMPORTE TO
                            TCR-IMPORTE(WS-CANT-CREDITOS)
                       MOVE CRE-SALDO TO TCR-SALDO(WS-CANT-CREDITOS)
                       MOVE CRE-ESTADO TO TCR-ESTADO(WS-CANT-CREDITOS)
                       MOVE CRE-FECHA-MOV TO
                            TCR-FECHA-MOV(WS-CANT-CREDITOS)
               END-READ
           END-PERFORM.

       CARGAR-DEUDORES.
           OPEN INPUT ARCH-CUOTAS.
           IF NOT FS-CUOTAS-OK
               MOVE "S" TO WS-FIN-CUOTAS
           END-IF.
           PERFORM UNTIL WS-FIN-CUOTAS = "S"
               READ ARCH-CUOTAS
                   AT END
                       MOVE "S" TO WS-FIN-CUOTAS
                       CLOSE ARCH-CUOTAS
                   NOT AT END
                       IF CUO-ESTADO = "PENDIENTE"
                           PERFORM AGREGAR-DEUDOR
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-DEUDOR.
           MOVE "N" TO WS-LEGAJO-DEUDOR.
           PERFORM VARYING IX-DEU FROM 1 BY 1
                   UNTIL IX-DEU > WS-CANT-DEUDORES
               IF TDE-LEGAJO (IX-DEU) = CUO-LEGAJO
                   MOVE "S" TO WS-LEGAJO-DEUDOR
               END-IF
           END-PERFORM.
           IF WS-LEGAJO-DEUDOR = "N"
               IF WS-CANT-DEUDORES >= 500
                   DISPLAY "DEMASIADOS LEGAJOS CON DEUDA EN MEMORIA: "
                       "CORRIDA RECHAZADA"
                   MOVE WS-CANT-DEUDORES TO CTL-CANT-REG
                   MOVE "RECHAZADO" TO CTL-ESTADO
                   PERFORM GRABAR-CONTROL
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-DEUDORES
               MOVE CUO-LEGAJO TO TDE-LEGAJO (WS-CANT-DEUDORES)
           END-IF.

       REGRABAR-CREDITOS.
           OPEN OUTPUT ARCH-CREDITOS.
           MOVE ";" TO CRE-SEP1 CRE-SEP2 CRE-SEP3 CRE-SEP4 CRE-SEP5
               CRE-SEP6.
           PERFORM VARYING IX-CRE FROM 1 BY 1
                   UNTIL IX-CRE > WS-CANT-CREDITOS
               MOVE TCR-LEGAJO(IX-CRE) TO CRE-LEGAJO
               MOVE TCR-FECHA(IX-CRE) TO CRE-FECHA
               MOVE TCR-ORIGEN(IX-CRE) TO CRE-ORIGEN
               MOVE TCR-IMPORTE(IX-CRE) TO CRE-IMPORTE
               MOVE TCR-SALDO(IX-CRE) TO CRE-SALDO
               MOVE TCR-ESTADO(IX-CRE) TO CRE-ESTADO
               MOVE TCR-FECHA-MOV(IX-CRE) TO CRE-FECHA-MOV
               WRITE REG-CREDITO
           END-PERFORM.
           CLOSE ARCH-CREDITOS.

       VALIDAR-CBU.
           MOVE "S" TO WS-CBU-VALIDO.
           IF WS-CBU = ZERO
               MOVE "N" TO WS-CBU-VALIDO
           END-IF.
           MOVE ZERO TO WS-CBU-SUMA.
           MOVE 7 TO IX-PESO.
           PERFORM VARYING IX-CBU FROM 1 BY 1 UNTIL IX-CBU > 7
               COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
                   WS-CBU-DIGITO (IX-CBU) * WS-CBU-PESO (IX-PESO)
               ADD 1 TO IX-PESO
           END-PERFORM.
           COMPUTE WS-CBU-VERIF =
               10 - FUNCTION MOD (WS-CBU-SUMA, 10).
           IF WS-CBU-VERIF = 10
               MOVE ZERO TO WS-CBU-VERIF
           END-IF.
           IF WS-CBU-VERIF NOT = WS-CBU-DIGITO (8)
               MOVE "N" TO WS-CBU-VALIDO
           END-IF.
           MOVE ZERO TO WS-CBU-SUMA.
           MOVE 1 TO IX-PESO.
           PERFORM VARYING IX-CBU FROM 9 BY 1 UNTIL IX-CBU > 21
               COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
                   WS-CBU-DIGITO (IX-CBU) * WS-CBU-PESO (IX-PESO)
               ADD 1 TO IX-PESO
           END-PERFORM.
           COMPUTE WS-CBU-VERIF =
               10 - FUNCTION MOD (WS-CBU-SUMA, 10).
           IF WS-CBU-VERIF = 10
               MOVE ZERO TO WS-CBU-VERIF
           END-IF.
           IF WS-CBU-VERIF NOT = WS-CBU-DIGITO (22)
               MOVE "N" TO WS-CBU-VALIDO
           END-IF.

       EDITAR-FECHA.
           MOVE WS-FEC-DD TO WS-FEC-E-DD.
           MOVE WS-FEC-MM TO WS-FEC-E-MM.
           MOVE WS-FEC-AAAA TO WS-FEC-E-AAAA.

           COPY CTLPR.
           COPY DUALPR.
           COPY OPERPR.
           COPY RUNCPR.
