      *> Emision de factura electronica: cada cuota de CUOTAS y cada
      *> cargo de socio de SOCRECIBOS se facturaba en otro sistema
      *> retipeando, y en la auditoria aparecian huecos de
      *> numeracion y diferencias de importe. Esta corrida emite un
      *> comprobante numerado correlativo por punto de venta para
      *> cada cargo todavia sin facturar, con el documento del
      *> cliente (DNI del PADRON para los alumnos, tipo y numero de
      *> documento del maestro SOCIOS para los socios), su condicion
      *> frente al IVA y los importes segun la alicuota de la
      *> tarjeta. Los cargos anulados o devueltos que se cargan en
      *> FACTANULA salen como nota de credito que referencia la
      *> factura original. Todo lo que queda sin CAE (lo nuevo y lo
      *> que la AFIP rechazo, con su mismo numero) se escribe en
      *> FACTSOLIC con el layout del web service de la AFIP, y se
      *> asienta en el registro FACTREG; el CAE lo carga despues
      *> EJ-27ENCL18 desde el archivo de retorno.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-26ENCL18.
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

           SELECT ARCH-CUOTAS ASSIGN TO "CUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUOTAS.

           SELECT ARCH-SOCRECIBOS ASSIGN TO "SOCRECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOCRECIBOS.

      *>   PADRON y SOCIOS dan el documento del cliente
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

           SELECT ARCH-SOCIOS ASSIGN TO "SOCIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOCIOS.

      *>   FACTANULA trae los cargos anulados o devueltos (origen +
      *>   clave del cargo + motivo); lo que no se pudo anular
      *>   todavia queda en el archivo para la proxima emision
           SELECT ARCH-FACTANULA ASSIGN TO "FACTANULA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FACTANULA.

      *>   FACTSOLIC es el pedido de CAE para el web service
           SELECT ARCH-FACTSOLIC ASSIGN TO "FACTSOLIC"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   FACTLIST es el listado de lo que se manda a autorizar
           SELECT ARCH-FACTLIST ASSIGN TO "FACTLIST"
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

       FD  ARCH-CUOTAS.
       01  REG-CUOTA.
           03 CUO-LEGAJO      PIC X(10).
           03 CUO-MATERIA     PIC 9.
           03 CUO-IMPORTE     PIC 9(7)V99.
           03 CUO-VENCIMIENTO PIC 9(8).
           03 CUO-ESTADO      PIC X(9).

       FD  ARCH-SOCRECIBOS.
       01  REG-SOCRECIBO.
           03 SRE-SOCIO     PIC 9(6).
           03 SRE-SEP1      PIC X.
           03 SRE-CATEGORIA PIC X(10).
           03 SRE-SEP2      PIC X.
           03 SRE-MES       PIC 9(6).
           03 SRE-SEP3      PIC X.
           03 SRE-IMPORTE   PIC 9(5)V99.

       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-SOCIOS
           RECORD CONTAINS 69 CHARACTERS.
           COPY SOCIOS.

       FD  ARCH-FACTANULA.
       01  REG-FACTANULA.
           03 FAN-ORIGEN PIC X.
           03 FAN-SEP1   PIC X.
           03 FAN-CLAVE  PIC X(20).
           03 FAN-SEP2   PIC X.
           03 FAN-MOTIVO PIC X(30).

       FD  ARCH-FACTSOLIC.
           COPY FACTSOL.

       FD  ARCH-FACTLIST.
       01  REG-FACTLIST PIC X(100).

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

      *>   PARAMETROS: PUNTO DE VENTA, CLASE DE COMPROBANTE (B O C),
      *>   ALICUOTA DE IVA EN DECIMAS (CERO = OPERACION EXENTA) Y
      *>   VENCIMIENTO DESDE EL QUE SE FACTURA
       77 WS-PTO-VTA PIC 9(5) VALUE ZERO.
       77 WS-CLASE PIC X VALUE SPACE.
       77 WS-ALICUOTA PIC 9(3) VALUE ZERO.
       77 WS-FACTURAR-DESDE PIC 9(8) VALUE ZERO.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
      *>   TIPOS DE COMPROBANTE DE LA AFIP PARA LA CLASE ELEGIDA
      *>   (B: 006 FACTURA / 008 NOTA DE CREDITO; C: 011 / 013) Y
      *>   ID DE LA ALICUOTA (3 = 0%, 4 = 10,5%, 5 = 21%, 6 = 27%)
       77 WS-TIPO-FACTURA PIC 9(3) VALUE ZERO.
       77 WS-TIPO-NC PIC 9(3) VALUE ZERO.
       77 WS-IVA-ID PIC 9(3) VALUE ZERO.

      *>   REGISTRO DE COMPROBANTES EN MEMORIA
       77 WS-CANT-COMPROB PIC 9(4) VALUE ZERO.
       01 TABLA-COMPROB.
           03 COMPROB-ENTRY OCCURS 3000 TIMES.
               05 TCB-PTO-VTA   PIC 9(5).
               05 TCB-TIPO-CBTE PIC 9(3).
               05 TCB-NRO       PIC 9(8).
               05 TCB-FECHA     PIC 9(8).
               05 TCB-ORIGEN    PIC X.
               05 TCB-CLAVE     PIC X(20).
               05 TCB-DOC-TIPO  PIC 99.
               05 TCB-DOC-NRO   PIC 9(11).
               05 TCB-COND-IVA  PIC 99.
               05 TCB-NETO      PIC 9(9)V99.
               05 TCB-EXENTO    PIC 9(9)V99.
               05 TCB-IVA       PIC 9(9)V99.
               05 TCB-TOTAL     PIC 9(9)V99.
               05 TCB-VTO-PAGO  PIC 9(8).
               05 TCB-ASOC-TIPO PIC 9(3).
               05 TCB-ASOC-NRO  PIC 9(8).
               05 TCB-ESTADO    PIC X.
               05 TCB-CAE       PIC X(14).
               05 TCB-CAE-VTO   PIC 9(8).
       77 IX-CBT PIC 9(4) VALUE ZERO.
       77 IX-CBT-HALLADO PIC 9(4) VALUE ZERO.
       77 IX-CBT-NC PIC 9(4) VALUE ZERO.
       77 IX-CBT-NUEVO PIC 9(4) VALUE ZERO.

      *>   CLAVE DEL CARGO: CUOTA (LEGAJO + MATERIA + VENCIMIENTO)
      *>   O CARGO DE SOCIO (SOCIO + MES)
       01 WS-CLAVE-CARGO PIC X(20) VALUE SPACES.
       01 WS-CLAVE-CUOTA REDEFINES WS-CLAVE-CARGO.
           03 WS-CC-LEGAJO PIC X(10).
           03 WS-CC-MATERIA PIC 9.
           03 WS-CC-VENCIMIENTO PIC 9(8).
           03 FILLER PIC X.
       01 WS-CLAVE-SOCIO REDEFINES WS-CLAVE-CARGO.
           03 WS-CS-SOCIO PIC 9(6).
           03 WS-CS-MES PIC 9(6).
           03 FILLER PIC X(8).
       77 WS-ORIGEN PIC X VALUE SPACE.

      *>   DATOS DEL COMPROBANTE NUEVO
       77 WS-NUEVO-TIPO PIC 9(3) VALUE ZERO.
       77 WS-NUEVO-PTO-VTA PIC 9(5) VALUE ZERO.
       77 WS-NUEVO-NRO PIC 9(8) VALUE ZERO.
       77 WS-DOC-TIPO PIC 99 VALUE ZERO.
       77 WS-DOC-NRO PIC 9(11) VALUE ZERO.
       77 WS-COND-IVA PIC 99 VALUE ZERO.
       77 WS-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WS-NETO PIC 9(9)V99 VALUE ZERO.
       77 WS-VTO-PAGO PIC 9(8) VALUE ZERO.

      *>   DNI DEL PADRON POR LEGAJO
       77 WS-CANT-PADRON PIC 9(4) VALUE ZERO.
       01 TABLA-PADRON.
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-PADRON OCCURS 6000 TIMES.
               05 TPD-LEGAJO PIC X(10).
               05 TPD-DNI    PIC 9(8).
       77 IX-PAD PIC 9(4) VALUE ZERO.

      *>   DATOS FISCALES DEL MAESTRO DE SOCIOS
       77 WS-CANT-SOCIOS PIC 9(3) VALUE ZERO.
       01 TABLA-SOCIOS.
           03 SOCIO-ENTRY OCCURS 300 TIMES.
               05 TSO-NUMERO   PIC 9(6).
               05 TSO-TIPO-DOC PIC 99.
               05 TSO-NRO-DOC  PIC 9(11).
               05 TSO-COND-IVA PIC 99.
       77 IX-SOC PIC 9(3) VALUE ZERO.

      *>   ANULACIONES QUE QUEDAN PENDIENTES PARA LA PROXIMA EMISION
       77 WS-CANT-ANULA-PEND PIC 9(3) VALUE ZERO.
       01 TABLA-ANULA-PEND.
           03 ANULA-PEND-ENTRY OCCURS 200 TIMES.
               05 TAP-REGISTRO PIC X(53).
       77 IX-ANP PIC 9(3) VALUE ZERO.

       77 WS-FACTURAS-NUEVAS PIC 9(4) VALUE ZERO.
       77 WS-NC-NUEVAS PIC 9(4) VALUE ZERO.
       77 WS-REENVIADOS PIC 9(4) VALUE ZERO.
       77 WS-A-AUTORIZAR PIC 9(4) VALUE ZERO.
       77 WS-TOTAL-PEDIDO PIC 9(11)V99 VALUE ZERO.

      *>   PERIODO DEL SERVICIO FACTURADO PARA EL PEDIDO
       01 WS-SERV-DESDE PIC 9(8) VALUE ZERO.
       01 WS-SERV-DESDE-PARTES REDEFINES WS-SERV-DESDE.
           03 WS-SD-ANIOMES PIC 9(6).
           03 WS-SD-DIA     PIC 99.
       77 WS-SERV-HASTA PIC 9(8) VALUE ZERO.
       01 WS-MES-SIGUIENTE PIC 9(8) VALUE ZERO.
       01 WS-MES-SIGUIENTE-PARTES REDEFINES WS-MES-SIGUIENTE.
           03 WS-MS-ANIO PIC 9(4).
           03 WS-MS-MES  PIC 99.
           03 WS-MS-DIA  PIC 99.

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

       01 WS-FIN-FACTREG PIC X VALUE "N".
       01 WS-FIN-CUOTAS PIC X VALUE "N".
       01 WS-FIN-SOCRECIBOS PIC X VALUE "N".
       01 WS-FIN-PADRON PIC X VALUE "N".
       01 WS-FIN-SOCIOS PIC X VALUE "N".
       01 WS-FIN-FACTANULA PIC X VALUE "N".

       01 WS-FS-FACTREG PIC XX.
           88 FS-FACTREG-OK VALUE "00".
       01 WS-FS-CUOTAS PIC XX.
           88 FS-CUOTAS-OK VALUE "00".
       01 WS-FS-SOCRECIBOS PIC XX.
           88 FS-SOCRECIBOS-OK VALUE "00".
       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-SOCIOS PIC XX.
           88 FS-SOCIOS-OK VALUE "00".
       01 WS-FS-FACTANULA PIC XX.
           88 FS-FACTANULA-OK VALUE "00".

      *>   LINEAS DEL LISTADO
       01 LINEA-FLI-TITULO.
           03 FILLER PIC X(37)
               VALUE "COMPROBANTES A AUTORIZAR - PTO VTA ".
           03 FLT-PTO-VTA PIC 9(5).
           03 FILLER PIC X(10) VALUE " - FECHA ".
           03 FLT-FECHA PIC X(10).
       01 LINEA-FLI-ENCABEZADO.
           03 FILLER PIC X(20) VALUE "TIPO PTO VTA NUMERO".
           03 FILLER PIC X(23) VALUE "ORIGEN / CLAVE".
           03 FILLER PIC X(17) VALUE "DOCUMENTO".
           03 FILLER PIC X(15) VALUE "          TOTAL".
           03 FILLER PIC X(16) VALUE "  ANULA A".
           03 FILLER PIC X(6) VALUE "ESTADO".
       01 LINEA-GUIONES PIC X(97) VALUE ALL "-".
       01 LINEA-FLI-DETALLE.
           03 FLD-TIPO     PIC 9(3).
           03 FILLER       PIC X(2) VALUE SPACES.
           03 FLD-PTO-VTA  PIC 9(5).
           03 FILLER       PIC X VALUE "-".
           03 FLD-NRO      PIC 9(8).
           03 FILLER       PIC X VALUE SPACE.
           03 FLD-ORIGEN   PIC X.
           03 FILLER       PIC X VALUE SPACE.
           03 FLD-CLAVE    PIC X(20).
           03 FILLER       PIC X VALUE SPACE.
           03 FLD-DOC-TIPO PIC 99.
           03 FILLER       PIC X VALUE SPACE.
           03 FLD-DOC-NRO  PIC 9(11).
           03 FILLER       PIC X(2) VALUE SPACES.
           03 FLD-TOTAL    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(2) VALUE SPACES.
           03 FLD-ASOC-TIPO PIC ZZZ.
           03 FILLER       PIC X VALUE SPACE.
           03 FLD-ASOC-NRO PIC Z(8).
           03 FILLER       PIC X(3) VALUE SPACES.
           03 FLD-ESTADO   PIC X(9).
       01 LINEA-FLI-TOTAL.
           03 FILLER PIC X(25) VALUE "COMPROBANTES A AUTORIZAR:".
           03 FLO-CANT PIC ZZZ9.
           03 FILLER PIC X(30) VALUE SPACES.
           03 FLO-TOTAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-26ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "EMISION DE FACTURA ELECTRONICA"
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM OBTENER-PARAMETROS.

           PERFORM CARGAR-FACTREG.
           PERFORM CARGAR-PADRON.
           PERFORM CARGAR-SOCIOS.
           PERFORM FACTURAR-CUOTAS.
           PERFORM FACTURAR-SOCRECIBOS.
           PERFORM ANULAR-CARGOS.

           PERFORM VARYING IX-CBT FROM 1 BY 1
                   UNTIL IX-CBT > WS-CANT-COMPROB
               IF TCB-ESTADO (IX-CBT) = "P"
                   ADD 1 TO WS-A-AUTORIZAR
                   ADD TCB-TOTAL (IX-CBT) TO WS-TOTAL-PEDIDO
               END-IF
           END-PERFORM.
           DISPLAY "FACTURAS NUEVAS........: " WS-FACTURAS-NUEVAS.
           DISPLAY "NOTAS DE CREDITO NUEVAS: " WS-NC-NUEVAS.
           DISPLAY "RECHAZADOS QUE SE PIDEN: " WS-REENVIADOS.
           DISPLAY "TOTAL A AUTORIZAR......: " WS-A-AUTORIZAR.
           IF WS-A-AUTORIZAR = ZERO
               DISPLAY "NO HAY COMPROBANTES QUE PEDIR A LA AFIP"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "OK" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM EMITIR-LISTADO.

           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM GRABAR-FACTREG
               PERFORM GRABAR-FACTSOLIC
               PERFORM GRABAR-FACTANULA
               MOVE "OK" TO CTL-ESTADO
               DISPLAY "PEDIDO DE CAE GRABADO EN FACTSOLIC"
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: FACTREG "
                   "Y FACTANULA NO SE TOCAN"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.
           MOVE WS-A-AUTORIZAR TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       OBTENER-PARAMETROS.
      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "PTOVTA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:5) TO WS-PTO-VTA
           ELSE
               DISPLAY "PUNTO DE VENTA (99999, CERO = 1): "
               ACCEPT WS-PTO-VTA
           END-IF.
           IF WS-PTO-VTA = ZERO
               MOVE 1 TO WS-PTO-VTA
           END-IF.
           MOVE "CLASE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:1) TO WS-CLASE
           ELSE
               DISPLAY "CLASE DE COMPROBANTE (B/C, BLANCO = B): "
               ACCEPT WS-CLASE
           END-IF.
           IF WS-CLASE = "C" OR WS-CLASE = "c"
               MOVE "C" TO WS-CLASE
               MOVE 11 TO WS-TIPO-FACTURA
               MOVE 13 TO WS-TIPO-NC
           ELSE
               MOVE "B" TO WS-CLASE
               MOVE 6 TO WS-TIPO-FACTURA
               MOVE 8 TO WS-TIPO-NC
           END-IF.
           MOVE "ALICUOTA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:3) TO WS-ALICUOTA
           ELSE
               DISPLAY "ALICUOTA DE IVA EN DECIMAS (210 = 21%, "
                   "CERO = EXENTO): "
               ACCEPT WS-ALICUOTA
           END-IF.
      *>   la clase C no discrimina IVA
           IF WS-CLASE = "C"
               MOVE ZERO TO WS-ALICUOTA
           END-IF.
           EVALUATE WS-ALICUOTA
               WHEN ZERO
                   MOVE ZERO TO WS-IVA-ID
               WHEN 105
                   MOVE 4 TO WS-IVA-ID
               WHEN 210
                   MOVE 5 TO WS-IVA-ID
               WHEN 270
                   MOVE 6 TO WS-IVA-ID
               WHEN OTHER
                   DISPLAY "ALICUOTA " WS-ALICUOTA " INEXISTENTE EN "
                       "LA AFIP: CORRIDA RECHAZADA"
                   MOVE ZERO TO CTL-CANT-REG
                   MOVE "RECHAZADO" TO CTL-ESTADO
                   PERFORM GRABAR-CONTROL
                   STOP RUN
           END-EVALUATE.
           MOVE "DESDE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FACTURAR-DESDE
           ELSE
               DISPLAY "FACTURAR CARGOS CON VENCIMIENTO DESDE "
                   "AAAAMMDD (CERO = TODOS): "
               ACCEPT WS-FACTURAR-DESDE
           END-IF.

      *>   CUOTA CON IMPORTE (LA EXIMIDA NO SE FACTURA) SIN FACTURA
      *>   EN EL REGISTRO
       FACTURAR-CUOTAS.
           MOVE "N" TO WS-FIN-CUOTAS.
           OPEN INPUT ARCH-CUOTAS.
           IF NOT FS-CUOTAS-OK
               DISPLAY "NO EXISTE CUOTAS: NO SE FACTURAN CUOTAS"
               MOVE "S" TO WS-FIN-CUOTAS
           END-IF.
           PERFORM UNTIL WS-FIN-CUOTAS = "S"
               READ ARCH-CUOTAS
                   AT END
                       MOVE "S" TO WS-FIN-CUOTAS
                       CLOSE ARCH-CUOTAS
                   NOT AT END
                       IF CUO-IMPORTE > ZERO
                          AND CUO-VENCIMIENTO NOT < WS-FACTURAR-DESDE
                           PERFORM FACTURAR-UNA-CUOTA
                       END-IF
               END-READ
           END-PERFORM.

       FACTURAR-UNA-CUOTA.
           MOVE SPACES TO WS-CLAVE-CARGO.
           MOVE CUO-LEGAJO TO WS-CC-LEGAJO.
           MOVE CUO-MATERIA TO WS-CC-MATERIA.
           MOVE CUO-VENCIMIENTO TO WS-CC-VENCIMIENTO.
           MOVE "C" TO WS-ORIGEN.
           PERFORM BUSCAR-FACTURA.
           IF IX-CBT-HALLADO = ZERO
               MOVE 96 TO WS-DOC-TIPO
               MOVE ZERO TO WS-DOC-NRO
               PERFORM VARYING IX-PAD FROM 1 BY 1
                       UNTIL IX-PAD > WS-CANT-PADRON
                          OR WS-DOC-NRO > ZERO
                   IF TPD-LEGAJO (IX-PAD) = CUO-LEGAJO
                       MOVE TPD-DNI (IX-PAD) TO WS-DOC-NRO
                   END-IF
               END-PERFORM
               IF WS-DOC-NRO = ZERO
                   DISPLAY "AVISO: LEGAJO " CUO-LEGAJO " SIN DNI EN "
                       "EL PADRON, SE FACTURA SIN IDENTIFICAR"
                   MOVE 99 TO WS-DOC-TIPO
               END-IF
               MOVE 5 TO WS-COND-IVA
               MOVE CUO-IMPORTE TO WS-TOTAL
               MOVE CUO-VENCIMIENTO TO WS-VTO-PAGO
               PERFORM AGREGAR-FACTURA
           END-IF.

       FACTURAR-SOCRECIBOS.
           MOVE "N" TO WS-FIN-SOCRECIBOS.
           OPEN INPUT ARCH-SOCRECIBOS.
           IF NOT FS-SOCRECIBOS-OK
               DISPLAY "NO EXISTE SOCRECIBOS: NO SE FACTURAN "
                   "CARGOS DE SOCIOS"
               MOVE "S" TO WS-FIN-SOCRECIBOS
           END-IF.
           PERFORM UNTIL WS-FIN-SOCRECIBOS = "S"
               READ ARCH-SOCRECIBOS
                   AT END
                       MOVE "S" TO WS-FIN-SOCRECIBOS
                       CLOSE ARCH-SOCRECIBOS
                   NOT AT END
                       IF SRE-IMPORTE > ZERO
                          AND SRE-MES * 100 + 31 NOT <
                              WS-FACTURAR-DESDE
                           PERFORM FACTURAR-UN-SOCIO
                       END-IF
               END-READ
           END-PERFORM.

      *>   EL SOCIO SIN DATOS FISCALES EN EL MAESTRO SE FACTURA A
      *>   CONSUMIDOR FINAL SIN IDENTIFICAR
       FACTURAR-UN-SOCIO.
           MOVE SPACES TO WS-CLAVE-CARGO.
           MOVE SRE-SOCIO TO WS-CS-SOCIO.
           MOVE SRE-MES TO WS-CS-MES.
           MOVE "S" TO WS-ORIGEN.
           PERFORM BUSCAR-FACTURA.
           IF IX-CBT-HALLADO = ZERO
               MOVE 99 TO WS-DOC-TIPO
               MOVE ZERO TO WS-DOC-NRO
               MOVE 5 TO WS-COND-IVA
               PERFORM VARYING IX-SOC FROM 1 BY 1
                       UNTIL IX-SOC > WS-CANT-SOCIOS
                   IF TSO-NUMERO (IX-SOC) = SRE-SOCIO
                      AND TSO-TIPO-DOC (IX-SOC) > ZERO
                       MOVE TSO-TIPO-DOC (IX-SOC) TO WS-DOC-TIPO
                       MOVE TSO-NRO-DOC (IX-SOC) TO WS-DOC-NRO
                       IF TSO-COND-IVA (IX-SOC) > ZERO
                           MOVE TSO-COND-IVA (IX-SOC) TO WS-COND-IVA
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SRE-IMPORTE TO WS-TOTAL
               MOVE WS-FECHA-HOY TO WS-VTO-PAGO
               PERFORM AGREGAR-FACTURA
           END-IF.

      *>   LA FACTURA DEL CARGO, EN CUALQUIER PUNTO DE VENTA Y CLASE
       BUSCAR-FACTURA.
           MOVE ZERO TO IX-CBT-HALLADO.
           PERFORM VARYING IX-CBT FROM 1 BY 1
                   UNTIL IX-CBT > WS-CANT-COMPROB
                      OR IX-CBT-HALLADO > ZERO
               IF TCB-ORIGEN (IX-CBT) = WS-ORIGEN
                  AND TCB-CLAVE (IX-CBT) = WS-CLAVE-CARGO
                  AND (TCB-TIPO-CBTE (IX-CBT) = 6
                       OR TCB-TIPO-CBTE (IX-CBT) = 11)
                   MOVE IX-CBT TO IX-CBT-HALLADO
               END-IF
           END-PERFORM.

       AGREGAR-FACTURA.
           MOVE WS-TIPO-FACTURA TO WS-NUEVO-TIPO.
           MOVE WS-PTO-VTA TO WS-NUEVO-PTO-VTA.
           PERFORM AGREGAR-COMPROBANTE.
           IF IX-CBT-NUEVO > ZERO
               ADD 1 TO WS-FACTURAS-NUEVAS
               MOVE WS-DOC-TIPO TO TCB-DOC-TIPO (IX-CBT-NUEVO)
               MOVE WS-DOC-NRO TO TCB-DOC-NRO (IX-CBT-NUEVO)
               MOVE WS-COND-IVA TO TCB-COND-IVA (IX-CBT-NUEVO)
               MOVE WS-TOTAL TO TCB-TOTAL (IX-CBT-NUEVO)
      *>       exento: todo el total va como operacion exenta; con
      *>       alicuota se separa el neto gravado del IVA; la clase
      *>       C no discrimina y va todo al neto
               EVALUATE TRUE
                   WHEN WS-CLASE = "C"
                       MOVE WS-TOTAL TO TCB-NETO (IX-CBT-NUEVO)
                       MOVE ZERO TO TCB-EXENTO (IX-CBT-NUEVO)
                       MOVE ZERO TO TCB-IVA (IX-CBT-NUEVO)
                   WHEN WS-ALICUOTA = ZERO
                       MOVE ZERO TO TCB-NETO (IX-CBT-NUEVO)
                       MOVE WS-TOTAL TO TCB-EXENTO (IX-CBT-NUEVO)
                       MOVE ZERO TO TCB-IVA (IX-CBT-NUEVO)
                   WHEN OTHER
                       COMPUTE WS-NETO ROUNDED =
                           WS-TOTAL * 1000 / (1000 + WS-ALICUOTA)
                       MOVE WS-NETO TO TCB-NETO (IX-CBT-NUEVO)
                       MOVE ZERO TO TCB-EXENTO (IX-CBT-NUEVO)
                       COMPUTE TCB-IVA (IX-CBT-NUEVO) =
                           WS-TOTAL - WS-NETO
               END-EVALUATE
      *>       la AFIP no acepta vencimiento de pago anterior al
      *>       comprobante: el cargo ya vencido vence hoy
               IF WS-VTO-PAGO < WS-FECHA-HOY
                   MOVE WS-FECHA-HOY TO WS-VTO-PAGO
               END-IF
               MOVE WS-VTO-PAGO TO TCB-VTO-PAGO (IX-CBT-NUEVO)
               MOVE ZERO TO TCB-ASOC-TIPO (IX-CBT-NUEVO)
               MOVE ZERO TO TCB-ASOC-NRO (IX-CBT-NUEVO)
           END-IF.

      *>   ALTA EN LA TABLA CON EL NUMERO SIGUIENTE AL ULTIMO DEL
      *>   MISMO PUNTO DE VENTA Y TIPO: EL REGISTRO GUARDA TODOS LOS
      *>   NUMEROS DADOS, ASI NO QUEDAN HUECOS
       AGREGAR-COMPROBANTE.
           MOVE ZERO TO IX-CBT-NUEVO.
           IF WS-CANT-COMPROB >= 3000
               DISPLAY "ADVERTENCIA: REGISTRO DE COMPROBANTES LLENO "
                   "(3000), EL CARGO QUEDA PARA OTRA CORRIDA"
           ELSE
               MOVE ZERO TO WS-NUEVO-NRO
               PERFORM VARYING IX-CBT FROM 1 BY 1
                       UNTIL IX-CBT > WS-CANT-COMPROB
                   IF TCB-PTO-VTA (IX-CBT) = WS-NUEVO-PTO-VTA
                      AND TCB-TIPO-CBTE (IX-CBT) = WS-NUEVO-TIPO
                      AND TCB-NRO (IX-CBT) > WS-NUEVO-NRO
                       MOVE TCB-NRO (IX-CBT) TO WS-NUEVO-NRO
                   END-IF
               END-PERFORM
               ADD 1 TO WS-NUEVO-NRO
               ADD 1 TO WS-CANT-COMPROB
               MOVE WS-CANT-COMPROB TO IX-CBT-NUEVO
               MOVE WS-NUEVO-PTO-VTA TO TCB-PTO-VTA (IX-CBT-NUEVO)
               MOVE WS-NUEVO-TIPO TO TCB-TIPO-CBTE (IX-CBT-NUEVO)
               MOVE WS-NUEVO-NRO TO TCB-NRO (IX-CBT-NUEVO)
               MOVE WS-FECHA-HOY TO TCB-FECHA (IX-CBT-NUEVO)
               MOVE WS-ORIGEN TO TCB-ORIGEN (IX-CBT-NUEVO)
               MOVE WS-CLAVE-CARGO TO TCB-CLAVE (IX-CBT-NUEVO)
               MOVE "P" TO TCB-ESTADO (IX-CBT-NUEVO)
               MOVE SPACES TO TCB-CAE (IX-CBT-NUEVO)
               MOVE ZERO TO TCB-CAE-VTO (IX-CBT-NUEVO)
           END-IF.

      *>   CADA CARGO ANULADO O DEVUELTO SALE COMO NOTA DE CREDITO
      *>   POR EL TOTAL DE SU FACTURA, EN EL MISMO PUNTO DE VENTA Y
      *>   CLASE. LA FACTURA TODAVIA SIN CAE NO SE PUEDE ANULAR: EL
      *>   RENGLON QUEDA EN FACTANULA PARA LA PROXIMA EMISION
       ANULAR-CARGOS.
           MOVE "N" TO WS-FIN-FACTANULA.
           OPEN INPUT ARCH-FACTANULA.
           IF NOT FS-FACTANULA-OK
               MOVE "S" TO WS-FIN-FACTANULA
           END-IF.
           PERFORM UNTIL WS-FIN-FACTANULA = "S"
               READ ARCH-FACTANULA
                   AT END
                       MOVE "S" TO WS-FIN-FACTANULA
                       CLOSE ARCH-FACTANULA
                   NOT AT END
                       PERFORM ANULAR-UN-CARGO THRU ANULAR-UN-CARGO-FIN
               END-READ
           END-PERFORM.

       ANULAR-UN-CARGO.
           MOVE FAN-ORIGEN TO WS-ORIGEN.
           MOVE FAN-CLAVE TO WS-CLAVE-CARGO.
           PERFORM BUSCAR-FACTURA.
           IF IX-CBT-HALLADO = ZERO
               DISPLAY "ANULACION SIN FACTURA: " FAN-ORIGEN " "
                   FAN-CLAVE ", SE DESCARTA"
               GO TO ANULAR-UN-CARGO-FIN.
           MOVE ZERO TO IX-CBT-NC.
           PERFORM VARYING IX-CBT FROM 1 BY 1
                   UNTIL IX-CBT > WS-CANT-COMPROB
               IF TCB-ASOC-NRO (IX-CBT) = TCB-NRO (IX-CBT-HALLADO)
                  AND TCB-ASOC-TIPO (IX-CBT) =
                      TCB-TIPO-CBTE (IX-CBT-HALLADO)
                  AND TCB-PTO-VTA (IX-CBT) =
                      TCB-PTO-VTA (IX-CBT-HALLADO)
                   MOVE IX-CBT TO IX-CBT-NC
               END-IF
           END-PERFORM.
           IF IX-CBT-NC > ZERO
               DISPLAY "EL CARGO " FAN-CLAVE " YA TIENE NOTA DE "
                   "CREDITO " TCB-NRO (IX-CBT-NC) ", SE DESCARTA"
               GO TO ANULAR-UN-CARGO-FIN.
           IF TCB-ESTADO (IX-CBT-HALLADO) NOT = "A"
               DISPLAY "LA FACTURA DEL CARGO " FAN-CLAVE " NO TIENE "
                   "CAE TODAVIA: LA ANULACION QUEDA PENDIENTE"
               IF WS-CANT-ANULA-PEND < 200
                   ADD 1 TO WS-CANT-ANULA-PEND
                   MOVE REG-FACTANULA TO
                        TAP-REGISTRO (WS-CANT-ANULA-PEND)
               END-IF
               GO TO ANULAR-UN-CARGO-FIN.

           IF TCB-TIPO-CBTE (IX-CBT-HALLADO) = 11
               MOVE 13 TO WS-NUEVO-TIPO
           ELSE
               MOVE 8 TO WS-NUEVO-TIPO
           END-IF.
           MOVE TCB-PTO-VTA (IX-CBT-HALLADO) TO WS-NUEVO-PTO-VTA.
           PERFORM AGREGAR-COMPROBANTE.
           IF IX-CBT-NUEVO > ZERO
               ADD 1 TO WS-NC-NUEVAS
               MOVE TCB-DOC-TIPO (IX-CBT-HALLADO) TO
                    TCB-DOC-TIPO (IX-CBT-NUEVO)
               MOVE TCB-DOC-NRO (IX-CBT-HALLADO) TO
                    TCB-DOC-NRO (IX-CBT-NUEVO)
               MOVE TCB-COND-IVA (IX-CBT-HALLADO) TO
                    TCB-COND-IVA (IX-CBT-NUEVO)
               MOVE TCB-NETO (IX-CBT-HALLADO) TO
                    TCB-NETO (IX-CBT-NUEVO)
               MOVE TCB-EXENTO (IX-CBT-HALLADO) TO
                    TCB-EXENTO (IX-CBT-NUEVO)
               MOVE TCB-IVA (IX-CBT-HALLADO) TO
                    TCB-IVA (IX-CBT-NUEVO)
               MOVE TCB-TOTAL (IX-CBT-HALLADO) TO
                    TCB-TOTAL (IX-CBT-NUEVO)
               MOVE WS-FECHA-HOY TO TCB-VTO-PAGO (IX-CBT-NUEVO)
               MOVE TCB-TIPO-CBTE (IX-CBT-HALLADO) TO
                    TCB-ASOC-TIPO (IX-CBT-NUEVO)
               MOVE TCB-NRO (IX-CBT-HALLADO) TO
                    TCB-ASOC-NRO (IX-CBT-NUEVO)
               DISPLAY "NOTA DE CREDITO " TCB-NRO (IX-CBT-NUEVO)
                   " ANULA LA FACTURA " TCB-NRO (IX-CBT-HALLADO)
                   ": " FAN-MOTIVO
           ELSE
               IF WS-CANT-ANULA-PEND < 200
                   ADD 1 TO WS-CANT-ANULA-PEND
                   MOVE REG-FACTANULA TO
                        TAP-REGISTRO (WS-CANT-ANULA-PEND)
               END-IF
           END-IF.
       ANULAR-UN-CARGO-FIN.
           EXIT.

       EMITIR-LISTADO.
           OPEN OUTPUT ARCH-FACTLIST.
           MOVE WS-PTO-VTA TO FLT-PTO-VTA.
           MOVE WS-FECHA-HOY TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO FLT-FECHA.
           MOVE LINEA-FLI-TITULO TO REG-FACTLIST.
           WRITE REG-FACTLIST.
           MOVE LINEA-FLI-ENCABEZADO TO REG-FACTLIST.
           WRITE REG-FACTLIST.
           MOVE LINEA-GUIONES TO REG-FACTLIST.
           WRITE REG-FACTLIST.
           PERFORM VARYING IX-CBT FROM 1 BY 1
                   UNTIL IX-CBT > WS-CANT-COMPROB
               IF TCB-ESTADO (IX-CBT) = "P"
                   MOVE TCB-TIPO-CBTE (IX-CBT) TO FLD-TIPO
                   MOVE TCB-PTO-VTA (IX-CBT) TO FLD-PTO-VTA
                   MOVE TCB-NRO (IX-CBT) TO FLD-NRO
                   MOVE TCB-ORIGEN (IX-CBT) TO FLD-ORIGEN
                   MOVE TCB-CLAVE (IX-CBT) TO FLD-CLAVE
                   MOVE TCB-DOC-TIPO (IX-CBT) TO FLD-DOC-TIPO
                   MOVE TCB-DOC-NRO (IX-CBT) TO FLD-DOC-NRO
                   MOVE TCB-TOTAL (IX-CBT) TO FLD-TOTAL
                   MOVE TCB-ASOC-TIPO (IX-CBT) TO FLD-ASOC-TIPO
                   MOVE TCB-ASOC-NRO (IX-CBT) TO FLD-ASOC-NRO
                   IF TCB-CAE-VTO (IX-CBT) = 99999999
                       MOVE "REENVIO" TO FLD-ESTADO
                   ELSE
                       MOVE "NUEVO" TO FLD-ESTADO
                   END-IF
                   MOVE LINEA-FLI-DETALLE TO REG-FACTLIST
                   WRITE REG-FACTLIST
               END-IF
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-FACTLIST.
           WRITE REG-FACTLIST.
           MOVE WS-A-AUTORIZAR TO FLO-CANT.
           MOVE WS-TOTAL-PEDIDO TO FLO-TOTAL.
           MOVE LINEA-FLI-TOTAL TO REG-FACTLIST.
           WRITE REG-FACTLIST.
           CLOSE ARCH-FACTLIST.

      *>   UN RENGLON DE PEDIDO POR COMPROBANTE SIN CAE (CONCEPTO 2,
      *>   SERVICIOS: EL PERIODO ES EL MES DEL CARGO)
       GRABAR-FACTSOLIC.
           OPEN OUTPUT ARCH-FACTSOLIC.
           PERFORM VARYING IX-CBT FROM 1 BY 1
                   UNTIL IX-CBT > WS-CANT-COMPROB
               IF TCB-ESTADO (IX-CBT) = "P"
                   PERFORM GRABAR-UN-PEDIDO
               END-IF
           END-PERFORM.
           CLOSE ARCH-FACTSOLIC.

       GRABAR-UN-PEDIDO.
           MOVE TCB-CLAVE (IX-CBT) TO WS-CLAVE-CARGO.
           IF TCB-ORIGEN (IX-CBT) = "S"
               COMPUTE WS-SERV-DESDE = WS-CS-MES * 100 + 1
           ELSE
               MOVE WS-CC-VENCIMIENTO TO WS-SERV-DESDE
               MOVE 1 TO WS-SD-DIA
           END-IF.
      *>   el servicio llega al ultimo dia del mes del cargo
           MOVE WS-SERV-DESDE TO WS-MES-SIGUIENTE.
           IF WS-MS-MES = 12
               ADD 1 TO WS-MS-ANIO
               MOVE 1 TO WS-MS-MES
           ELSE
               ADD 1 TO WS-MS-MES
           END-IF.
           COMPUTE WS-SERV-HASTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MES-SIGUIENTE) - 1).

           MOVE TCB-TIPO-CBTE (IX-CBT) TO FSO-CBTE-TIPO.
           MOVE TCB-PTO-VTA (IX-CBT) TO FSO-PTO-VTA.
           MOVE 2 TO FSO-CONCEPTO.
           MOVE TCB-DOC-TIPO (IX-CBT) TO FSO-DOC-TIPO.
           MOVE TCB-DOC-NRO (IX-CBT) TO FSO-DOC-NRO.
           MOVE TCB-COND-IVA (IX-CBT) TO FSO-COND-IVA.
           MOVE TCB-NRO (IX-CBT) TO FSO-CBTE-DESDE.
           MOVE TCB-NRO (IX-CBT) TO FSO-CBTE-HASTA.
           MOVE TCB-FECHA (IX-CBT) TO FSO-CBTE-FCH.
           MOVE TCB-TOTAL (IX-CBT) TO FSO-IMP-TOTAL.
           MOVE ZERO TO FSO-IMP-TOT-CONC.
           MOVE TCB-NETO (IX-CBT) TO FSO-IMP-NETO.
           MOVE TCB-EXENTO (IX-CBT) TO FSO-IMP-OP-EX.
           MOVE TCB-IVA (IX-CBT) TO FSO-IMP-IVA.
           MOVE "PES" TO FSO-MON-ID.
           MOVE 1 TO FSO-MON-COTIZ.
           MOVE WS-SERV-DESDE TO FSO-SERV-DESDE.
           MOVE WS-SERV-HASTA TO FSO-SERV-HASTA.
           MOVE TCB-VTO-PAGO (IX-CBT) TO FSO-VTO-PAGO.
           IF TCB-IVA (IX-CBT) > ZERO
               MOVE WS-IVA-ID TO FSO-IVA-ID
           ELSE
               MOVE ZERO TO FSO-IVA-ID
           END-IF.
           MOVE TCB-ASOC-TIPO (IX-CBT) TO FSO-ASOC-TIPO.
           IF TCB-ASOC-NRO (IX-CBT) > ZERO
               MOVE TCB-PTO-VTA (IX-CBT) TO FSO-ASOC-PTO-VTA
           ELSE
               MOVE ZERO TO FSO-ASOC-PTO-VTA
           END-IF.
           MOVE TCB-ASOC-NRO (IX-CBT) TO FSO-ASOC-NRO.
           MOVE ";" TO FSO-SEP1 FSO-SEP2 FSO-SEP3 FSO-SEP4 FSO-SEP5
               FSO-SEP6 FSO-SEP7 FSO-SEP8 FSO-SEP9 FSO-SEP10
               FSO-SEP11 FSO-SEP12 FSO-SEP13 FSO-SEP14 FSO-SEP15
               FSO-SEP16 FSO-SEP17 FSO-SEP18 FSO-SEP19 FSO-SEP20
               FSO-SEP21 FSO-SEP22.
           WRITE REG-FACTSOL.

       GRABAR-FACTREG.
           OPEN OUTPUT ARCH-FACTREG.
           PERFORM VARYING IX-CBT FROM 1 BY 1
                   UNTIL IX-CBT > WS-CANT-COMPROB
               MOVE TCB-PTO-VTA (IX-CBT) TO FRG-PTO-VTA
               MOVE TCB-TIPO-CBTE (IX-CBT) TO FRG-TIPO-CBTE
               MOVE TCB-NRO (IX-CBT) TO FRG-NRO
               MOVE TCB-FECHA (IX-CBT) TO FRG-FECHA
               MOVE TCB-ORIGEN (IX-CBT) TO FRG-ORIGEN
               MOVE TCB-CLAVE (IX-CBT) TO FRG-CLAVE
               MOVE TCB-DOC-TIPO (IX-CBT) TO FRG-DOC-TIPO
               MOVE TCB-DOC-NRO (IX-CBT) TO FRG-DOC-NRO
               MOVE TCB-COND-IVA (IX-CBT) TO FRG-COND-IVA
               MOVE TCB-NETO (IX-CBT) TO FRG-NETO
               MOVE TCB-EXENTO (IX-CBT) TO FRG-EXENTO
               MOVE TCB-IVA (IX-CBT) TO FRG-IVA
               MOVE TCB-TOTAL (IX-CBT) TO FRG-TOTAL
               MOVE TCB-VTO-PAGO (IX-CBT) TO FRG-VTO-PAGO
               MOVE TCB-ASOC-TIPO (IX-CBT) TO FRG-ASOC-TIPO
               MOVE TCB-ASOC-NRO (IX-CBT) TO FRG-ASOC-NRO
               MOVE TCB-ESTADO (IX-CBT) TO FRG-ESTADO
               MOVE TCB-CAE (IX-CBT) TO FRG-CAE
               IF TCB-CAE-VTO (IX-CBT) = 99999999
                   MOVE ZERO TO FRG-CAE-VTO
               ELSE
                   MOVE TCB-CAE-VTO (IX-CBT) TO FRG-CAE-VTO
               END-IF
               WRITE REG-FACTREG
           END-PERFORM.
           CLOSE ARCH-FACTREG.

       GRABAR-FACTANULA.
           OPEN OUTPUT ARCH-FACTANULA.
           PERFORM VARYING IX-ANP FROM 1 BY 1
                   UNTIL IX-ANP > WS-CANT-ANULA-PEND
               MOVE TAP-REGISTRO (IX-ANP) TO REG-FACTANULA
               WRITE REG-FACTANULA
           END-PERFORM.
           CLOSE ARCH-FACTANULA.

      *>   EL REGISTRO SE REGRABA ENTERO: SI NO ENTRA EN MEMORIA SE
      *>   RECHAZA LA CORRIDA SIN TOCARLO. LO RECHAZADO POR LA AFIP
      *>   VUELVE A PEDIDO CON EL MISMO NUMERO Y LA FECHA DE HOY (LA
      *>   MARCA 99999999 EN EL VENCIMIENTO DEL CAE LO SENALA COMO
      *>   REENVIO HASTA QUE SE GRABA)
       CARGAR-FACTREG.
           MOVE "N" TO WS-FIN-FACTREG.
           OPEN INPUT ARCH-FACTREG.
           IF NOT FS-FACTREG-OK
               DISPLAY "NO EXISTE FACTREG: PRIMERA EMISION"
               MOVE "S" TO WS-FIN-FACTREG
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
                       PERFORM CARGAR-UN-COMPROBANTE
               END-READ
           END-PERFORM.

       CARGAR-UN-COMPROBANTE.
           ADD 1 TO WS-CANT-COMPROB.
           MOVE FRG-PTO-VTA TO TCB-PTO-VTA (WS-CANT-COMPROB).
           MOVE FRG-TIPO-CBTE TO TCB-TIPO-CBTE (WS-CANT-COMPROB).
           MOVE FRG-NRO TO TCB-NRO (WS-CANT-COMPROB).
           MOVE FRG-FECHA TO TCB-FECHA (WS-CANT-COMPROB).
           MOVE FRG-ORIGEN TO TCB-ORIGEN (WS-CANT-COMPROB).
           MOVE FRG-CLAVE TO TCB-CLAVE (WS-CANT-COMPROB).
           MOVE FRG-DOC-TIPO TO TCB-DOC-TIPO (WS-CANT-COMPROB).
           MOVE FRG-DOC-NRO TO TCB-DOC-NRO (WS-CANT-COMPROB).
           MOVE FRG-COND-IVA TO TCB-COND-IVA (WS-CANT-COMPROB).
           MOVE FRG-NETO TO TCB-NETO (WS-CANT-COMPROB).
           MOVE FRG-EXENTO TO TCB-EXENTO (WS-CANT-COMPROB).
           MOVE FRG-IVA TO TCB-IVA (WS-CANT-COMPROB).
           MOVE FRG-TOTAL TO TCB-TOTAL (WS-CANT-COMPROB).
           MOVE FRG-VTO-PAGO TO TCB-VTO-PAGO (WS-CANT-COMPROB).
           MOVE FRG-ASOC-TIPO TO TCB-ASOC-TIPO (WS-CANT-COMPROB).
           MOVE FRG-ASOC-NRO TO TCB-ASOC-NRO (WS-CANT-COMPROB).
           MOVE FRG-ESTADO TO TCB-ESTADO (WS-CANT-COMPROB).
           MOVE FRG-CAE TO TCB-CAE (WS-CANT-COMPROB).
           MOVE FRG-CAE-VTO TO TCB-CAE-VTO (WS-CANT-COMPROB).
           IF FRG-ESTADO = "R"
               ADD 1 TO WS-REENVIADOS
               MOVE "P" TO TCB-ESTADO (WS-CANT-COMPROB)
               MOVE WS-FECHA-HOY TO TCB-FECHA (WS-CANT-COMPROB)
               MOVE 99999999 TO TCB-CAE-VTO (WS-CANT-COMPROB)
               IF TCB-VTO-PAGO (WS-CANT-COMPROB) < WS-FECHA-HOY
                   MOVE WS-FECHA-HOY TO
                        TCB-VTO-PAGO (WS-CANT-COMPROB)
               END-IF
           END-IF.

       CARGAR-PADRON.
           MOVE "N" TO WS-FIN-PADRON.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-PADRON-OK
               DISPLAY "NO EXISTE PADRON: LAS CUOTAS SE FACTURAN "
                   "SIN IDENTIFICAR"
               MOVE "S" TO WS-FIN-PADRON
           END-IF.
           PERFORM UNTIL WS-FIN-PADRON = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO WS-FIN-PADRON
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF WS-CANT-PADRON >= 6000
                           DISPLAY "ADVERTENCIA: SE IGNORA ALUMNO "
                               "DEL PADRON, YA HAY 6000"
                       ELSE
                           ADD 1 TO WS-CANT-PADRON
                           MOVE PAD-LEGAJO TO
                                TPD-LEGAJO (WS-CANT-PADRON)
                           MOVE PAD-DNI TO TPD-DNI (WS-CANT-PADRON)
                       END-IF
               END-READ
           END-PERFORM.

      *>   LOS RENGLONES VIEJOS DEL MAESTRO TRAEN LOS DATOS FISCALES
      *>   EN BLANCO: QUEDAN EN CERO (CONSUMIDOR FINAL)
       CARGAR-SOCIOS.
           MOVE "N" TO WS-FIN-SOCIOS.
           OPEN INPUT ARCH-SOCIOS.
           IF NOT FS-SOCIOS-OK
               MOVE "S" TO WS-FIN-SOCIOS
           END-IF.
           PERFORM UNTIL WS-FIN-SOCIOS = "S"
               READ ARCH-SOCIOS
                   AT END
                       MOVE "S" TO WS-FIN-SOCIOS
                       CLOSE ARCH-SOCIOS
                   NOT AT END
                       IF WS-CANT-SOCIOS >= 300
                           DISPLAY "ADVERTENCIA: SE IGNORA SOCIO, "
                               "YA HAY 300 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-SOCIOS
                           MOVE SOC-NUMERO TO
                                TSO-NUMERO (WS-CANT-SOCIOS)
                           MOVE ZERO TO TSO-TIPO-DOC (WS-CANT-SOCIOS)
                           MOVE ZERO TO TSO-NRO-DOC (WS-CANT-SOCIOS)
                           MOVE ZERO TO TSO-COND-IVA (WS-CANT-SOCIOS)
                           IF SOC-TIPO-DOC NUMERIC
                              AND SOC-NRO-DOC NUMERIC
                               MOVE SOC-TIPO-DOC TO
                                    TSO-TIPO-DOC (WS-CANT-SOCIOS)
                               MOVE SOC-NRO-DOC TO
                                    TSO-NRO-DOC (WS-CANT-SOCIOS)
                           END-IF
                           IF SOC-COND-IVA NUMERIC
                               MOVE SOC-COND-IVA TO
                                    TSO-COND-IVA (WS-CANT-SOCIOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EDITAR-FECHA.
           MOVE WS-FEC-DD TO WS-FEC-E-DD.
           MOVE WS-FEC-MM TO WS-FEC-E-MM.
           MOVE WS-FEC-AAAA TO WS-FEC-E-AAAA.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
