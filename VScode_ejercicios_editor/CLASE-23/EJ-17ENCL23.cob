      *> Impresion de recibos de sueldo: RECIBOS es un renglon por
      *> concepto y al personal le llegaba una planilla sin los
      *> datos que pide la ley. Esta corrida arma de RECIBOS, el
      *> maestro de personal y los datos del empleador (EMPRESA) un
      *> recibo por legajo, original y duplicado, con el periodo, la
      *> categoria, la antiguedad, las columnas de haberes y
      *> descuentos, el neto en numeros y en letras y la fecha y el
      *> banco de la acreditacion. Cada recibo impreso queda anotado
      *> en el registro RECIBREG, donde la carga de copias firmadas
      *> (EJ-18ENCL23) marca los duplicados que vuelven. Los recibos
      *> quedan en RECIBOIMP.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-17ENCL23.
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
      *>   RECIBOS son los renglones de la ultima liquidacion (ver
      *>   COPYLIB RECIBO)
           SELECT ARCH-RECIBOS ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBOS.

           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   EMPRESA trae los datos del empleador (ver COPYLIB EMPRESA)
           SELECT ARCH-EMPRESA ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.

      *>   RECIBREG es el registro de recibos emitidos y copias
      *>   firmadas (ver COPYLIB RECIBREG)
           SELECT ARCH-RECIBREG ASSIGN TO "RECIBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBREG.

      *>   RECIBOIMP son los recibos impresos, original y duplicado
           SELECT ARCH-RECIBOIMP ASSIGN TO "RECIBOIMP"
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
       FD  ARCH-RECIBOS.
           COPY RECIBO.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-EMPRESA
           RECORD CONTAINS 116 CHARACTERS.
           COPY EMPRESA.

       FD  ARCH-RECIBREG
           RECORD CONTAINS 44 CHARACTERS.
           COPY RECIBREG.

       FD  ARCH-RECIBOIMP.
       01  REG-RECIBOIMP PIC X(80).

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

       77 WS-PERIODO PIC 9(6) VALUE ZEROS.
       77 WS-ANIO-PERIODO PIC 9(4) VALUE ZEROS.
       77 WS-MES-PERIODO PIC 99 VALUE ZEROS.
       77 WS-FECHA-DEPOSITO PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-CORTE PIC 9(8) VALUE ZEROS.

      *>   RENGLONES DE RECIBOS EN MEMORIA, PARA JUNTAR LOS DE CADA
      *>   LEGAJO AUNQUE LA LIQUIDACION FINAL LOS HAYA AGREGADO AL
      *>   FINAL DEL ARCHIVO
       77 WS-CANT-RENGLONES PIC 9(4) VALUE ZERO.
       01  TABLA-RENGLONES.
           03 RENGLON-ENTRY OCCURS 3000 TIMES.
               05 TRN-LEGAJO   PIC X(10).
               05 TRN-CONCEPTO PIC X(15).
               05 TRN-IMPORTE  PIC S9(9)V99.
               05 TRN-IMPRESO  PIC X.
       77 IX-REN PIC 9(4) VALUE ZERO.
       77 IX-REN-LEG PIC 9(4) VALUE ZERO.

      *>   IMPORTE DEL RENGLON SIN EDITAR (VER DESEDITAR-IMPORTE)
       01 WS-IMPORTE-TXT PIC X(13) VALUE SPACES.
       77 WS-IMPORTE-CTVS PIC 9(13) VALUE ZEROS.
       77 WS-DIGITO PIC 9 VALUE ZERO.
       77 IX-CH PIC 99 VALUE ZERO.
       77 WS-IMPORTE PIC 9(11)V99 VALUE ZERO.
       77 WS-IMPORTE-NEGATIVO PIC X VALUE "N".

      *>   DATOS DEL MAESTRO QUE VAN EN EL RECIBO
       77 WS-CANT-MAESTRO PIC 9(4) VALUE ZERO.
       01  TABLA-MAESTRO.
           03 MAESTRO-ENTRY OCCURS 500 TIMES.
               05 TM-LEGAJO    PIC X(10).
               05 TM-NOMBRE    PIC X(30).
               05 TM-CUIT      PIC X(11).
               05 TM-INGRESO   PIC 9(8).
               05 TM-CATEGORIA PIC X(4).
               05 TM-BANCO     PIC X(3).
       77 IX-MAE PIC 9(4) VALUE ZERO.
       77 IX-MAE-HALLADO PIC 9(4) VALUE ZERO.

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

      *>   BANCOS MAS USADOS PARA LA ACREDITACION, POR CODIGO DEL
      *>   BCRA; UN CODIGO QUE NO ESTA SALE SOLO CON EL NUMERO
       01  BANCOS-CADENA.
           02 FILLER PIC X(23) VALUE "007GALICIA".
           02 FILLER PIC X(23) VALUE "011NACION ARGENTINA".
           02 FILLER PIC X(23) VALUE "014PROVINCIA DE BS AS".
           02 FILLER PIC X(23) VALUE "015ICBC".
           02 FILLER PIC X(23) VALUE "017BBVA".
           02 FILLER PIC X(23) VALUE "027SUPERVIELLE".
           02 FILLER PIC X(23) VALUE "029CIUDAD DE BS AS".
           02 FILLER PIC X(23) VALUE "034PATAGONIA".
           02 FILLER PIC X(23) VALUE "044HIPOTECARIO".
           02 FILLER PIC X(23) VALUE "072SANTANDER".
           02 FILLER PIC X(23) VALUE "150HSBC".
           02 FILLER PIC X(23) VALUE "191CREDICOOP".
           02 FILLER PIC X(23) VALUE "285MACRO".
           02 FILLER PIC X(23) VALUE "299COMAFI".
       01  BANCOS-TABLA REDEFINES BANCOS-CADENA.
           02 BANCO-ENTRY OCCURS 14 TIMES.
               03 BCO-CODIGO PIC X(3).
               03 BCO-NOMBRE PIC X(20).
       77 IX-BCO PIC 99 VALUE ZERO.

      *>   TOTALES DEL RECIBO EN CURSO
       77 WS-TOT-HABERES PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-DESCUENTOS PIC S9(11)V99 VALUE ZEROS.
       77 WS-NETO PIC S9(11)V99 VALUE ZEROS.
       77 WS-NETO-HALLADO PIC X VALUE "N".
       77 WS-ANTIGUEDAD PIC 99 VALUE ZERO.
       77 WS-COPIA PIC X(10) VALUE SPACES.
       77 WS-CORTE-LETRAS PIC 999 VALUE ZERO.

      *>   FECHA AAAAMMDD A EDITAR COMO DD/MM/AAAA
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

      *>   CONTADORES DE LA CORRIDA
       77 WS-CANT-RECIBOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-NUEVOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-REIMPRESOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-SIN-MAESTRO PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-NETO PIC S9(13)V99 VALUE ZEROS.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-RECIBOS PIC XX.
           88 FS-RECIBOS-OK VALUE "00".
       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-EMPRESA PIC XX.
           88 FS-EMPRESA-OK VALUE "00".
       01 WS-FS-RECIBREG PIC XX.
           88 FS-RECIBREG-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   NOMBRES DE MES PARA EL PERIODO (VER COPYLIB MESES)
           COPY MESES.

      *>   NETO EN LETRAS (VER COPYLIB LETRPROC)
           COPY LETRPROC.

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE GRABAR RECIBREG
           COPY CONFPROC.

      *>   LINEAS ARMADAS DEL RECIBO
       01 LINEA-REC-TITULO.
           03 FILLER PIC X(20) VALUE "RECIBO DE HABERES".
           03 RCT-COPIA PIC X(10).
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(9) VALUE "PERIODO ".
           03 RCT-MES PIC X(10).
           03 FILLER PIC X VALUE SPACE.
           03 RCT-ANIO PIC 9(4).
       01 LINEA-REC-EMPRESA.
           03 FILLER PIC X(11) VALUE "EMPLEADOR ".
           03 RCE-RAZON PIC X(40).
           03 FILLER PIC X(6) VALUE " CUIT ".
           03 RCE-CUIT PIC X(11).
       01 LINEA-REC-DOMICILIO.
           03 FILLER PIC X(11) VALUE "DOMICILIO ".
           03 RCD-DOMICILIO PIC X(40).
           03 FILLER PIC XX VALUE SPACES.
           03 RCD-LOCALIDAD PIC X(25).
       01 LINEA-REC-LEGAJO.
           03 FILLER PIC X(7) VALUE "LEGAJO ".
           03 RCL-LEGAJO PIC X(10).
           03 FILLER PIC X VALUE SPACE.
           03 RCL-NOMBRE PIC X(30).
           03 FILLER PIC X(6) VALUE " CUIL ".
           03 RCL-CUIT PIC X(11).
       01 LINEA-REC-INGRESO.
           03 FILLER PIC X(8) VALUE "INGRESO ".
           03 RCI-INGRESO PIC X(10).
           03 FILLER PIC X(13) VALUE "  ANTIGUEDAD ".
           03 RCI-ANTIGUEDAD PIC Z9.
           03 FILLER PIC X(8) VALUE " ANIOS  ".
           03 FILLER PIC X(10) VALUE "CATEGORIA ".
           03 RCI-CATEGORIA PIC X(4).
       01 LINEA-REC-COLUMNAS.
           03 FILLER PIC X(34) VALUE "CONCEPTO".
           03 FILLER PIC X(21) VALUE "              HABERES".
           03 FILLER PIC X(23) VALUE "             DESCUENTOS".
       01 LINEA-REC-CONCEPTO.
           03 RCC-CONCEPTO PIC X(34).
           03 RCC-HABERES PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER PIC XX VALUE SPACES.
           03 RCC-DESCUENTOS PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-REC-NETO.
           03 FILLER PIC X(34) VALUE "NETO A COBRAR".
           03 FILLER PIC X(23) VALUE SPACES.
           03 RCN-NETO PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-REC-LETRAS.
           03 RCS-TITULO PIC X(11).
           03 RCS-TEXTO PIC X(69).
       01 LINEA-REC-DEPOSITO.
           03 FILLER PIC X(14) VALUE "DEPOSITADO EL ".
           03 RCB-FECHA PIC X(10).
           03 FILLER PIC X(10) VALUE " EN BANCO ".
           03 RCB-BANCO PIC X(3).
           03 FILLER PIC X VALUE SPACE.
           03 RCB-NOMBRE PIC X(20).
       01 LINEA-REC-LUGAR.
           03 FILLER PIC X(15) VALUE "LUGAR DE PAGO ".
           03 RCP-LOCALIDAD PIC X(25).
           03 FILLER PIC X(8) VALUE " FECHA ".
           03 RCP-FECHA PIC X(10).
       01 LINEA-REC-FIRMA.
           03 FILLER PIC X(40) VALUE
               "FIRMA DEL EMPLEADOR ....................".
           03 FILLER PIC X(40) VALUE
               "  FIRMA DEL EMPLEADO ...................".
       01 LINEA-IGUALES PIC X(80) VALUE ALL "=".
       01 LINEA-GUIONES PIC X(80) VALUE ALL "-".

       01 EDICION PIC $ZZZ.ZZZ.ZZZ.ZZ9,99.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-17ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "IMPRESION DE RECIBOS DE SUELDO".
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "PERIODO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:6) TO WS-PERIODO
           ELSE
               DISPLAY "PERIODO LIQUIDADO (AAAAMM): "
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
           MOVE "FECHADEP" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-DEPOSITO
           ELSE
               DISPLAY "FECHA DE DEPOSITO DEL NETO (AAAAMMDD): "
               ACCEPT WS-FECHA-DEPOSITO
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *>   LA ANTIGUEDAD SE CUENTA AL ULTIMO DIA DEL PERIODO
           COMPUTE WS-FECHA-CORTE = WS-PERIODO * 100 + 31.
           MOVE WS-MES-PERIODO TO MES-NUMERO.
           PERFORM OBTENER-NOMBRE-MES.

      *>   SIN LOS DATOS DEL EMPLEADOR EL RECIBO NO TIENE VALOR
           OPEN INPUT ARCH-EMPRESA.
           IF NOT FS-EMPRESA-OK
               DISPLAY "NO EXISTE EMPRESA CON LOS DATOS DEL "
                   "EMPLEADOR, CORRIDA RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           READ ARCH-EMPRESA
               AT END
                   MOVE SPACES TO REG-EMPRESA
           END-READ.
           CLOSE ARCH-EMPRESA.
           IF EMPR-RAZON = SPACES OR EMPR-CUIT = SPACES
               DISPLAY "EMPRESA SIN RAZON SOCIAL O SIN CUIT, CORRIDA "
                   "RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.

           PERFORM CARGAR-RENGLONES.
           IF WS-CANT-RENGLONES = ZERO
               DISPLAY "RECIBOS NO TIENE RENGLONES DE LIQUIDACION, "
                   "CORRIDA RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-RECIBREG.

           OPEN OUTPUT ARCH-RECIBOIMP.
           PERFORM VARYING IX-REN FROM 1 BY 1
                   UNTIL IX-REN > WS-CANT-RENGLONES
               IF TRN-IMPRESO (IX-REN) = "N"
                   PERFORM EMITIR-RECIBO
               END-IF
           END-PERFORM.
           CLOSE ARCH-RECIBOIMP.

           DISPLAY " ".
           DISPLAY "RECIBOS IMPRESOS:        " WS-CANT-RECIBOS.
           DISPLAY "NUEVOS EN EL REGISTRO:   " WS-CANT-NUEVOS.
           DISPLAY "REIMPRESOS:              " WS-CANT-REIMPRESOS.
           DISPLAY "LEGAJOS SIN MAESTRO:     " WS-CANT-SIN-MAESTRO.
           MOVE WS-TOTAL-NETO TO EDICION.
           DISPLAY "TOTAL NETO:         " EDICION.
           DISPLAY "RECIBOS EN RECIBOIMP".

      *>   SIN CONFIRMACION DEL OPERADOR LOS RECIBOS NO QUEDAN
      *>   ANOTADOS (LA IMPRESION QUEDA IGUAL, PARA REVISARLA)
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
           MOVE "EJ-17ENCL23" TO CTL-JOB.
           MOVE WS-CANT-RECIBOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   EL RECIBO DEL LEGAJO DE IX-REN: SE JUNTAN SUS RENGLONES,
      *>   SE IMPRIME ORIGINAL Y DUPLICADO Y SE ANOTA EN EL REGISTRO
       EMITIR-RECIBO.
           ADD 1 TO WS-CANT-RECIBOS.
           MOVE ZEROS TO WS-TOT-HABERES.
           MOVE ZEROS TO WS-TOT-DESCUENTOS.
           MOVE ZEROS TO WS-NETO.
           MOVE "N" TO WS-NETO-HALLADO.
           PERFORM VARYING IX-REN-LEG FROM IX-REN BY 1
                   UNTIL IX-REN-LEG > WS-CANT-RENGLONES
               IF TRN-LEGAJO (IX-REN-LEG) = TRN-LEGAJO (IX-REN)
                   MOVE "S" TO TRN-IMPRESO (IX-REN-LEG)
                   PERFORM SUMAR-RENGLON
               END-IF
           END-PERFORM.
      *>   SIN LINEA NETO (RECIBOS CORTADO A MANO) SE DEDUCE DE LAS
      *>   COLUMNAS
           IF WS-NETO-HALLADO = "N"
               COMPUTE WS-NETO = WS-TOT-HABERES - WS-TOT-DESCUENTOS
           END-IF.
           ADD WS-NETO TO WS-TOTAL-NETO.

           PERFORM BUSCAR-EN-MAESTRO.
           IF IX-MAE-HALLADO = ZERO
               ADD 1 TO WS-CANT-SIN-MAESTRO
               DISPLAY "LEGAJO " TRN-LEGAJO (IX-REN) " SIN MAESTRO: "
                   "EL RECIBO SALE SIN NOMBRE NI CUIL"
           END-IF.
           PERFORM CALCULAR-ANTIGUEDAD.

           IF WS-NETO < ZERO
               COMPUTE WS-LET-IMPORTE = WS-NETO * -1
           ELSE
               MOVE WS-NETO TO WS-LET-IMPORTE
           END-IF.
           PERFORM IMPORTE-EN-LETRAS.
      *>   EL TEXTO SE CORTA EN EL ULTIMO ESPACIO QUE ENTRA EN LA
      *>   PRIMERA LINEA
           PERFORM VARYING WS-CORTE-LETRAS FROM 69 BY -1
                   UNTIL WS-CORTE-LETRAS = 1
                      OR WS-LET-TEXTO (WS-CORTE-LETRAS:1) = SPACE
               CONTINUE
           END-PERFORM.

           MOVE "ORIGINAL" TO WS-COPIA.
           PERFORM IMPRIMIR-RECIBO.
           MOVE "DUPLICADO" TO WS-COPIA.
           PERFORM IMPRIMIR-RECIBO.
           PERFORM ANOTAR-EN-REGISTRO.

       SUMAR-RENGLON.
           EVALUATE TRN-CONCEPTO (IX-REN-LEG)
               WHEN "BRUTO"
                   CONTINUE
               WHEN "NETO"
               WHEN "FINAL NETO"
                   ADD TRN-IMPORTE (IX-REN-LEG) TO WS-NETO
                   MOVE "S" TO WS-NETO-HALLADO
               WHEN OTHER
                   IF TRN-IMPORTE (IX-REN-LEG) < ZERO
                       SUBTRACT TRN-IMPORTE (IX-REN-LEG) FROM
                           WS-TOT-DESCUENTOS
                   ELSE
                       ADD TRN-IMPORTE (IX-REN-LEG) TO WS-TOT-HABERES
                   END-IF
           END-EVALUATE.

      *>   ANIOS CUMPLIDOS DESDE EL INGRESO AL ULTIMO DIA DEL PERIODO
       CALCULAR-ANTIGUEDAD.
           MOVE ZERO TO WS-ANTIGUEDAD.
           IF IX-MAE-HALLADO > ZERO
               IF TM-INGRESO (IX-MAE-HALLADO) > ZERO
                  AND TM-INGRESO (IX-MAE-HALLADO) < WS-FECHA-CORTE
                   COMPUTE WS-ANTIGUEDAD =
                       (WS-FECHA-CORTE - TM-INGRESO (IX-MAE-HALLADO))
                       / 10000
               END-IF
           END-IF.

       IMPRIMIR-RECIBO.
           MOVE WS-COPIA TO RCT-COPIA.
           MOVE MES-NOMBRE TO RCT-MES.
           MOVE WS-ANIO-PERIODO TO RCT-ANIO.
           MOVE LINEA-IGUALES TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE LINEA-REC-TITULO TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE EMPR-RAZON TO RCE-RAZON.
           MOVE EMPR-CUIT TO RCE-CUIT.
           MOVE LINEA-REC-EMPRESA TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE EMPR-DOMICILIO TO RCD-DOMICILIO.
           MOVE EMPR-LOCALIDAD TO RCD-LOCALIDAD.
           MOVE LINEA-REC-DOMICILIO TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE LINEA-GUIONES TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.

           MOVE TRN-LEGAJO (IX-REN) TO RCL-LEGAJO.
           MOVE SPACES TO RCL-NOMBRE.
           MOVE SPACES TO RCL-CUIT.
           MOVE SPACES TO RCI-INGRESO.
           MOVE SPACES TO RCI-CATEGORIA.
           MOVE SPACES TO RCB-BANCO.
           IF IX-MAE-HALLADO > ZERO
               MOVE TM-NOMBRE (IX-MAE-HALLADO) TO RCL-NOMBRE
               MOVE TM-CUIT (IX-MAE-HALLADO) TO RCL-CUIT
               MOVE TM-CATEGORIA (IX-MAE-HALLADO) TO RCI-CATEGORIA
               MOVE TM-BANCO (IX-MAE-HALLADO) TO RCB-BANCO
               IF TM-INGRESO (IX-MAE-HALLADO) > ZERO
                   MOVE TM-INGRESO (IX-MAE-HALLADO) TO WS-FEC-NUM
                   PERFORM EDITAR-FECHA
                   MOVE WS-FEC-EDIT TO RCI-INGRESO
               END-IF
           END-IF.
           MOVE WS-ANTIGUEDAD TO RCI-ANTIGUEDAD.
           MOVE LINEA-REC-LEGAJO TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE LINEA-REC-INGRESO TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE LINEA-GUIONES TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.

           MOVE LINEA-REC-COLUMNAS TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           PERFORM VARYING IX-REN-LEG FROM IX-REN BY 1
                   UNTIL IX-REN-LEG > WS-CANT-RENGLONES
               IF TRN-LEGAJO (IX-REN-LEG) = TRN-LEGAJO (IX-REN)
                  AND TRN-CONCEPTO (IX-REN-LEG) NOT = "BRUTO"
                  AND TRN-CONCEPTO (IX-REN-LEG) NOT = "NETO"
                  AND TRN-CONCEPTO (IX-REN-LEG) NOT = "FINAL NETO"
                   PERFORM IMPRIMIR-CONCEPTO
               END-IF
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE "TOTALES" TO RCC-CONCEPTO.
           MOVE WS-TOT-HABERES TO RCC-HABERES.
           MOVE WS-TOT-DESCUENTOS TO RCC-DESCUENTOS.
           MOVE LINEA-REC-CONCEPTO TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE WS-NETO TO RCN-NETO.
           MOVE LINEA-REC-NETO TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE "SON PESOS " TO RCS-TITULO.
           MOVE WS-LET-TEXTO (1:WS-CORTE-LETRAS) TO RCS-TEXTO.
           MOVE LINEA-REC-LETRAS TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           IF WS-LET-TEXTO (WS-CORTE-LETRAS + 1:69) NOT = SPACES
               MOVE SPACES TO RCS-TITULO
               MOVE WS-LET-TEXTO (WS-CORTE-LETRAS + 1:69) TO RCS-TEXTO
               MOVE LINEA-REC-LETRAS TO REG-RECIBOIMP
               WRITE REG-RECIBOIMP
           END-IF.
           MOVE LINEA-GUIONES TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.

           MOVE WS-FECHA-DEPOSITO TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO RCB-FECHA.
           PERFORM BUSCAR-BANCO.
           MOVE LINEA-REC-DEPOSITO TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE EMPR-LOCALIDAD TO RCP-LOCALIDAD.
           MOVE WS-FECHA-HOY TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO RCP-FECHA.
           MOVE LINEA-REC-LUGAR TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE SPACES TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE LINEA-REC-FIRMA TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.
           MOVE SPACES TO REG-RECIBOIMP.
           WRITE REG-RECIBOIMP.

       IMPRIMIR-CONCEPTO.
           MOVE TRN-CONCEPTO (IX-REN-LEG) TO RCC-CONCEPTO.
           IF TRN-IMPORTE (IX-REN-LEG) < ZERO
               MOVE ZEROS TO RCC-HABERES
               MOVE TRN-IMPORTE (IX-REN-LEG) TO RCC-DESCUENTOS
           ELSE
               MOVE TRN-IMPORTE (IX-REN-LEG) TO RCC-HABERES
               MOVE ZEROS TO RCC-DESCUENTOS
           END-IF.
           MOVE LINEA-REC-CONCEPTO TO REG-RECIBOIMP.
      *>   LA COLUMNA QUE NO CORRESPONDE VA EN BLANCO, NO EN CERO
           IF TRN-IMPORTE (IX-REN-LEG) < ZERO
               MOVE SPACES TO REG-RECIBOIMP (35:21)
           ELSE
               MOVE SPACES TO REG-RECIBOIMP (58:21)
           END-IF.
           WRITE REG-RECIBOIMP.

       BUSCAR-BANCO.
           MOVE SPACES TO RCB-NOMBRE.
           IF RCB-BANCO = SPACES
               MOVE "POR VENTANILLA" TO RCB-NOMBRE
           END-IF.
           PERFORM VARYING IX-BCO FROM 1 BY 1 UNTIL IX-BCO > 14
               IF BCO-CODIGO (IX-BCO) = RCB-BANCO
                   MOVE BCO-NOMBRE (IX-BCO) TO RCB-NOMBRE
               END-IF
           END-PERFORM.

       EDITAR-FECHA.
           MOVE WS-FEC-DD TO WS-FEC-E-DD.
           MOVE WS-FEC-MM TO WS-FEC-E-MM.
           MOVE WS-FEC-AAAA TO WS-FEC-E-AAAA.

      *>   UN RECIBO YA ANOTADO PARA EL MISMO PERIODO SE REIMPRIMIO:
      *>   SE ACTUALIZA EL NETO Y, SI LA COPIA FIRMADA TODAVIA NO
      *>   VOLVIO, LA FECHA DE EMISION
       ANOTAR-EN-REGISTRO.
           MOVE ZERO TO IX-RRG-HALLADO.
           PERFORM VARYING IX-RRG FROM 1 BY 1
                   UNTIL IX-RRG > WS-CANT-RECIBREG
               IF TRR-LEGAJO (IX-RRG) = TRN-LEGAJO (IX-REN)
                  AND TRR-PERIODO (IX-RRG) = WS-PERIODO
                   MOVE IX-RRG TO IX-RRG-HALLADO
               END-IF
           END-PERFORM.
           IF IX-RRG-HALLADO > ZERO
               ADD 1 TO WS-CANT-REIMPRESOS
               MOVE WS-LET-IMPORTE TO TRR-NETO (IX-RRG-HALLADO)
               IF TRR-ESTADO (IX-RRG-HALLADO) = "E"
                   MOVE WS-FECHA-HOY TO TRR-EMISION (IX-RRG-HALLADO)
               END-IF
           ELSE
               IF WS-CANT-RECIBREG >= 6000
                   DISPLAY "RECIBREG LLENO (6000 RENGLONES), CORRIDA "
                       "RECHAZADA"
                   MOVE "EJ-17ENCL23" TO CTL-JOB
                   MOVE WS-CANT-RECIBOS TO CTL-CANT-REG
                   MOVE "RECHAZADO" TO CTL-ESTADO
                   PERFORM GRABAR-CONTROL
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-NUEVOS
               ADD 1 TO WS-CANT-RECIBREG
               MOVE TRN-LEGAJO (IX-REN) TO TRR-LEGAJO (WS-CANT-RECIBREG)
               MOVE WS-PERIODO TO TRR-PERIODO (WS-CANT-RECIBREG)
               MOVE WS-FECHA-HOY TO TRR-EMISION (WS-CANT-RECIBREG)
               MOVE WS-LET-IMPORTE TO TRR-NETO (WS-CANT-RECIBREG)
               MOVE "E" TO TRR-ESTADO (WS-CANT-RECIBREG)
               MOVE ZEROS TO TRR-FECHA-FIRMA (WS-CANT-RECIBREG)
           END-IF.

       BUSCAR-EN-MAESTRO.
           MOVE ZERO TO IX-MAE-HALLADO.
           PERFORM VARYING IX-MAE FROM 1 BY 1
                   UNTIL IX-MAE > WS-CANT-MAESTRO
               IF TM-LEGAJO (IX-MAE) = TRN-LEGAJO (IX-REN)
                   MOVE IX-MAE TO IX-MAE-HALLADO
               END-IF
           END-PERFORM.

       CARGAR-RENGLONES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-RECIBOS.
           IF NOT FS-RECIBOS-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-RECIBOS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-RECIBOS
                   NOT AT END
                       PERFORM ANOTAR-RENGLON
               END-READ
           END-PERFORM.

      *>   UN RECIBO A MEDIAS ES PEOR QUE NINGUNO: SI NO ENTRAN
      *>   TODOS LOS RENGLONES NO SE IMPRIME NADA
       ANOTAR-RENGLON.
           IF WS-CANT-RENGLONES >= 3000
               DISPLAY "RECIBOS TIENE MAS DE 3000 RENGLONES, CORRIDA "
                   "RECHAZADA"
               MOVE "EJ-17ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-RENGLONES.
           MOVE REC-LEGAJO TO TRN-LEGAJO (WS-CANT-RENGLONES).
           MOVE REC-CONCEPTO TO TRN-CONCEPTO (WS-CANT-RENGLONES).
           PERFORM DESEDITAR-IMPORTE.
           IF WS-IMPORTE-NEGATIVO = "S"
               COMPUTE TRN-IMPORTE (WS-CANT-RENGLONES) =
                   WS-IMPORTE * -1
           ELSE
               MOVE WS-IMPORTE TO TRN-IMPORTE (WS-CANT-RENGLONES)
           END-IF.
           MOVE "N" TO TRN-IMPRESO (WS-CANT-RENGLONES).

       DESEDITAR-IMPORTE.
      *>   EL IMPORTE DEL RECIBO VIENE EDITADO (SIGNO Y COMA); SE
      *>   RECONSTRUYE EL NUMERO JUNTANDO LOS DIGITOS, QUE POR EL
      *>   FORMATO SIEMPRE TRAEN DOS DECIMALES
           MOVE REC-IMPORTE TO WS-IMPORTE-TXT.
           MOVE ZEROS TO WS-IMPORTE-CTVS.
           MOVE "N" TO WS-IMPORTE-NEGATIVO.
           PERFORM VARYING IX-CH FROM 1 BY 1 UNTIL IX-CH > 13
               IF WS-IMPORTE-TXT (IX-CH:1) = "-"
                   MOVE "S" TO WS-IMPORTE-NEGATIVO
               END-IF
               IF WS-IMPORTE-TXT (IX-CH:1) NUMERIC
                   MOVE WS-IMPORTE-TXT (IX-CH:1) TO WS-DIGITO
                   COMPUTE WS-IMPORTE-CTVS =
                       WS-IMPORTE-CTVS * 10 + WS-DIGITO
               END-IF
           END-PERFORM.
           COMPUTE WS-IMPORTE = WS-IMPORTE-CTVS / 100.

       CARGAR-MAESTRO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "SIN MAESTRO DE PERSONAL: LOS RECIBOS SALEN "
                   "SIN NOMBRE NI CUIL"
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
                           MOVE MAE-CUIT TO
                                TM-CUIT (WS-CANT-MAESTRO)
                           MOVE MAE-FECHA-INGRESO TO
                                TM-INGRESO (WS-CANT-MAESTRO)
                           MOVE MAE-CATEGORIA TO
                                TM-CATEGORIA (WS-CANT-MAESTRO)
                           MOVE MAE-BANCO TO
                                TM-BANCO (WS-CANT-MAESTRO)
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
               MOVE "EJ-17ENCL23" TO CTL-JOB
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
           COPY LETRPR.
           COPY MESESPR.
           COPY OPERPR.
           COPY RUNCPR.
