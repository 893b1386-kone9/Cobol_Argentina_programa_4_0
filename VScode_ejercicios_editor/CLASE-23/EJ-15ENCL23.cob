      *> Liquidacion anual de ganancias: la nomina retiene GANANCIAS
      *> acumulada mes a mes, pero las deducciones que el empleado
      *> declara despues de diciembre y las cargas que cambian en el
      *> anio dejan a cada uno retenido de mas o de menos, y
      *> contaduria lo arreglaba a mano. Esta corrida toma el anio
      *> fiscal cerrado, junta por legajo lo liquidado y retenido en
      *> GANHIST, recalcula el impuesto del anio entero con la
      *> escala y las deducciones de ese anio (cargas de FAMILIARES
      *> vigentes al 31/12 y lo declarado en DEDUCCIONES) y deja la
      *> diferencia en AJUSTEGAN, que la proxima liquidacion
      *> (EJ-02ENCL23) postea como retencion o devolucion. Cada
      *> empleado recibe su formulario de liquidacion anual en
      *> FORMGAN.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-15ENCL23.
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
           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   GANHIST trae lo liquidado y retenido cada mes (ver COPYLIB
      *>   GANHIST)
           SELECT ARCH-GANHIST ASSIGN TO "GANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GANHIST.

      *>   ESCGANAN y GANPARAM traen la escala y las deducciones
      *>   generales del anio fiscal (ver COPYLIB GANPR)
           SELECT ARCH-ESCGANAN ASSIGN TO "ESCGANAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCGANAN.

           SELECT ARCH-GANPARAM ASSIGN TO "GANPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GANPARAM.

           SELECT ARCH-DEDUCCIONES ASSIGN TO "DEDUCCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEDUCCIONES.

           SELECT ARCH-FAMILIARES ASSIGN TO "FAMILIARES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FAMILIARES.

      *>   AJUSTEGAN deja el ajuste por legajo para que la proxima
      *>   liquidacion lo convierta en concepto del recibo
           SELECT ARCH-AJUSTEGAN ASSIGN TO "AJUSTEGAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJUSTEGAN.

      *>   FORMGAN es el formulario impreso de liquidacion anual, uno
      *>   por empleado
           SELECT ARCH-FORMGAN ASSIGN TO "FORMGAN"
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
       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-GANHIST
           RECORD CONTAINS 60 CHARACTERS.
           COPY GANHIST.

       FD  ARCH-ESCGANAN
           RECORD CONTAINS 30 CHARACTERS.
           COPY ESCGANAN.

       FD  ARCH-GANPARAM
           RECORD CONTAINS 48 CHARACTERS.
           COPY GANPARAM.

       FD  ARCH-DEDUCCIONES
           RECORD CONTAINS 37 CHARACTERS.
           COPY DEDUCGAN.

       FD  ARCH-FAMILIARES
           RECORD CONTAINS 44 CHARACTERS.
           COPY FAMILIAR.

       FD  ARCH-AJUSTEGAN
           RECORD CONTAINS 26 CHARACTERS.
       01  REG-AJUSTEGAN.
           03 AJG-LEGAJO  PIC X(10).
           03 AJG-ANIO    PIC 9(4).
           03 AJG-TIPO    PIC X.
           03 AJG-IMPORTE PIC 9(9)V99.

       FD  ARCH-FORMGAN.
       01  REG-FORMGAN PIC X(80).

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

      *>   ANIO FISCAL A AJUSTAR (TARJETA O CONSOLA)
       77 WS-ANIO PIC 9(4) VALUE ZERO.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZEROS.
       77 WS-ANIO-HOY PIC 9(4) VALUE ZERO.
       77 WS-FECHA-CORTE PIC 9(8) VALUE ZEROS.

      *>   LO LIQUIDADO EN EL ANIO POR LEGAJO Y MES, DESDE GANHIST;
      *>   EL RENGLON MAS NUEVO DE UN MISMO LEGAJO Y MES PISA AL
      *>   ANTERIOR. TGH-AJUSTADO MARCA EL RENGLON AAAA13 (AJUSTE YA
      *>   POSTEADO EN UN RECIBO)
       77 WS-CANT-GANHIST PIC 9(4) VALUE ZERO.
       01  TABLA-GANHIST.
           03 GANHIST-ENTRY OCCURS 500 TIMES.
               05 TGH-LEGAJO   PIC X(10).
               05 TGH-AJUSTADO PIC X.
               05 TGH-MES OCCURS 12 TIMES.
                   07 TGH-BRUTO    PIC 9(9)V99.
                   07 TGH-APORTES  PIC 9(9)V99.
                   07 TGH-RETENIDO PIC 9(9)V99.
                   07 TGH-DEVUELTO PIC 9(9)V99.
       77 IX-GH PIC 9(4) VALUE ZERO.
       77 IX-GH-HALLADO PIC 9(4) VALUE ZERO.
       77 IX-GH-MES PIC 99 VALUE ZERO.
       77 WS-GH-ANIO PIC 9(4) VALUE ZERO.
       77 WS-GH-MES PIC 99 VALUE ZERO.

      *>   DEDUCCIONES PERSONALES DECLARADAS DEL ANIO (IMPORTE ANUAL
      *>   POR LEGAJO Y TIPO; LA RECTIFICACION PISA EL TIPO)
       77 WS-CANT-DEDUC PIC 9(4) VALUE ZERO.
       01  TABLA-DEDUCCIONES.
           03 DEDUCCION-ENTRY OCCURS 1000 TIMES.
               05 TDD-LEGAJO  PIC X(10).
               05 TDD-TIPO    PIC X(12).
               05 TDD-IMPORTE PIC 9(9)V99.
       77 IX-DED PIC 9(4) VALUE ZERO.
       77 IX-DED-HALLADA PIC 9(4) VALUE ZERO.

      *>   CARGAS DE FAMILIA
       77 WS-CANT-FAMILIARES PIC 999 VALUE ZERO.
       01  TABLA-FAMILIARES.
           03 FAMILIAR-ENTRY OCCURS 300 TIMES.
               05 TF-LEGAJO    PIC X(10).
               05 TF-VINCULO   PIC X(10).
               05 TF-FECHA-NAC PIC 9(8).
               05 TF-VIG-DESDE PIC 9(8).
               05 TF-VIG-HASTA PIC 9(8).
       77 IX-FAM PIC 999 VALUE ZERO.
       77 WS-FECHA-LIMITE PIC 9(8) VALUE ZEROS.

      *>   NOMBRE Y CUIT DEL MAESTRO, PARA EL FORMULARIO
       77 WS-CANT-MAESTRO PIC 9(4) VALUE ZERO.
       01  TABLA-MAESTRO.
           03 MAESTRO-ENTRY OCCURS 500 TIMES.
               05 TM-LEGAJO PIC X(10).
               05 TM-NOMBRE PIC X(30).
               05 TM-CUIT   PIC X(11).
       77 IX-MAE PIC 9(4) VALUE ZERO.
       77 IX-MAE-HALLADO PIC 9(4) VALUE ZERO.

      *>   AJUSTES DE OTROS ANIOS QUE SIGUEN PENDIENTES EN AJUSTEGAN
      *>   Y LOS NUEVOS DE ESTA CORRIDA
       77 WS-CANT-AJUSTES PIC 9(4) VALUE ZERO.
       01  TABLA-AJUSTES.
           03 AJUSTE-ENTRY OCCURS 1000 TIMES.
               05 TAJ-LEGAJO  PIC X(10).
               05 TAJ-ANIO    PIC 9(4).
               05 TAJ-TIPO    PIC X.
               05 TAJ-IMPORTE PIC 9(9)V99.
       77 IX-AJU PIC 9(4) VALUE ZERO.

      *>   CALCULO DEL LEGAJO EN CURSO
       77 WS-BRUTO-ANIO PIC 9(11)V99 VALUE ZEROS.
       77 WS-APORTES-ANIO PIC 9(11)V99 VALUE ZEROS.
       77 WS-RETENIDO-ANIO PIC S9(11)V99 VALUE ZEROS.
       77 WS-DIFERENCIA PIC S9(11)V99 VALUE ZEROS.
       77 WS-IMPORTE-AJUSTE PIC 9(9)V99 VALUE ZEROS.
       77 WS-BASE-IMPRESA PIC 9(11)V99 VALUE ZEROS.
       77 WS-IMPORTE-CARGAS PIC 9(11)V99 VALUE ZEROS.

      *>   TOTALES DE LA CORRIDA
       77 WS-LEGAJOS PIC 9(5) VALUE ZEROS.
       77 WS-CANT-A-RETENER PIC 9(5) VALUE ZEROS.
       77 WS-CANT-A-DEVOLVER PIC 9(5) VALUE ZEROS.
       77 WS-CANT-YA-AJUSTADOS PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-A-RETENER PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-A-DEVOLVER PIC 9(13)V99 VALUE ZEROS.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".

       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-GANHIST PIC XX.
           88 FS-GANHIST-OK VALUE "00".
       01 WS-FS-DEDUCCIONES PIC XX.
           88 FS-DEDUCCIONES-OK VALUE "00".
       01 WS-FS-FAMILIARES PIC XX.
           88 FS-FAMILIARES-OK VALUE "00".
       01 WS-FS-AJUSTEGAN PIC XX.
           88 FS-AJUSTEGAN-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   ESCALA Y DEDUCCIONES GENERALES DE GANANCIAS (VER COPYLIB
      *>   GANPROC)
           COPY GANPROC.

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE GRABAR AJUSTEGAN
           COPY CONFPROC.

      *>   LINEAS ARMADAS DEL FORMULARIO
       01 LINEA-FORM-TITULO.
           03 FILLER PIC X(50) VALUE
               "LIQUIDACION ANUAL IMPUESTO A LAS GANANCIAS".
           03 FILLER PIC X(16) VALUE "PERIODO FISCAL ".
           03 FRT-ANIO PIC 9(4).
       01 LINEA-FORM-LEGAJO.
           03 FILLER PIC X(8) VALUE "LEGAJO ".
           03 FRL-LEGAJO PIC X(10).
           03 FILLER PIC XX VALUE SPACES.
           03 FRL-NOMBRE PIC X(30).
           03 FILLER PIC X(6) VALUE " CUIT ".
           03 FRL-CUIT PIC X(11).
       01 LINEA-FORM-IMPORTE.
           03 FRM-CONCEPTO PIC X(50).
           03 FRM-IMPORTE PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-FORM-CARGAS.
           03 FILLER PIC X(22) VALUE "CARGAS DE FAMILIA: ".
           03 FILLER PIC X(8) VALUE "CONYUGE ".
           03 FRC-CONYUGE PIC 9.
           03 FILLER PIC X(7) VALUE " HIJOS ".
           03 FRC-HIJOS PIC Z9.
       01 LINEA-FORM-SALDO.
           03 FRS-TEXTO PIC X(50).
           03 FRS-IMPORTE PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-FORM-FIRMA.
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
           MOVE "EJ-15ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "LIQUIDACION ANUAL DE GANANCIAS".
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "ANIO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:4) TO WS-ANIO
           ELSE
               DISPLAY "ANIO FISCAL A AJUSTAR (AAAA): "
               ACCEPT WS-ANIO
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-ANIO-HOY = WS-FECHA-HOY / 10000.
      *>   SOLO SE AJUSTA UN ANIO CERRADO: EN EL ANIO EN CURSO EL
      *>   ACUMULADO MENSUAL TODAVIA SE ESTA CORRIGIENDO SOLO
           IF WS-ANIO = ZERO OR WS-ANIO NOT < WS-ANIO-HOY
               DISPLAY "EL ANIO " WS-ANIO " NO ESTA CERRADO, CORRIDA "
                   "RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           COMPUTE WS-FECHA-CORTE = WS-ANIO * 10000 + 1231.

           MOVE WS-ANIO TO WS-GAN-ANIO.
           PERFORM CARGAR-ESCALA-GANANCIAS.
           IF WS-GAN-ESCALA-OK NOT = "S"
               DISPLAY "SIN ESCALA O DEDUCCIONES GENERALES DE "
                   "GANANCIAS DEL ANIO " WS-ANIO ", CORRIDA RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.

           PERFORM CARGAR-GANHIST.
           IF WS-CANT-GANHIST = ZERO
               DISPLAY "GANHIST NO TIENE LIQUIDACIONES DEL ANIO "
                   WS-ANIO ", CORRIDA RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM CARGAR-DEDUCCIONES.
           PERFORM CARGAR-FAMILIARES.
           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-AJUSTES-PENDIENTES.

           OPEN OUTPUT ARCH-FORMGAN.
           PERFORM VARYING IX-GH FROM 1 BY 1
                   UNTIL IX-GH > WS-CANT-GANHIST
               PERFORM LIQUIDAR-ANIO-LEGAJO
           END-PERFORM.
           CLOSE ARCH-FORMGAN.

           DISPLAY " ".
           DISPLAY "LEGAJOS LIQUIDADOS:      " WS-LEGAJOS.
           DISPLAY "A RETENER:               " WS-CANT-A-RETENER.
           MOVE WS-TOTAL-A-RETENER TO EDICION.
           DISPLAY "TOTAL A RETENER:    " EDICION.
           DISPLAY "A DEVOLVER:              " WS-CANT-A-DEVOLVER.
           MOVE WS-TOTAL-A-DEVOLVER TO EDICION.
           DISPLAY "TOTAL A DEVOLVER:   " EDICION.
           DISPLAY "AJUSTE YA APLICADO:      " WS-CANT-YA-AJUSTADOS.
           DISPLAY "FORMULARIOS EN FORMGAN".

      *>   SIN CONFIRMACION DEL OPERADOR EL AJUSTE NO QUEDA PENDIENTE
      *>   (LOS FORMULARIOS QUEDAN IGUAL, PARA REVISARLOS)
           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM GRABAR-AJUSTEGAN
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: "
                   "AJUSTEGAN NO SE TOCA"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.

       FIN-CON-CONTROL.
           MOVE "EJ-15ENCL23" TO CTL-JOB.
           MOVE WS-LEGAJOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   IMPUESTO DEL ANIO ENTERO (DOCE MESES DE LA ESCALA) CONTRA
      *>   LO RETENIDO MENOS LO DEVUELTO EN LOS RECIBOS DEL ANIO
       LIQUIDAR-ANIO-LEGAJO.
           ADD 1 TO WS-LEGAJOS.
           MOVE ZEROS TO WS-BRUTO-ANIO.
           MOVE ZEROS TO WS-APORTES-ANIO.
           MOVE ZEROS TO WS-RETENIDO-ANIO.
           PERFORM VARYING IX-GH-MES FROM 1 BY 1
                   UNTIL IX-GH-MES > 12
               ADD TGH-BRUTO (IX-GH, IX-GH-MES) TO WS-BRUTO-ANIO
               ADD TGH-APORTES (IX-GH, IX-GH-MES) TO WS-APORTES-ANIO
               COMPUTE WS-RETENIDO-ANIO = WS-RETENIDO-ANIO
                   + TGH-RETENIDO (IX-GH, IX-GH-MES)
                   - TGH-DEVUELTO (IX-GH, IX-GH-MES)
           END-PERFORM.
           PERFORM CONTAR-CARGAS-AL-CIERRE.
           PERFORM SUMAR-DEDUCCIONES-DECLARADAS.
           MOVE 12 TO WS-GAN-MESES.
           PERFORM CALCULAR-DEDUCCIONES-GANANCIAS.
           COMPUTE WS-GAN-BASE = WS-BRUTO-ANIO - WS-APORTES-ANIO
               - WS-GAN-DEDUCCIONES.
           PERFORM CALCULAR-IMPUESTO-GANANCIAS.
           COMPUTE WS-DIFERENCIA = WS-GAN-IMPUESTO - WS-RETENIDO-ANIO.

           PERFORM IMPRIMIR-FORMULARIO.

      *>   UN AJUSTE QUE YA SALIO EN UN RECIBO NO SE VUELVE A DEJAR
      *>   PENDIENTE
           IF TGH-AJUSTADO (IX-GH) = "S"
               ADD 1 TO WS-CANT-YA-AJUSTADOS
               DISPLAY "LEGAJO " TGH-LEGAJO (IX-GH) " YA TIENE EL "
                   "AJUSTE " WS-ANIO " APLICADO EN UN RECIBO"
           ELSE
               IF WS-DIFERENCIA NOT = ZERO
                   PERFORM AGREGAR-AJUSTE
               END-IF
           END-IF.

       AGREGAR-AJUSTE.
           IF WS-CANT-AJUSTES >= 1000
               DISPLAY "ADVERTENCIA: SE IGNORA AJUSTE DE "
                   TGH-LEGAJO (IX-GH) ", YA HAY 1000 PENDIENTES"
           ELSE
               ADD 1 TO WS-CANT-AJUSTES
               MOVE TGH-LEGAJO (IX-GH) TO TAJ-LEGAJO (WS-CANT-AJUSTES)
               MOVE WS-ANIO TO TAJ-ANIO (WS-CANT-AJUSTES)
               IF WS-DIFERENCIA > ZERO
                   MOVE WS-DIFERENCIA TO WS-IMPORTE-AJUSTE
                   MOVE "R" TO TAJ-TIPO (WS-CANT-AJUSTES)
                   ADD 1 TO WS-CANT-A-RETENER
                   ADD WS-IMPORTE-AJUSTE TO WS-TOTAL-A-RETENER
               ELSE
                   COMPUTE WS-IMPORTE-AJUSTE = WS-DIFERENCIA * -1
                   MOVE "D" TO TAJ-TIPO (WS-CANT-AJUSTES)
                   ADD 1 TO WS-CANT-A-DEVOLVER
                   ADD WS-IMPORTE-AJUSTE TO WS-TOTAL-A-DEVOLVER
               END-IF
               MOVE WS-IMPORTE-AJUSTE TO TAJ-IMPORTE (WS-CANT-AJUSTES)
           END-IF.

       IMPRIMIR-FORMULARIO.
           MOVE TGH-LEGAJO (IX-GH) TO FRL-LEGAJO.
           MOVE SPACES TO FRL-NOMBRE.
           MOVE SPACES TO FRL-CUIT.
           PERFORM BUSCAR-EN-MAESTRO.
           IF IX-MAE-HALLADO > ZERO
               MOVE TM-NOMBRE (IX-MAE-HALLADO) TO FRL-NOMBRE
               MOVE TM-CUIT (IX-MAE-HALLADO) TO FRL-CUIT
           END-IF.
           MOVE WS-ANIO TO FRT-ANIO.
           MOVE LINEA-IGUALES TO REG-FORMGAN.
           WRITE REG-FORMGAN.
           MOVE LINEA-FORM-TITULO TO REG-FORMGAN.
           WRITE REG-FORMGAN.
           MOVE LINEA-FORM-LEGAJO TO REG-FORMGAN.
           WRITE REG-FORMGAN.
           MOVE LINEA-GUIONES TO REG-FORMGAN.
           WRITE REG-FORMGAN.

           MOVE "REMUNERACION BRUTA DEL ANIO" TO FRM-CONCEPTO.
           MOVE WS-BRUTO-ANIO TO FRM-IMPORTE.
           PERFORM GRABAR-LINEA-IMPORTE.
           MOVE "APORTES DEDUCIBLES (JUBILACION, OBRA SOCIAL)"
             TO FRM-CONCEPTO.
           COMPUTE FRM-IMPORTE = WS-APORTES-ANIO * -1.
           PERFORM GRABAR-LINEA-IMPORTE.
           MOVE "GANANCIA NO IMPONIBLE" TO FRM-CONCEPTO.
           COMPUTE FRM-IMPORTE = WS-GAN-MNI * -1.
           PERFORM GRABAR-LINEA-IMPORTE.
           MOVE "DEDUCCION ESPECIAL" TO FRM-CONCEPTO.
           COMPUTE FRM-IMPORTE = WS-GAN-ESPECIAL * -1.
           PERFORM GRABAR-LINEA-IMPORTE.
           MOVE WS-GAN-CANT-CONYUGE TO FRC-CONYUGE.
           MOVE WS-GAN-CANT-HIJOS TO FRC-HIJOS.
           MOVE LINEA-FORM-CARGAS TO REG-FORMGAN.
           WRITE REG-FORMGAN.
           COMPUTE WS-IMPORTE-CARGAS =
               WS-GAN-CONYUGE * WS-GAN-CANT-CONYUGE
               + WS-GAN-HIJO * WS-GAN-CANT-HIJOS.
           MOVE "DEDUCCION POR CARGAS DE FAMILIA" TO FRM-CONCEPTO.
           COMPUTE FRM-IMPORTE = WS-IMPORTE-CARGAS * -1.
           PERFORM GRABAR-LINEA-IMPORTE.
      *>   UN RENGLON POR CADA DEDUCCION DECLARADA
           PERFORM VARYING IX-DED FROM 1 BY 1
                   UNTIL IX-DED > WS-CANT-DEDUC
               IF TDD-LEGAJO (IX-DED) = TGH-LEGAJO (IX-GH)
                   MOVE SPACES TO FRM-CONCEPTO
                   STRING "DEDUCCION DECLARADA: " DELIMITED BY SIZE
                       TDD-TIPO (IX-DED) DELIMITED BY SIZE
                       INTO FRM-CONCEPTO
                   COMPUTE FRM-IMPORTE = TDD-IMPORTE (IX-DED) * -1
                   PERFORM GRABAR-LINEA-IMPORTE
               END-IF
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-FORMGAN.
           WRITE REG-FORMGAN.
           IF WS-GAN-BASE > ZERO
               MOVE WS-GAN-BASE TO WS-BASE-IMPRESA
           ELSE
               MOVE ZEROS TO WS-BASE-IMPRESA
           END-IF.
           MOVE "GANANCIA NETA SUJETA A IMPUESTO" TO FRM-CONCEPTO.
           MOVE WS-BASE-IMPRESA TO FRM-IMPORTE.
           PERFORM GRABAR-LINEA-IMPORTE.
           MOVE "IMPUESTO DETERMINADO DEL ANIO" TO FRM-CONCEPTO.
           MOVE WS-GAN-IMPUESTO TO FRM-IMPORTE.
           PERFORM GRABAR-LINEA-IMPORTE.
           MOVE "RETENCIONES NETAS EFECTUADAS EN EL ANIO"
             TO FRM-CONCEPTO.
           MOVE WS-RETENIDO-ANIO TO FRM-IMPORTE.
           PERFORM GRABAR-LINEA-IMPORTE.
           MOVE LINEA-GUIONES TO REG-FORMGAN.
           WRITE REG-FORMGAN.
           EVALUATE TRUE
               WHEN WS-DIFERENCIA > ZERO
                   MOVE "SALDO A RETENER EN LA PROXIMA LIQUIDACION"
                     TO FRS-TEXTO
                   MOVE WS-DIFERENCIA TO FRS-IMPORTE
               WHEN WS-DIFERENCIA < ZERO
                   MOVE "SALDO A DEVOLVER EN LA PROXIMA LIQUIDACION"
                     TO FRS-TEXTO
                   COMPUTE FRS-IMPORTE = WS-DIFERENCIA * -1
               WHEN OTHER
                   MOVE "SIN SALDO: LO RETENIDO CUBRE EL IMPUESTO"
                     TO FRS-TEXTO
                   MOVE ZEROS TO FRS-IMPORTE
           END-EVALUATE.
           MOVE LINEA-FORM-SALDO TO REG-FORMGAN.
           WRITE REG-FORMGAN.
           MOVE SPACES TO REG-FORMGAN.
           WRITE REG-FORMGAN.
           MOVE LINEA-FORM-FIRMA TO REG-FORMGAN.
           WRITE REG-FORMGAN.
           MOVE SPACES TO REG-FORMGAN.
           WRITE REG-FORMGAN.

       GRABAR-LINEA-IMPORTE.
           MOVE LINEA-FORM-IMPORTE TO REG-FORMGAN.
           WRITE REG-FORMGAN.

      *>   CONYUGE Y HIJOS MENORES DE 18 A CARGO, VIGENTES AL 31/12
      *>   DEL ANIO FISCAL
       CONTAR-CARGAS-AL-CIERRE.
           MOVE ZERO TO WS-GAN-CANT-CONYUGE.
           MOVE ZERO TO WS-GAN-CANT-HIJOS.
           PERFORM VARYING IX-FAM FROM 1 BY 1
                   UNTIL IX-FAM > WS-CANT-FAMILIARES
               IF TF-LEGAJO (IX-FAM) = TGH-LEGAJO (IX-GH)
                  AND WS-FECHA-CORTE NOT < TF-VIG-DESDE (IX-FAM)
                  AND (TF-VIG-HASTA (IX-FAM) = ZERO
                       OR WS-FECHA-CORTE NOT > TF-VIG-HASTA (IX-FAM))
                   IF TF-VINCULO (IX-FAM) = "CONYUGE"
                       MOVE 1 TO WS-GAN-CANT-CONYUGE
                   END-IF
                   IF TF-VINCULO (IX-FAM) = "HIJO"
                       COMPUTE WS-FECHA-LIMITE =
                           TF-FECHA-NAC (IX-FAM) + 180000
                       IF WS-FECHA-CORTE < WS-FECHA-LIMITE
                           ADD 1 TO WS-GAN-CANT-HIJOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SUMAR-DEDUCCIONES-DECLARADAS.
           MOVE ZEROS TO WS-GAN-DECLARADAS.
           PERFORM VARYING IX-DED FROM 1 BY 1
                   UNTIL IX-DED > WS-CANT-DEDUC
               IF TDD-LEGAJO (IX-DED) = TGH-LEGAJO (IX-GH)
                   ADD TDD-IMPORTE (IX-DED) TO WS-GAN-DECLARADAS
               END-IF
           END-PERFORM.

       BUSCAR-EN-MAESTRO.
           MOVE ZERO TO IX-MAE-HALLADO.
           PERFORM VARYING IX-MAE FROM 1 BY 1
                   UNTIL IX-MAE > WS-CANT-MAESTRO
               IF TM-LEGAJO (IX-MAE) = TGH-LEGAJO (IX-GH)
                   MOVE IX-MAE TO IX-MAE-HALLADO
               END-IF
           END-PERFORM.

      *>   AJUSTEGAN SE REGRABA CON LOS PENDIENTES DE OTROS ANIOS MAS
      *>   LOS DE ESTA CORRIDA (LOS DEL MISMO ANIO SE REEMPLAZAN)
       GRABAR-AJUSTEGAN.
           OPEN OUTPUT ARCH-AJUSTEGAN.
           PERFORM VARYING IX-AJU FROM 1 BY 1
                   UNTIL IX-AJU > WS-CANT-AJUSTES
               MOVE TAJ-LEGAJO (IX-AJU) TO AJG-LEGAJO
               MOVE TAJ-ANIO (IX-AJU) TO AJG-ANIO
               MOVE TAJ-TIPO (IX-AJU) TO AJG-TIPO
               MOVE TAJ-IMPORTE (IX-AJU) TO AJG-IMPORTE
               WRITE REG-AJUSTEGAN
           END-PERFORM.
           CLOSE ARCH-AJUSTEGAN.

       CARGAR-AJUSTES-PENDIENTES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-AJUSTEGAN.
           IF NOT FS-AJUSTEGAN-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-AJUSTEGAN
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-AJUSTEGAN
                   NOT AT END
                       IF AJG-ANIO NOT = WS-ANIO
                          AND WS-CANT-AJUSTES < 1000
                           ADD 1 TO WS-CANT-AJUSTES
                           MOVE AJG-LEGAJO TO
                                TAJ-LEGAJO (WS-CANT-AJUSTES)
                           MOVE AJG-ANIO TO TAJ-ANIO (WS-CANT-AJUSTES)
                           MOVE AJG-TIPO TO TAJ-TIPO (WS-CANT-AJUSTES)
                           MOVE AJG-IMPORTE TO
                                TAJ-IMPORTE (WS-CANT-AJUSTES)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-GANHIST.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-GANHIST.
           IF NOT FS-GANHIST-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-GANHIST
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-GANHIST
                   NOT AT END
                       COMPUTE WS-GH-ANIO = GHI-PERIODO / 100
                       COMPUTE WS-GH-MES =
                           GHI-PERIODO - (WS-GH-ANIO * 100)
                       IF WS-GH-ANIO = WS-ANIO
                          AND WS-GH-MES > ZERO
                          AND WS-GH-MES NOT > 13
                           PERFORM ANOTAR-GANHIST
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-GANHIST.
           MOVE ZERO TO IX-GH-HALLADO.
           PERFORM VARYING IX-GH FROM 1 BY 1
                   UNTIL IX-GH > WS-CANT-GANHIST
               IF TGH-LEGAJO (IX-GH) = GHI-LEGAJO
                   MOVE IX-GH TO IX-GH-HALLADO
               END-IF
           END-PERFORM.
           IF IX-GH-HALLADO = ZERO
               IF WS-CANT-GANHIST >= 500
                   DISPLAY "ADVERTENCIA: SE IGNORA GANHIST DE "
                       GHI-LEGAJO ", YA HAY 500 LEGAJOS"
               ELSE
                   ADD 1 TO WS-CANT-GANHIST
                   INITIALIZE GANHIST-ENTRY (WS-CANT-GANHIST)
                   MOVE GHI-LEGAJO TO TGH-LEGAJO (WS-CANT-GANHIST)
                   MOVE "N" TO TGH-AJUSTADO (WS-CANT-GANHIST)
                   MOVE WS-CANT-GANHIST TO IX-GH-HALLADO
               END-IF
           END-IF.
           IF IX-GH-HALLADO > ZERO
               IF WS-GH-MES = 13
                   MOVE "S" TO TGH-AJUSTADO (IX-GH-HALLADO)
               ELSE
                   MOVE GHI-BRUTO TO
                        TGH-BRUTO (IX-GH-HALLADO, WS-GH-MES)
                   MOVE GHI-APORTES TO
                        TGH-APORTES (IX-GH-HALLADO, WS-GH-MES)
                   MOVE GHI-RETENIDO TO
                        TGH-RETENIDO (IX-GH-HALLADO, WS-GH-MES)
                   MOVE GHI-DEVUELTO TO
                        TGH-DEVUELTO (IX-GH-HALLADO, WS-GH-MES)
               END-IF
           END-IF.

       CARGAR-DEDUCCIONES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-DEDUCCIONES.
           IF NOT FS-DEDUCCIONES-OK
               DISPLAY "SIN DEDUCCIONES: EL AJUSTE SE CALCULA SOLO "
                   "CON LAS DEDUCCIONES GENERALES"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-DEDUCCIONES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-DEDUCCIONES
                   NOT AT END
                       IF DGA-ANIO = WS-ANIO
                           PERFORM ANOTAR-DEDUCCION
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-DEDUCCION.
           MOVE ZERO TO IX-DED-HALLADA.
           PERFORM VARYING IX-DED FROM 1 BY 1
                   UNTIL IX-DED > WS-CANT-DEDUC
               IF TDD-LEGAJO (IX-DED) = DGA-LEGAJO
                  AND TDD-TIPO (IX-DED) = DGA-TIPO
                   MOVE IX-DED TO IX-DED-HALLADA
               END-IF
           END-PERFORM.
           IF IX-DED-HALLADA = ZERO
               IF WS-CANT-DEDUC >= 1000
                   DISPLAY "ADVERTENCIA: SE IGNORA DEDUCCION DE "
                       DGA-LEGAJO ", YA HAY 1000 CARGADAS"
               ELSE
                   ADD 1 TO WS-CANT-DEDUC
                   MOVE WS-CANT-DEDUC TO IX-DED-HALLADA
                   MOVE DGA-LEGAJO TO TDD-LEGAJO (IX-DED-HALLADA)
                   MOVE DGA-TIPO TO TDD-TIPO (IX-DED-HALLADA)
               END-IF
           END-IF.
           IF IX-DED-HALLADA > ZERO
               MOVE DGA-IMPORTE TO TDD-IMPORTE (IX-DED-HALLADA)
           END-IF.

       CARGAR-FAMILIARES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-FAMILIARES.
           IF NOT FS-FAMILIARES-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-FAMILIARES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-FAMILIARES
                   NOT AT END
                       IF WS-CANT-FAMILIARES >= 300
                           DISPLAY "ADVERTENCIA: SE IGNORA CARGA DE "
                               "FAMILIA, YA HAY 300 CARGADAS"
                       ELSE
                           ADD 1 TO WS-CANT-FAMILIARES
                           MOVE FAM-LEGAJO TO
                                TF-LEGAJO (WS-CANT-FAMILIARES)
                           MOVE FAM-VINCULO TO
                                TF-VINCULO (WS-CANT-FAMILIARES)
                           MOVE FAM-FECHA-NAC TO
                                TF-FECHA-NAC (WS-CANT-FAMILIARES)
                           MOVE FAM-VIG-DESDE TO
                                TF-VIG-DESDE (WS-CANT-FAMILIARES)
                           MOVE FAM-VIG-HASTA TO
                                TF-VIG-HASTA (WS-CANT-FAMILIARES)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-MAESTRO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "SIN MAESTRO DE PERSONAL: LOS FORMULARIOS "
                   "SALEN SIN NOMBRE NI CUIT"
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
                           MOVE MAE-CUIT TO TM-CUIT (WS-CANT-MAESTRO)
                       END-IF
               END-READ
           END-PERFORM.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY GANPR.
           COPY OPERPR.
           COPY RUNCPR.
