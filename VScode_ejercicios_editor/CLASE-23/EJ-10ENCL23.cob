      *>   - SAC proporcional: mejor sueldo del semestre segun
      *>     SUELDOHIST, dividido 2, por los meses trabajados del
      *>     semestre sobre 6
      *>   - vacaciones no gozadas: dias de la escala legal mas los
      *>     arrastrados de anios anteriores (VACPEND) menos los
      *>     tomados en LICENCIAS en el anio, valuados a sueldo/25
      *>   - indemnizacion: un mejor sueldo por anio de antiguedad
      *>     (minimo uno)
      *> y agrega a RECIBOS un recibo aparte con los conceptos
      *> marcados FINAL. El saldo de los prestamos y adelantos que
      *> el legajo tenga pendientes en PRESTAMOS se descuenta entero
      *> del finiquito (concepto FINAL PRESTAMO). Al confirmar,
      *> BAJASPEND queda vacio para que nadie cobre el finiquito dos
      *> veces y PRESTAMOS se regraba con los saldos cancelados.
      *> Las bajas liquidadas pasan a CERTPEND, de donde la emision
      *> de certificados de trabajo (EJ-24ENCL23) las toma.

      *>--------------------------------------
      *> IdentificarDatos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LICENCIAS.

      *>   VACPEND trae los dias no gozados que el cierre de anio
      *>   arrastro a este anio (ver COPYLIB VACPEND)
           SELECT ARCH-VACPEND ASSIGN TO "VACPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VACPEND.

      *>   PRESTAMOS es el registro de prestamos y adelantos al
      *>   personal (ver COPYLIB PRESTAMO)
           SELECT ARCH-PRESTAMOS ASSIGN TO "PRESTAMOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESTAMOS.

           SELECT ARCH-RECIBOS ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBOS.

      *>   CERTPEND recibe las bajas ya liquidadas para que la
      *>   emision de certificados de trabajo (EJ-24ENCL23) las tome
      *>   (ver COPYLIB CERTPEND)
           SELECT ARCH-CERTPEND ASSIGN TO "CERTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTPEND.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

      *>   PERIODOS es el estado contable de cada periodo (ver
      *>   COPYLIB PERIPR): en un periodo cerrado no se postea
           SELECT ARCH-PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.

      *>   RUNCARDS trae la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCARD): con tarjeta el job corre desatendido
           SELECT ARCH-RUNCARDS ASSIGN TO "RUNCARDS"
           03 BJP-FECHA  PIC 9(8).

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-SUELDOHIST
           RECORD CONTAINS 39 CHARACTERS.
           COPY LICENCIA.

       FD  ARCH-VACPEND
           RECORD CONTAINS 19 CHARACTERS.
           COPY VACPEND.

       FD  ARCH-PRESTAMOS
           RECORD CONTAINS 69 CHARACTERS.
           COPY PRESTAMO.

       FD  ARCH-RECIBOS.
           COPY RECIBO.

       FD  ARCH-CERTPEND
           RECORD CONTAINS 26 CHARACTERS.
           COPY CERTPEND.

       FD  ARCH-OPERADORES
           RECORD CONTAINS 111 CHARACTERS.
           COPY OPERMAST.
       FD  ARCH-CONTROL.
           COPY CONTROL.

       FD  ARCH-PERIODOS
           RECORD CONTAINS 45 CHARACTERS.
           COPY PERIODO.

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.
       77 IX-TOM PIC 999 VALUE ZERO.
       77 IX-TOM-HALLADO PIC 999 VALUE ZERO.

      *>   DIAS ARRASTRADOS DE ANIOS ANTERIORES POR LEGAJO (DESDE
      *>   VACPEND, SOLO LOS RENGLONES DEL ANIO EN CURSO)
       77 WS-CANT-PENDIENTES PIC 999 VALUE ZERO.
       01  TABLA-PENDIENTES.
           03 PENDIENTE-ENTRY OCCURS 500 TIMES.
               05 TP-LEGAJO PIC X(10).
               05 TP-DIAS   PIC 9(3).
       77 IX-PEN PIC 999 VALUE ZERO.
       77 WS-DIAS-PENDIENTES PIC 9(3) VALUE ZERO.

      *>   BAJAS LIQUIDADAS EN ESTA CORRIDA, QUE PASAN A CERTPEND
      *>   PARA EL CERTIFICADO DE TRABAJO
       77 WS-CANT-LIQ PIC 999 VALUE ZERO.
       01  TABLA-LIQUIDADAS.
           03 LIQUIDADA-ENTRY OCCURS 500 TIMES.
               05 TLQ-LEGAJO     PIC X(10).
               05 TLQ-FECHA-BAJA PIC 9(8).
       77 IX-LIQ PIC 999 VALUE ZERO.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      *>   CALCULO DE LA BAJA EN CURSO
       77 WS-FECHA-BAJA PIC 9(8) VALUE ZERO.
       77 WS-ANIO-BAJA PIC 9(4) VALUE ZERO.
       77 WS-IMP-VACAC PIC 9(9)V99 VALUE ZEROS.
       77 WS-IMP-INDEM PIC 9(11)V99 VALUE ZEROS.
       77 WS-IMP-TOTAL PIC 9(11)V99 VALUE ZEROS.
       77 WS-IMP-PRESTAMO PIC 9(9)V99 VALUE ZEROS.
       77 WS-LIQUIDADAS PIC 9(5) VALUE ZERO.
       77 WS-CANT-PRE-RECUPERADOS PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-PRE-RECUPERADO PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-PRE-PENDIENTE PIC 9(11)V99 VALUE ZEROS.
       77 WS-SIN-MAESTRO PIC 9(5) VALUE ZERO.

       01 WS-FIN-BAJASPEND PIC X VALUE "N".
       01 WS-FIN-MAESTRO PIC X VALUE "N".
       01 WS-FIN-SUELDOHIST PIC X VALUE "N".
       01 WS-FIN-LICENCIAS PIC X VALUE "N".
       01 WS-FIN-VACPEND PIC X VALUE "N".

       01 WS-FS-BAJASPEND PIC XX.
           88 FS-BAJASPEND-OK VALUE "00".
           88 FS-SUELDOHIST-OK VALUE "00".
       01 WS-FS-LICENCIAS PIC XX.
           88 FS-LICENCIAS-OK VALUE "00".
       01 WS-FS-VACPEND PIC XX.
           88 FS-VACPEND-OK VALUE "00".
       01 WS-FS-RECIBOS PIC XX.
           88 FS-RECIBOS-OK VALUE "00".
           88 FS-RECIBOS-NO-EXISTE VALUE "35".
       01 WS-FS-CERTPEND PIC XX.
           88 FS-CERTPEND-OK VALUE "00".
           88 FS-CERTPEND-NO-EXISTE VALUE "35".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   PRESTAMOS Y ADELANTOS AL PERSONAL (VER COPYLIB PRESPROC)
           COPY PRESPROC.

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   CONTROL DE PERIODO CERRADO (VER COPYLIB PERIPROC)
           COPY PERIPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE VACIAR BAJASPEND
           COPY CONFPROC.
           DISPLAY "LIQUIDACION FINAL DE BAJAS".
           DISPLAY "-------------------------------------------------".

      *>   LOS FINIQUITOS SE POSTEAN EN EL MES EN CURSO, QUE NO
      *>   PUEDE ESTAR CERRADO (VER COPYLIB PERIPR)
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-PER-PERIODO = WS-FECHA-HOY / 100.
           MOVE "NOMINA" TO WS-PER-SUBSISTEMA.
           PERFORM VERIFICAR-PERIODO-ABIERTO.

           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-SUELDOHIST.
           PERFORM CARGAR-LICENCIAS-TOMADAS.
           PERFORM CARGAR-DIAS-PENDIENTES.
           PERFORM CARGAR-PRESTAMOS.

           OPEN EXTEND ARCH-RECIBOS.
           IF FS-RECIBOS-NO-EXISTE
           DISPLAY " ".
           DISPLAY "BAJAS LIQUIDADAS:      " WS-LIQUIDADAS.
           DISPLAY "BAJAS SIN MAESTRO:     " WS-SIN-MAESTRO.
           DISPLAY "PRESTAMOS RECUPERADOS: " WS-CANT-PRE-RECUPERADOS.
           MOVE WS-TOTAL-PRE-RECUPERADO TO EDICION.
           DISPLAY "TOTAL RECUPERADO:    " EDICION.
           MOVE WS-TOTAL-PRE-PENDIENTE TO EDICION.
           DISPLAY "SALDO NO RECUPERADO: " EDICION.

      *>   CON LA CONFIRMACION, LAS BAJAS YA LIQUIDADAS SE VACIAN
      *>   DE BAJASPEND PARA QUE NADIE COBRE EL FINIQUITO DOS VECES
           IF CONFIRMA-RESP-SI
               OPEN OUTPUT ARCH-BAJASPEND
               CLOSE ARCH-BAJASPEND
               IF WS-CANT-PRE-RECUPERADOS > ZERO
                   PERFORM GRABAR-PRESTAMOS
               END-IF
               IF WS-CANT-LIQ > ZERO
                   PERFORM GRABAR-CERTPEND
               END-IF
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: "
                   "BAJASPEND Y PRESTAMOS NO SE TOCAN, REVISAR "
                   "RECIBOS"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.

      *>   MESES TRABAJADOS DEL SEMESTRE SOBRE 6
           COMPUTE WS-IMP-SAC ROUNDED =
               (WS-MEJOR-SUELDO / 2) * WS-MESES-SEMESTRE / 6.
      *>   VACACIONES NO GOZADAS: ESCALA LEGAL MAS LO ARRASTRADO
      *>   MENOS LO TOMADO, VALUADAS A SUELDO / 25
           COMPUTE WS-ANTIGUEDAD =
               (WS-FECHA-BAJA - TM-INGRESO (IX-MAE-HALLADO))
               / 10000.
               WHEN OTHER              MOVE 35 TO WS-DIAS-GANADOS
           END-EVALUATE.
           PERFORM BUSCAR-DIAS-TOMADOS.
           PERFORM BUSCAR-DIAS-PENDIENTES.
           COMPUTE WS-DIAS-NO-GOZADOS =
               WS-DIAS-GANADOS + WS-DIAS-PENDIENTES - WS-DIAS-TOMADOS.
           IF WS-DIAS-NO-GOZADOS < ZERO
               MOVE ZERO TO WS-DIAS-NO-GOZADOS
           END-IF.
           MOVE "FINAL INDEMNIZ" TO REC-CONCEPTO.
           MOVE WS-IMP-INDEM TO REC-IMPORTE.
           WRITE REG-RECIBO.
      *>   LOS PRESTAMOS PENDIENTES SE COBRAN ENTEROS DEL FINIQUITO
           PERFORM VARYING IX-PRE FROM 1 BY 1
                   UNTIL IX-PRE > WS-CANT-PRESTAMOS
               IF TPR-LEGAJO (IX-PRE) = BJP-LEGAJO
                  AND TPR-ESTADO (IX-PRE) = "A"
                  AND TPR-SALDO (IX-PRE) > ZERO
                   PERFORM RECUPERAR-PRESTAMO
               END-IF
           END-PERFORM.
           MOVE BJP-LEGAJO TO REC-LEGAJO.
           MOVE "FINAL NETO" TO REC-CONCEPTO.
           MOVE WS-IMP-TOTAL TO REC-IMPORTE.
           WRITE REG-RECIBO.

           ADD 1 TO WS-LIQUIDADAS.
           IF WS-CANT-LIQ < 500
               ADD 1 TO WS-CANT-LIQ
               MOVE BJP-LEGAJO TO TLQ-LEGAJO (WS-CANT-LIQ)
               MOVE WS-FECHA-BAJA TO TLQ-FECHA-BAJA (WS-CANT-LIQ)
           ELSE
               DISPLAY "ADVERTENCIA: " BJP-LEGAJO " NO ENTRA EN "
                   "CERTPEND, CARGAR SU CERTIFICADO A MANO"
           END-IF.
           MOVE WS-IMP-TOTAL TO EDICION.
           DISPLAY "LIQUIDACION FINAL DE " BJP-LEGAJO ": " EDICION.
       LIQUIDAR-BAJA-FIN.
           EXIT.

      *>   EL SALDO QUE NO ENTRA EN EL FINIQUITO QUEDA PENDIENTE EN
      *>   PRESTAMOS Y SE AVISA PARA GESTIONARLO POR FUERA DE LA NOMINA
       RECUPERAR-PRESTAMO.
           MOVE TPR-SALDO (IX-PRE) TO WS-IMP-PRESTAMO.
           IF WS-IMP-PRESTAMO > WS-IMP-TOTAL
               MOVE WS-IMP-TOTAL TO WS-IMP-PRESTAMO
           END-IF.
           IF WS-IMP-PRESTAMO > ZERO
               SUBTRACT WS-IMP-PRESTAMO FROM WS-IMP-TOTAL
               SUBTRACT WS-IMP-PRESTAMO FROM TPR-SALDO (IX-PRE)
               ADD 1 TO WS-CANT-PRE-RECUPERADOS
               ADD WS-IMP-PRESTAMO TO WS-TOTAL-PRE-RECUPERADO
               MOVE BJP-LEGAJO TO REC-LEGAJO
               MOVE "FINAL PRESTAMO" TO REC-CONCEPTO
               COMPUTE REC-IMPORTE = WS-IMP-PRESTAMO * -1
               WRITE REG-RECIBO
           END-IF.
           IF TPR-SALDO (IX-PRE) = ZERO
               MOVE "C" TO TPR-ESTADO (IX-PRE)
           ELSE
               ADD TPR-SALDO (IX-PRE) TO WS-TOTAL-PRE-PENDIENTE
               MOVE TPR-SALDO (IX-PRE) TO EDICION
               DISPLAY "PRESTAMO " TPR-NUMERO (IX-PRE) " DE "
                   BJP-LEGAJO " NO ENTRA EN EL FINIQUITO, QUEDA "
                   "SALDO " EDICION
           END-IF.

      *>   LAS BAJAS LIQUIDADAS QUEDAN ESPERANDO SU CERTIFICADO DE
      *>   TRABAJO DEL ART. 80 (EJ-24ENCL23)
       GRABAR-CERTPEND.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND ARCH-CERTPEND.
           IF FS-CERTPEND-NO-EXISTE
               OPEN OUTPUT ARCH-CERTPEND
           END-IF.
           PERFORM VARYING IX-LIQ FROM 1 BY 1
                   UNTIL IX-LIQ > WS-CANT-LIQ
               MOVE TLQ-LEGAJO (IX-LIQ) TO CTP-LEGAJO
               MOVE TLQ-FECHA-BAJA (IX-LIQ) TO CTP-FECHA-BAJA
               MOVE WS-FECHA-HOY TO CTP-FECHA-LIQ
               WRITE REG-CERTPEND
           END-PERFORM.
           CLOSE ARCH-CERTPEND.
           DISPLAY "CERTIFICADOS DE TRABAJO A EMITIR: " WS-CANT-LIQ
               " (EJ-24ENCL23)".

       CALCULAR-SEMESTRE.
      *>   RANGO DEL SEMESTRE DE LA BAJA Y MESES TRABAJADOS EN EL
           COMPUTE WS-ANIO-BAJA = WS-FECHA-BAJA / 10000.
                       CLOSE ARCH-LICENCIAS
                   NOT AT END
                       IF LIC-TIPO = "VACACIONES"
                          AND LIC-FECHA-DESDE (1:4) = WS-FECHA-HOY (1:4)
                           PERFORM SUMAR-LICENCIA-TOMADA
                       END-IF
               END-READ
               ADD LIC-DIAS TO TT-DIAS (IX-TOM-HALLADO)
           END-IF.

       CARGAR-DIAS-PENDIENTES.
      *>   LOS DIAS NO GOZADOS QUE EL CIERRE DE ANIO ARRASTRO AL
      *>   ANIO EN CURSO; SIN VACPEND NADIE ARRASTRA NADA
           MOVE "N" TO WS-FIN-VACPEND.
           OPEN INPUT ARCH-VACPEND.
           IF NOT FS-VACPEND-OK
               MOVE "S" TO WS-FIN-VACPEND
           END-IF.
           PERFORM UNTIL WS-FIN-VACPEND = "S"
               READ ARCH-VACPEND
                   AT END
                       MOVE "S" TO WS-FIN-VACPEND
                       CLOSE ARCH-VACPEND
                   NOT AT END
                       IF VP-ANIO = WS-FECHA-HOY (1:4)
                           IF WS-CANT-PENDIENTES >= 500
                               DISPLAY "ADVERTENCIA: MAS DE 500 "
                                   "LEGAJOS CON DIAS ARRASTRADOS, SE "
                                   "IGNORA " VP-LEGAJO
                           ELSE
                               ADD 1 TO WS-CANT-PENDIENTES
                               MOVE VP-LEGAJO TO
                                    TP-LEGAJO (WS-CANT-PENDIENTES)
                               MOVE VP-DIAS TO
                                    TP-DIAS (WS-CANT-PENDIENTES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-DIAS-PENDIENTES.
           MOVE ZERO TO WS-DIAS-PENDIENTES.
           PERFORM VARYING IX-PEN FROM 1 BY 1
                   UNTIL IX-PEN > WS-CANT-PENDIENTES
               IF TP-LEGAJO (IX-PEN) = BJP-LEGAJO
                   MOVE TP-DIAS (IX-PEN) TO WS-DIAS-PENDIENTES
               END-IF
           END-PERFORM.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY PERIPR.
           COPY PRESPR.
           COPY RUNCPR.
