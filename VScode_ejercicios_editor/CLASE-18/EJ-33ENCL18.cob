      *> Proyeccion de caja a 13 semanas: tesoreria armaba el plan de
      *> caja a mano con cinco listados. Esta corrida junta lo que
      *> ya esta en archivos: como ingresos, las cuotas PENDIENTES
      *> de CUOTAS y de CONVCUOTAS que vencen en el horizonte, la
      *> cuota social mensual (el ultimo mes de SOCRECIBOS) y el
      *> promedio diario del museo de INGRESODIA; como egresos, la
      *> nomina neta de RECIBOS, las contribuciones patronales del
      *> resumen F931RESUMEN, el aguinaldo de junio y diciembre y
      *> las distribuciones programadas de DISTRIBUCIONES. A cada
      *> corriente de ingresos se le aplica su tasa historica de
      *> cobro (lo cobrado sobre lo vencido), cada fecha que cae en
      *> fin de semana o FERIADOS pasa al dia habil siguiente, y
      *> CAJAPROY lista semana por semana el saldo proyectado,
      *> marcando las semanas que quedan en negativo.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-33ENCL18.
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

           SELECT ARCH-CONVCUOTAS ASSIGN TO "CONVCUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONVCUOTAS.

      *>   SOCRECIBOS son los cargos mensuales a socios y
      *>   SOCVENCIDOS los socios que estaban vencidos en la ultima
      *>   renovacion (ver EJ-17ENCL18)
           SELECT ARCH-SOCRECIBOS ASSIGN TO "SOCRECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOCRECIBOS.

           SELECT ARCH-SOCVENCIDOS ASSIGN TO "SOCVENCIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOCVENCIDOS.

      *>   INGRESODIA es el estado diario de ingresos del museo (ver
      *>   EJ-22ENCL18)
           SELECT ARCH-INGRESODIA ASSIGN TO "INGRESODIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INGRESODIA.

      *>   RECIBOS y F931RESUMEN salen de la ultima liquidacion
           SELECT ARCH-RECIBOS ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBOS.

           SELECT ARCH-F931 ASSIGN TO "F931RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-F931.

      *>   DISTRIBUCIONES es el cronograma de pagos a socios
           SELECT ARCH-DISTRIBUCIONES ASSIGN TO "DISTRIBUCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISTRIBUCIONES.

      *>   FERIADOS es el calendario compartido de dias no habiles
      *>   (ver COPYLIB HABILPR)
           SELECT ARCH-FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

      *>   CAJAPROY es el listado de la proyeccion para tesoreria
           SELECT ARCH-CAJAPROY ASSIGN TO "CAJAPROY"
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

       FD  ARCH-CONVCUOTAS.
           COPY CONVCUOT.

       FD  ARCH-SOCRECIBOS.
       01  REG-SOCRECIBO.
           03 SRE-SOCIO     PIC 9(6).
           03 SRE-SEP1      PIC X.
           03 SRE-CATEGORIA PIC X(10).
           03 SRE-SEP2      PIC X.
           03 SRE-MES       PIC 9(6).
           03 SRE-SEP3      PIC X.
           03 SRE-IMPORTE   PIC 9(5)V99.

       FD  ARCH-SOCVENCIDOS.
       01  REG-SOCVENCIDO.
           03 SVE-SOCIO     PIC 9(6).
           03 SVE-SEP1      PIC X.
           03 SVE-NOMBRE    PIC X(30).
           03 SVE-SEP2      PIC X.
           03 SVE-VIGENCIA  PIC 9(8).

       FD  ARCH-INGRESODIA.
       01  REG-INGRESODIA PIC X(100).

       FD  ARCH-RECIBOS.
           COPY RECIBO.

       FD  ARCH-F931.
       01  REG-F931 PIC X(80).

       FD  ARCH-DISTRIBUCIONES.
       01  REG-DISTRIBUCION.
           03 DIS-PERIODO PIC 9(6).
           03 FILLER      PIC X.
           03 DIS-MONTO   PIC 9(9).

       FD  ARCH-FERIADOS
           RECORD CONTAINS 39 CHARACTERS.
           COPY FERIADO.

       FD  ARCH-CAJAPROY.
       01  REG-CAJAPROY PIC X(100).

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

      *>   RUTINA COMPARTIDA DE DIAS HABILES (VER COPYLIB HABILPROC)
           COPY HABILPROC.

       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
      *>   PRIMER DIA DEL HORIZONTE Y SALDO DE CAJA A ESA FECHA
       77 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       77 WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
       77 WS-INT-DESDE PIC 9(7) VALUE ZERO.
       77 WS-INT-HASTA PIC 9(7) VALUE ZERO.
       77 WS-SALDO-INICIAL PIC 9(11) VALUE ZERO.
      *>   DIA DEL MES EN QUE SE ACREDITA LA NOMINA
       77 WS-DIA-NOMINA PIC 99 VALUE ZERO.

      *>   UNA FILA POR SEMANA DEL HORIZONTE
       01 TABLA-SEMANAS.
           03 SEMANA-ENTRY OCCURS 13 TIMES.
               05 TS-INT-DESDE  PIC 9(7).
               05 TS-CUOTAS     PIC 9(11)V99.
               05 TS-CONVENIOS  PIC 9(11)V99.
               05 TS-SOCIOS     PIC 9(11)V99.
               05 TS-MUSEO      PIC 9(11)V99.
               05 TS-NOMINA     PIC 9(11)V99.
               05 TS-CONTRIB    PIC 9(11)V99.
               05 TS-SAC        PIC 9(11)V99.
               05 TS-DISTRIB    PIC 9(11)V99.
       77 IX-SEM PIC 99 VALUE ZERO.
       77 WS-SEMANAS-NEGATIVAS PIC 99 VALUE ZERO.

      *>   FECHA DE UN MOVIMIENTO: ENTRA EN WS-MOV-FECHA, SE PASA AL
      *>   DIA HABIL SIGUIENTE Y QUEDA LA SEMANA (CERO = FUERA DEL
      *>   HORIZONTE)
       77 WS-MOV-FECHA PIC 9(8) VALUE ZERO.
       77 WS-MOV-SEMANA PIC 99 VALUE ZERO.
       77 WS-MOV-IMPORTE PIC 9(11)V99 VALUE ZERO.

      *>   TASAS HISTORICAS DE COBRO (POR CIENTO)
       77 WS-TASA-CUOTAS PIC 9(3)V99 VALUE 100.
       77 WS-TASA-CONVENIOS PIC 9(3)V99 VALUE 100.
       77 WS-TASA-SOCIOS PIC 9(3)V99 VALUE 100.
       77 WS-HIS-CUO-VENCIDO PIC 9(11)V99 VALUE ZERO.
       77 WS-HIS-CUO-COBRADO PIC 9(11)V99 VALUE ZERO.
       77 WS-HIS-CVC-VENCIDO PIC 9(11)V99 VALUE ZERO.
       77 WS-HIS-CVC-COBRADO PIC 9(11)V99 VALUE ZERO.
       77 WS-SOC-RECIBOS PIC 9(5) VALUE ZERO.
       77 WS-SOC-VENCIDOS PIC 9(5) VALUE ZERO.

      *>   CUOTA SOCIAL MENSUAL: EL TOTAL DEL ULTIMO MES FACTURADO
       77 WS-SOC-ULTIMO-MES PIC 9(6) VALUE ZERO.
       77 WS-SOC-MENSUAL PIC 9(9)V99 VALUE ZERO.

      *>   PROMEDIO DIARIO DEL MUSEO (BOLETERIA + TIENDA + CAFETERIA)
       77 WS-MUS-DIAS PIC 9(5) VALUE ZERO.
       77 WS-MUS-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 WS-MUS-PROMEDIO PIC 9(9)V99 VALUE ZERO.

      *>   NOMINA NETA, CONTRIBUCIONES Y REMUNERACION DEL MES
       77 WS-NOMINA-NETA PIC 9(11)V99 VALUE ZERO.
       77 WS-CONTRIB-MES PIC 9(13)V99 VALUE ZERO.
       77 WS-REMUN-MES PIC 9(13)V99 VALUE ZERO.
       77 WS-SAC-ESTIMADO PIC 9(13)V99 VALUE ZERO.
       01 WS-F931-TRL.
           03 WS-F931-MARCA   PIC X(4).
           03 WS-F931-CANT    PIC 9(7).
           03 FILLER          PIC X.
           03 WS-F931-REMUN   PIC 9(13)V99.
           03 FILLER          PIC X.
           03 WS-F931-APORTES PIC 9(13)V99.
           03 FILLER          PIC X.
           03 WS-F931-CONTRIB PIC 9(13)V99.
           03 FILLER          PIC X(20).

      *>   IMPORTE EDITADO DE RECIBOS E INGRESODIA: SE JUNTAN LOS
      *>   DIGITOS, QUE POR EL FORMATO SIEMPRE TRAEN DOS DECIMALES
       01 WS-IMPORTE-TXT PIC X(13) VALUE SPACES.
       77 WS-IMPORTE-CTVS PIC 9(13) VALUE ZERO.
       77 WS-IMPORTE PIC 9(11)V99 VALUE ZERO.
       77 WS-IMPORTE-NEGATIVO PIC X VALUE "N".
       77 WS-DIGITO PIC 9 VALUE ZERO.
       77 IX-CH PIC 99 VALUE ZERO.

      *>   RECORRIDO DE LOS MESES DEL HORIZONTE
       77 WS-MES-AAAAMM PIC 9(6) VALUE ZERO.
       01 WS-FEC-CALC PIC 9(8) VALUE ZERO.
       01 WS-FEC-CALC-PARTES REDEFINES WS-FEC-CALC.
           03 WS-FC-AAAA PIC 9(4).
           03 WS-FC-MM   PIC 99.
           03 WS-FC-DD   PIC 99.
       77 IX-MES PIC 9 VALUE ZERO.

       77 WS-SALDO PIC S9(13)V99 VALUE ZERO.
       77 WS-INGRESOS PIC 9(13)V99 VALUE ZERO.
       77 WS-EGRESOS PIC 9(13)V99 VALUE ZERO.
       77 WS-NETO PIC S9(13)V99 VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-CUOTAS PIC XX.
           88 FS-CUOTAS-OK VALUE "00".
       01 WS-FS-CONVCUOTAS PIC XX.
           88 FS-CONVCUOTAS-OK VALUE "00".
       01 WS-FS-SOCRECIBOS PIC XX.
           88 FS-SOCRECIBOS-OK VALUE "00".
       01 WS-FS-SOCVENCIDOS PIC XX.
           88 FS-SOCVENCIDOS-OK VALUE "00".
       01 WS-FS-INGRESODIA PIC XX.
           88 FS-INGRESODIA-OK VALUE "00".
       01 WS-FS-RECIBOS PIC XX.
           88 FS-RECIBOS-OK VALUE "00".
       01 WS-FS-F931 PIC XX.
           88 FS-F931-OK VALUE "00".
       01 WS-FS-DISTRIBUCIONES PIC XX.
           88 FS-DISTRIBUCIONES-OK VALUE "00".

      *>   LINEAS DEL LISTADO
       01 LINEA-CAJ-TITULO.
           03 FILLER PIC X(41)
               VALUE "PROYECCION DE CAJA A 13 SEMANAS DESDE EL ".
           03 LCT-FECHA PIC X(10).
       01 LINEA-CAJ-SALDO-INI.
           03 FILLER PIC X(28) VALUE "SALDO INICIAL DE CAJA.....: ".
           03 LCS-SALDO PIC ZZ.ZZZ.ZZZ.ZZ9.
       01 LINEA-CAJ-TASAS.
           03 FILLER PIC X(23) VALUE "TASAS DE COBRO: CUOTAS ".
           03 LCA-CUOTAS PIC ZZ9,99.
           03 FILLER PIC X(13) VALUE "% CONVENIOS ".
           03 LCA-CONVENIOS PIC ZZ9,99.
           03 FILLER PIC X(10) VALUE "% SOCIOS ".
           03 LCA-SOCIOS PIC ZZ9,99.
           03 FILLER PIC X VALUE "%".
       01 LINEA-CAJ-BASES.
           03 FILLER PIC X(16) VALUE "BASES: NOMINA ".
           03 LCB-NOMINA PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER PIC X(11) VALUE "  CONTRIB ".
           03 LCB-CONTRIB PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER PIC X(13) VALUE "  MUSEO/DIA ".
           03 LCB-MUSEO PIC ZZZ.ZZZ.ZZ9,99.
       01 LINEA-GUIONES PIC X(96) VALUE ALL "-".
       01 LINEA-CAJ-ENCABEZADO.
           03 FILLER PIC X(17) VALUE "SEM  DESDE".
           03 FILLER PIC X(19) VALUE "           INGRESOS".
           03 FILLER PIC X(19) VALUE "            EGRESOS".
           03 FILLER PIC X(19) VALUE "               NETO".
           03 FILLER PIC X(19) VALUE "              SALDO".
       01 LINEA-CAJ-SEMANA.
           03 LCW-SEMANA   PIC Z9.
           03 FILLER       PIC X(3) VALUE SPACES.
           03 LCW-DESDE    PIC X(10).
           03 FILLER       PIC XX VALUE SPACES.
           03 LCW-INGRESOS PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X VALUE SPACE.
           03 LCW-EGRESOS  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X VALUE SPACE.
           03 LCW-NETO     PIC --.---.---.--9,99.
           03 FILLER       PIC X VALUE SPACE.
           03 LCW-SALDO    PIC --.---.---.--9,99.
           03 FILLER       PIC X VALUE SPACE.
           03 LCW-MARCA    PIC X(3).
       01 LINEA-CAJ-ING.
           03 FILLER       PIC X(17) VALUE "     ING: CUOTAS ".
           03 LCI-CUOTAS   PIC ZZZ.ZZZ.ZZ9.
           03 FILLER       PIC X(7) VALUE " CONV. ".
           03 LCI-CONV     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER       PIC X(8) VALUE " SOCIOS ".
           03 LCI-SOCIOS   PIC ZZZ.ZZZ.ZZ9.
           03 FILLER       PIC X(7) VALUE " MUSEO ".
           03 LCI-MUSEO    PIC ZZZ.ZZZ.ZZ9.
       01 LINEA-CAJ-EGR.
           03 FILLER       PIC X(17) VALUE "     EGR: NOMINA ".
           03 LCE-NOMINA   PIC ZZZ.ZZZ.ZZ9.
           03 FILLER       PIC X(7) VALUE " CONTR ".
           03 LCE-CONTRIB  PIC ZZZ.ZZZ.ZZ9.
           03 FILLER       PIC X(8) VALUE " SAC    ".
           03 LCE-SAC      PIC ZZZ.ZZZ.ZZ9.
           03 FILLER       PIC X(7) VALUE " DISTR ".
           03 LCE-DISTRIB  PIC ZZZ.ZZZ.ZZ9.
       01 LINEA-CAJ-PIE.
           03 FILLER PIC X(36)
               VALUE "SEMANAS CON SALDO NEGATIVO (***): ".
           03 LCP-CANT PIC Z9.

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
           MOVE "EJ-33ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "PROYECCION DE CAJA A 13 SEMANAS"
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "DESDE" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-DESDE
           ELSE
               DISPLAY "PRIMER DIA DE LA PROYECCION AAAAMMDD "
                   "(CERO = HOY): "
               ACCEPT WS-FECHA-DESDE
           END-IF.
           IF WS-FECHA-DESDE = ZERO
              OR WS-FECHA-DESDE NOT NUMERIC
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
           END-IF.
           MOVE "SALDOINI" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:11) TO WS-SALDO-INICIAL
           ELSE
               DISPLAY "SALDO DE CAJA AL PRIMER DIA, EN PESOS "
                   "(11 DIGITOS): "
               ACCEPT WS-SALDO-INICIAL
           END-IF.
           IF WS-SALDO-INICIAL NOT NUMERIC
               MOVE ZERO TO WS-SALDO-INICIAL
           END-IF.
           MOVE "DIANOMINA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:2) TO WS-DIA-NOMINA
           ELSE
               DISPLAY "DIA DEL MES EN QUE SE PAGA LA NOMINA "
                   "(CERO = 1): "
               ACCEPT WS-DIA-NOMINA
           END-IF.
           IF WS-DIA-NOMINA = ZERO OR WS-DIA-NOMINA > 28
               MOVE 1 TO WS-DIA-NOMINA
           END-IF.

           PERFORM CARGAR-FERIADOS.
           COMPUTE WS-INT-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE).
           COMPUTE WS-INT-HASTA = WS-INT-DESDE + 90.
           COMPUTE WS-FECHA-HASTA =
               FUNCTION DATE-OF-INTEGER(WS-INT-HASTA).
           PERFORM VARYING IX-SEM FROM 1 BY 1 UNTIL IX-SEM > 13
               COMPUTE TS-INT-DESDE (IX-SEM) =
                   WS-INT-DESDE + (IX-SEM - 1) * 7
               MOVE ZERO TO TS-CUOTAS (IX-SEM) TS-CONVENIOS (IX-SEM)
                   TS-SOCIOS (IX-SEM) TS-MUSEO (IX-SEM)
                   TS-NOMINA (IX-SEM) TS-CONTRIB (IX-SEM)
                   TS-SAC (IX-SEM) TS-DISTRIB (IX-SEM)
           END-PERFORM.

           PERFORM PROYECTAR-CUOTAS.
           PERFORM PROYECTAR-CONVENIOS.
           PERFORM PROYECTAR-SOCIOS.
           PERFORM PROYECTAR-MUSEO.
           PERFORM PROYECTAR-NOMINA.
           PERFORM PROYECTAR-DISTRIBUCIONES.
           PERFORM EMITIR-PROYECCION.

           DISPLAY "SEMANAS CON SALDO NEGATIVO: "
               WS-SEMANAS-NEGATIVAS.
           MOVE 13 TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   CUOTAS: LO VENCIDO ANTES DEL HORIZONTE DA LA TASA DE
      *>   COBRO (PAGADO SOBRE PAGADO + PENDIENTE + INCOBRABLE); LO
      *>   PENDIENTE QUE VENCE EN EL HORIZONTE ENTRA A ESA TASA
       PROYECTAR-CUOTAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-CUOTAS.
           IF NOT FS-CUOTAS-OK
               DISPLAY "SIN CUOTAS: NO SE PROYECTAN INGRESOS DE "
                   "CUOTAS"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-CUOTAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-CUOTAS
                   NOT AT END
                       IF CUO-VENCIMIENTO < WS-FECHA-DESDE
                           IF CUO-ESTADO = "PAGADA"
                               ADD CUO-IMPORTE TO WS-HIS-CUO-COBRADO
                               ADD CUO-IMPORTE TO WS-HIS-CUO-VENCIDO
                           END-IF
                           IF CUO-ESTADO = "PENDIENTE"
                              OR CUO-ESTADO = "INCOBRABL"
                               ADD CUO-IMPORTE TO WS-HIS-CUO-VENCIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIS-CUO-VENCIDO > ZERO
               COMPUTE WS-TASA-CUOTAS ROUNDED =
                   WS-HIS-CUO-COBRADO * 100 / WS-HIS-CUO-VENCIDO
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-CUOTAS.
           IF NOT FS-CUOTAS-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-CUOTAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-CUOTAS
                   NOT AT END
                       IF CUO-ESTADO = "PENDIENTE"
                          AND CUO-VENCIMIENTO NOT < WS-FECHA-DESDE
                          AND CUO-VENCIMIENTO NOT > WS-FECHA-HASTA
                           MOVE CUO-VENCIMIENTO TO WS-MOV-FECHA
                           PERFORM UBICAR-SEMANA
                           IF WS-MOV-SEMANA > ZERO
                               COMPUTE WS-MOV-IMPORTE ROUNDED =
                                   CUO-IMPORTE * WS-TASA-CUOTAS / 100
                               ADD WS-MOV-IMPORTE TO
                                   TS-CUOTAS (WS-MOV-SEMANA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>   CUOTAS DE CONVENIO: EL MISMO CRITERIO, CON LAS ANULADAS
      *>   (PLAN CAIDO) COMO NO COBRADAS
       PROYECTAR-CONVENIOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-CONVCUOTAS.
           IF NOT FS-CONVCUOTAS-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-CONVCUOTAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-CONVCUOTAS
                   NOT AT END
                       IF CVC-VENCIMIENTO < WS-FECHA-DESDE
                           ADD CVC-IMPORTE TO WS-HIS-CVC-VENCIDO
                           IF CVC-ESTADO = "PAGADA"
                               ADD CVC-IMPORTE TO WS-HIS-CVC-COBRADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIS-CVC-VENCIDO > ZERO
               COMPUTE WS-TASA-CONVENIOS ROUNDED =
                   WS-HIS-CVC-COBRADO * 100 / WS-HIS-CVC-VENCIDO
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-CONVCUOTAS.
           IF NOT FS-CONVCUOTAS-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-CONVCUOTAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-CONVCUOTAS
                   NOT AT END
                       IF CVC-ESTADO = "PENDIENTE"
                          AND CVC-VENCIMIENTO NOT < WS-FECHA-DESDE
                          AND CVC-VENCIMIENTO NOT > WS-FECHA-HASTA
                           MOVE CVC-VENCIMIENTO TO WS-MOV-FECHA
                           PERFORM UBICAR-SEMANA
                           IF WS-MOV-SEMANA > ZERO
                               COMPUTE WS-MOV-IMPORTE ROUNDED =
                                   CVC-IMPORTE * WS-TASA-CONVENIOS
                                   / 100
                               ADD WS-MOV-IMPORTE TO
                                   TS-CONVENIOS (WS-MOV-SEMANA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>   SOCIOS: LA RENOVACION ES MENSUAL, ASI QUE EL TOTAL DEL
      *>   ULTIMO MES FACTURADO SE REPITE EL DIA 10 DE CADA MES DEL
      *>   HORIZONTE; LA TASA SALE DE LOS SOCIOS QUE QUEDARON
      *>   VENCIDOS EN LA ULTIMA RENOVACION
       PROYECTAR-SOCIOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-SOCRECIBOS.
           IF NOT FS-SOCRECIBOS-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-SOCRECIBOS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-SOCRECIBOS
                   NOT AT END
                       IF SRE-MES > WS-SOC-ULTIMO-MES
                           MOVE SRE-MES TO WS-SOC-ULTIMO-MES
                           MOVE ZERO TO WS-SOC-MENSUAL
                           MOVE ZERO TO WS-SOC-RECIBOS
                       END-IF
                       IF SRE-MES = WS-SOC-ULTIMO-MES
                           ADD SRE-IMPORTE TO WS-SOC-MENSUAL
                           ADD 1 TO WS-SOC-RECIBOS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-SOCVENCIDOS.
           IF NOT FS-SOCVENCIDOS-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-SOCVENCIDOS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-SOCVENCIDOS
                   NOT AT END
                       ADD 1 TO WS-SOC-VENCIDOS
               END-READ
           END-PERFORM.
           IF WS-SOC-RECIBOS > ZERO
               IF WS-SOC-VENCIDOS NOT < WS-SOC-RECIBOS
                   MOVE ZERO TO WS-TASA-SOCIOS
               ELSE
                   COMPUTE WS-TASA-SOCIOS ROUNDED =
                       (WS-SOC-RECIBOS - WS-SOC-VENCIDOS) * 100
                       / WS-SOC-RECIBOS
               END-IF
           END-IF.
           IF WS-SOC-MENSUAL > ZERO
               COMPUTE WS-MOV-IMPORTE ROUNDED =
                   WS-SOC-MENSUAL * WS-TASA-SOCIOS / 100
               MOVE WS-FECHA-DESDE TO WS-FEC-CALC
               PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 4
                   MOVE 10 TO WS-FC-DD
                   MOVE WS-FEC-CALC TO WS-MOV-FECHA
                   PERFORM UBICAR-SEMANA
                   IF WS-MOV-SEMANA > ZERO
                       ADD WS-MOV-IMPORTE TO TS-SOCIOS (WS-MOV-SEMANA)
                   END-IF
                   PERFORM AVANZAR-MES
               END-PERFORM
           END-IF.

      *>   MUSEO: EL PROMEDIO DIARIO DE LOS DIAS QUE TRAE INGRESODIA,
      *>   SIETE DIAS POR SEMANA (EL MUSEO ABRE TODA LA SEMANA Y LO
      *>   QUE ENTRA ES CONTADO)
       PROYECTAR-MUSEO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-INGRESODIA.
           IF NOT FS-INGRESODIA-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-INGRESODIA
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-INGRESODIA
                   NOT AT END
                       IF REG-INGRESODIA (1:8) IS NUMERIC
                          AND REG-INGRESODIA (17:5) = " VIS "
                           ADD 1 TO WS-MUS-DIAS
                           MOVE REG-INGRESODIA (22:12)
                             TO WS-IMPORTE-TXT
                           PERFORM DESEDITAR-IMPORTE
                           ADD WS-IMPORTE TO WS-MUS-TOTAL
                           MOVE REG-INGRESODIA (39:12)
                             TO WS-IMPORTE-TXT
                           PERFORM DESEDITAR-IMPORTE
                           ADD WS-IMPORTE TO WS-MUS-TOTAL
                           MOVE REG-INGRESODIA (56:12)
                             TO WS-IMPORTE-TXT
                           PERFORM DESEDITAR-IMPORTE
                           ADD WS-IMPORTE TO WS-MUS-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MUS-DIAS > ZERO
               COMPUTE WS-MUS-PROMEDIO ROUNDED =
                   WS-MUS-TOTAL / WS-MUS-DIAS
           END-IF.
           PERFORM VARYING IX-SEM FROM 1 BY 1 UNTIL IX-SEM > 13
               COMPUTE TS-MUSEO (IX-SEM) = WS-MUS-PROMEDIO * 7
           END-PERFORM.

      *>   NOMINA: EL NETO DE LA ULTIMA LIQUIDACION SE PAGA EL DIA
      *>   DE NOMINA DE CADA MES; LAS CONTRIBUCIONES DEL F.931 EL
      *>   DIA 10; EL AGUINALDO (MEDIA REMUNERACION) EL 30 DE JUNIO
      *>   Y EL 18 DE DICIEMBRE
       PROYECTAR-NOMINA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-RECIBOS.
           IF NOT FS-RECIBOS-OK
               DISPLAY "SIN RECIBOS: NO SE PROYECTA LA NOMINA"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-RECIBOS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-RECIBOS
                   NOT AT END
                       IF REC-CONCEPTO = "NETO"
                          OR REC-CONCEPTO = "FINAL NETO"
                           MOVE REC-IMPORTE TO WS-IMPORTE-TXT
                           PERFORM DESEDITAR-IMPORTE
                           IF WS-IMPORTE-NEGATIVO = "N"
                               ADD WS-IMPORTE TO WS-NOMINA-NETA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-F931.
           IF NOT FS-F931-OK
               DISPLAY "SIN F931RESUMEN: NO SE PROYECTAN "
                   "CONTRIBUCIONES NI AGUINALDO"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-F931
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-F931
                   NOT AT END
                       IF REG-F931 (1:4) = "TRL;"
                           MOVE REG-F931 TO WS-F931-TRL
                           MOVE WS-F931-CONTRIB TO WS-CONTRIB-MES
                           MOVE WS-F931-REMUN TO WS-REMUN-MES
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-SAC-ESTIMADO ROUNDED = WS-REMUN-MES / 2.
           MOVE WS-FECHA-DESDE TO WS-FEC-CALC.
           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 4
               MOVE WS-DIA-NOMINA TO WS-FC-DD
               MOVE WS-FEC-CALC TO WS-MOV-FECHA
               PERFORM UBICAR-SEMANA
               IF WS-MOV-SEMANA > ZERO
                   ADD WS-NOMINA-NETA TO TS-NOMINA (WS-MOV-SEMANA)
               END-IF
               MOVE 10 TO WS-FC-DD
               MOVE WS-FEC-CALC TO WS-MOV-FECHA
               PERFORM UBICAR-SEMANA
               IF WS-MOV-SEMANA > ZERO
                   ADD WS-CONTRIB-MES TO TS-CONTRIB (WS-MOV-SEMANA)
               END-IF
               IF WS-FC-MM = 6 OR WS-FC-MM = 12
                   IF WS-FC-MM = 6
                       MOVE 30 TO WS-FC-DD
                   ELSE
                       MOVE 18 TO WS-FC-DD
                   END-IF
                   MOVE WS-FEC-CALC TO WS-MOV-FECHA
                   PERFORM UBICAR-SEMANA
                   IF WS-MOV-SEMANA > ZERO
                       ADD WS-SAC-ESTIMADO TO TS-SAC (WS-MOV-SEMANA)
                   END-IF
               END-IF
               PERFORM AVANZAR-MES
           END-PERFORM.

      *>   DISTRIBUCIONES: CADA PERIODO DEL CRONOGRAMA SE PAGA EL
      *>   ULTIMO DIA DE SU MES
       PROYECTAR-DISTRIBUCIONES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-DISTRIBUCIONES.
           IF NOT FS-DISTRIBUCIONES-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-DISTRIBUCIONES
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-DISTRIBUCIONES
                   NOT AT END
                       IF DIS-PERIODO IS NUMERIC
                          AND DIS-MONTO IS NUMERIC
                           COMPUTE WS-FEC-CALC = DIS-PERIODO * 100 + 1
                           PERFORM AVANZAR-MES
                           COMPUTE WS-MOV-FECHA =
                               FUNCTION DATE-OF-INTEGER(
                                 FUNCTION INTEGER-OF-DATE(WS-FEC-CALC)
                                 - 1)
                           PERFORM UBICAR-SEMANA
                           IF WS-MOV-SEMANA > ZERO
                               ADD DIS-MONTO TO
                                   TS-DISTRIB (WS-MOV-SEMANA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EMITIR-PROYECCION.
           OPEN OUTPUT ARCH-CAJAPROY.
           MOVE WS-FECHA-DESDE TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO LCT-FECHA.
           MOVE LINEA-CAJ-TITULO TO REG-CAJAPROY.
           WRITE REG-CAJAPROY.
           MOVE SPACES TO REG-CAJAPROY.
           WRITE REG-CAJAPROY.
           MOVE WS-SALDO-INICIAL TO LCS-SALDO.
           MOVE LINEA-CAJ-SALDO-INI TO REG-CAJAPROY.
           WRITE REG-CAJAPROY.
           MOVE WS-TASA-CUOTAS TO LCA-CUOTAS.
           MOVE WS-TASA-CONVENIOS TO LCA-CONVENIOS.
           MOVE WS-TASA-SOCIOS TO LCA-SOCIOS.
           MOVE LINEA-CAJ-TASAS TO REG-CAJAPROY.
           WRITE REG-CAJAPROY.
           MOVE WS-NOMINA-NETA TO LCB-NOMINA.
           MOVE WS-CONTRIB-MES TO LCB-CONTRIB.
           MOVE WS-MUS-PROMEDIO TO LCB-MUSEO.
           MOVE LINEA-CAJ-BASES TO REG-CAJAPROY.
           WRITE REG-CAJAPROY.
           MOVE SPACES TO REG-CAJAPROY.
           WRITE REG-CAJAPROY.
           MOVE LINEA-CAJ-ENCABEZADO TO REG-CAJAPROY.
           WRITE REG-CAJAPROY.
           MOVE LINEA-GUIONES TO REG-CAJAPROY.
           WRITE REG-CAJAPROY.
           MOVE WS-SALDO-INICIAL TO WS-SALDO.
           PERFORM VARYING IX-SEM FROM 1 BY 1 UNTIL IX-SEM > 13
               COMPUTE WS-INGRESOS = TS-CUOTAS (IX-SEM)
                   + TS-CONVENIOS (IX-SEM) + TS-SOCIOS (IX-SEM)
                   + TS-MUSEO (IX-SEM)
               COMPUTE WS-EGRESOS = TS-NOMINA (IX-SEM)
                   + TS-CONTRIB (IX-SEM) + TS-SAC (IX-SEM)
                   + TS-DISTRIB (IX-SEM)
               COMPUTE WS-NETO = WS-INGRESOS - WS-EGRESOS
               ADD WS-NETO TO WS-SALDO
               MOVE IX-SEM TO LCW-SEMANA
               COMPUTE WS-FEC-NUM =
                   FUNCTION DATE-OF-INTEGER(TS-INT-DESDE (IX-SEM))
               PERFORM EDITAR-FECHA
               MOVE WS-FEC-EDIT TO LCW-DESDE
               MOVE WS-INGRESOS TO LCW-INGRESOS
               MOVE WS-EGRESOS TO LCW-EGRESOS
               MOVE WS-NETO TO LCW-NETO
               MOVE WS-SALDO TO LCW-SALDO
               IF WS-SALDO < ZERO
                   MOVE "***" TO LCW-MARCA
                   ADD 1 TO WS-SEMANAS-NEGATIVAS
               ELSE
                   MOVE SPACES TO LCW-MARCA
               END-IF
               MOVE LINEA-CAJ-SEMANA TO REG-CAJAPROY
               WRITE REG-CAJAPROY
               MOVE TS-CUOTAS (IX-SEM) TO LCI-CUOTAS
               MOVE TS-CONVENIOS (IX-SEM) TO LCI-CONV
               MOVE TS-SOCIOS (IX-SEM) TO LCI-SOCIOS
               MOVE TS-MUSEO (IX-SEM) TO LCI-MUSEO
               MOVE LINEA-CAJ-ING TO REG-CAJAPROY
               WRITE REG-CAJAPROY
               MOVE TS-NOMINA (IX-SEM) TO LCE-NOMINA
               MOVE TS-CONTRIB (IX-SEM) TO LCE-CONTRIB
               MOVE TS-SAC (IX-SEM) TO LCE-SAC
               MOVE TS-DISTRIB (IX-SEM) TO LCE-DISTRIB
               MOVE LINEA-CAJ-EGR TO REG-CAJAPROY
               WRITE REG-CAJAPROY
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-CAJAPROY.
           WRITE REG-CAJAPROY.
           MOVE WS-SEMANAS-NEGATIVAS TO LCP-CANT.
           MOVE LINEA-CAJ-PIE TO REG-CAJAPROY.
           WRITE REG-CAJAPROY.
           CLOSE ARCH-CAJAPROY.

      *>   LA FECHA QUE CAE EN FIN DE SEMANA O FERIADO PASA AL DIA
      *>   HABIL SIGUIENTE; DESPUES SE UBICA SU SEMANA
       UBICAR-SEMANA.
           MOVE ZERO TO WS-MOV-SEMANA.
           COMPUTE WS-HAB-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-MOV-FECHA).
           PERFORM EVALUAR-DIA-HABIL.
           PERFORM UNTIL WS-HAB-ES-HABIL = "S"
               ADD 1 TO WS-HAB-INT-DIA
               PERFORM EVALUAR-DIA-HABIL
           END-PERFORM.
           IF WS-HAB-INT-DIA NOT < WS-INT-DESDE
              AND WS-HAB-INT-DIA < WS-INT-DESDE + 91
               COMPUTE WS-MOV-SEMANA =
                   (WS-HAB-INT-DIA - WS-INT-DESDE) / 7 + 1
           END-IF.

       AVANZAR-MES.
           IF WS-FC-MM = 12
               MOVE 1 TO WS-FC-MM
               ADD 1 TO WS-FC-AAAA
           ELSE
               ADD 1 TO WS-FC-MM
           END-IF.
           MOVE 1 TO WS-FC-DD.

       DESEDITAR-IMPORTE.
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

       EDITAR-FECHA.
           MOVE WS-FEC-DD TO WS-FEC-E-DD.
           MOVE WS-FEC-MM TO WS-FEC-E-MM.
           MOVE WS-FEC-AAAA TO WS-FEC-E-AAAA.

           COPY CTLPR.
           COPY HABILPR.
           COPY OPERPR.
           COPY RUNCPR.
