      *> (mismo patron que el reenvio del retorno SIU). Mientras
      *> quede alguna transferencia sin acreditar la corrida asienta
      *> PENDIENTE en CONTROL: el periodo de distribucion no se da
      *> por cerrado con plata sin rendir. Para los socios que cobran
      *> en moneda extranjera el banco devuelve el tipo de cambio que
      *> aplico realmente; la diferencia de cambio contra el tipo
      *> usado en la distribucion sale por socio en DIFCAMBIO.

      *>--------------------------------------
      *> IdentificarDatos
           SELECT ARCH-TRANSFESTADO ASSIGN TO "TRANSFESTADO"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   DIFCAMBIO lista la diferencia de cambio de cada
      *>   transferencia en moneda extranjera acreditada
           SELECT ARCH-DIFCAMBIO ASSIGN TO "DIFCAMBIO"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   TRANSFREENVIO es el archivo a resubir al banco, solo con
      *>   los rechazos y el CBU vigente del maestro
           SELECT ARCH-TRANSFREENVIO ASSIGN TO "TRANSFREENVIO"
           03 TRF-FECHA    PIC 9(8).
           03 TRF-SEP4     PIC X.
           03 TRF-LETRA    PIC X.
           03 TRF-SEP5     PIC X.
           03 TRF-MONEDA   PIC X(3).
           03 TRF-SEP6     PIC X.
           03 TRF-COTIZACION PIC 9(5)V9(4).
           03 TRF-SEP7     PIC X.
           03 TRF-IMPORTE-MONEDA PIC 9(9)V99.

       FD  ARCH-BANCORET.
       01  REG-BANCORET.
           03 BRET-ESTADO  PIC X(10).
           03 BRET-SEP3    PIC X.
           03 BRET-CODIGO  PIC X(4).
      *>   tipo de cambio que aplico el banco (solo en las
      *>   transferencias en moneda extranjera)
           03 BRET-SEP4    PIC X.
           03 BRET-COTIZACION PIC 9(5)V9(4).

       FD  ARCH-PARTICIPANTES
           RECORD CONTAINS 69 CHARACTERS.
           COPY PARTMAST.

       FD  ARCH-TRANSFESTADO.
           03 TRE-FECHA    PIC 9(8).
           03 TRE-SEP4     PIC X.
           03 TRE-LETRA    PIC X.
           03 TRE-SEP5     PIC X.
           03 TRE-MONEDA   PIC X(3).
           03 TRE-SEP6     PIC X.
           03 TRE-COTIZACION PIC 9(5)V9(4).
           03 TRE-SEP7     PIC X.
           03 TRE-IMPORTE-MONEDA PIC 9(9)V99.

       FD  ARCH-DIFCAMBIO.
       01  REG-DIFCAMBIO PIC X(80).

       FD  ARCH-OPERADORES
           RECORD CONTAINS 111 CHARACTERS.
               05 TT-LETRA    PIC X.
               05 TT-ESTADO   PIC X(10).
               05 TT-CODIGO   PIC X(4).
               05 TT-MONEDA   PIC X(3).
               05 TT-COTIZACION PIC 9(5)V9(4).
               05 TT-IMPORTE-MONEDA PIC 9(9)V99.
               05 TT-COTIZ-BANCO PIC 9(5)V9(4).
       77 IX-TRF PIC 9(3) VALUE ZERO.
       77 IX-TRF-HALLADA PIC 9(3) VALUE ZERO.

       77 WS-SIN-RETORNO PIC 9(3) VALUE ZERO.
       77 WS-RET-SIN-TRANSF PIC 9(3) VALUE ZERO.

      *>   DIFERENCIA DE CAMBIO: LO QUE EL BANCO DEBITO DE MAS (O DE
      *>   MENOS) EN PESOS POR ACREDITAR EL IMPORTE EN MONEDA A SU
      *>   TIPO DE CAMBIO EN VEZ DEL USADO EN LA DISTRIBUCION
       77 WS-DIF-CAMBIO PIC S9(9)V99 VALUE ZERO.
       77 WS-DIF-TOTAL PIC S9(11)V99 VALUE ZERO.
       77 WS-CANT-DIFCAMBIO PIC 9(3) VALUE ZERO.
       01 LINEA-DIF-TITULO.
           03 FILLER PIC X(40)
               VALUE "DIFERENCIAS DE CAMBIO DEL RETORNO".
       01 LINEA-DIF-ENCABEZADO.
           03 FILLER PIC X(44)
               VALUE "L MON IMPORTE MONEDA     T.USADO     T.BANCO".
           03 FILLER PIC X(18) VALUE "      DIFERENCIA $".
       01 LINEA-DIF-DETALLE.
           03 LDC-LETRA    PIC X.
           03 FILLER       PIC X VALUE SPACE.
           03 LDC-MONEDA   PIC X(3).
           03 FILLER       PIC X VALUE SPACE.
           03 LDC-IMPORTE  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X VALUE SPACE.
           03 LDC-USADO    PIC ZZ.ZZ9,9999.
           03 FILLER       PIC X VALUE SPACE.
           03 LDC-BANCO    PIC ZZ.ZZ9,9999.
           03 FILLER       PIC X VALUE SPACE.
           03 LDC-DIF      PIC --.---.---.--9,99.
       01 LINEA-DIF-TOTAL.
           03 FILLER       PIC X(45)
               VALUE "TOTAL DIFERENCIA DE CAMBIO EN PESOS".
           03 LDT-DIF      PIC --.---.---.--9,99.

       01 WS-FIN-TRANSF PIC X VALUE "N".
       01 WS-FIN-BANCORET PIC X VALUE "N".
       01 WS-FIN-PARTICIPANTES PIC X VALUE "N".
           DISPLAY "  RECHAZADAS............: " WS-RECHAZADAS.
           DISPLAY "  SIN RETORNO...........: " WS-SIN-RETORNO.
           DISPLAY "RETORNOS SIN TRANSFER...: " WS-RET-SIN-TRANSF.
           PERFORM EMITIR-DIFCAMBIO.
           MOVE WS-CANT-TRANSF TO CTL-CANT-REG.
      *>   CON RECHAZOS O SIN RETORNO EL PERIODO NO SE DA POR
      *>   CERRADO: QUEDA PENDIENTE EN CONTROL HASTA QUE EL BANCO
           ELSE
               IF BRET-ESTADO = "ACREDITADA"
                   MOVE "ACREDITADA" TO TT-ESTADO (IX-TRF-HALLADA)
                   IF BRET-COTIZACION IS NUMERIC
                       MOVE BRET-COTIZACION TO
                            TT-COTIZ-BANCO (IX-TRF-HALLADA)
                   END-IF
               ELSE
                   MOVE "RECHAZADA" TO TT-ESTADO (IX-TRF-HALLADA)
                   MOVE BRET-CODIGO TO TT-CODIGO (IX-TRF-HALLADA)
           MOVE TT-FECHA (IX-TRF) TO TRE-FECHA.
           MOVE ";" TO TRE-SEP4.
           MOVE TT-LETRA (IX-TRF) TO TRE-LETRA.
           MOVE ";" TO TRE-SEP5.
           MOVE TT-MONEDA (IX-TRF) TO TRE-MONEDA.
           MOVE ";" TO TRE-SEP6.
           MOVE TT-COTIZACION (IX-TRF) TO TRE-COTIZACION.
           MOVE ";" TO TRE-SEP7.
           MOVE TT-IMPORTE-MONEDA (IX-TRF) TO TRE-IMPORTE-MONEDA.
           WRITE REG-TRANSFREENVIO.

       CARGAR-TRANSFERENCIAS.
                                TT-ESTADO (WS-CANT-TRANSF)
                           MOVE SPACES TO
                                TT-CODIGO (WS-CANT-TRANSF)
                           PERFORM CARGAR-MONEDA-TRANSF
                       END-IF
               END-READ
           END-PERFORM.

      *>   TRANSFERENCIAS ANTERIORES A LA MONEDA POR SOCIO NO
      *>   TRAEN ESTOS CAMPOS: SE TOMAN COMO PESOS AL TIPO 1
       CARGAR-MONEDA-TRANSF.
           MOVE ZERO TO TT-COTIZ-BANCO (WS-CANT-TRANSF).
           IF TRF-MONEDA = SPACES OR TRF-MONEDA = "ARS"
              OR TRF-COTIZACION NOT NUMERIC
              OR TRF-IMPORTE-MONEDA NOT NUMERIC
               MOVE "ARS" TO TT-MONEDA (WS-CANT-TRANSF)
               MOVE 1 TO TT-COTIZACION (WS-CANT-TRANSF)
               MOVE TRF-IMPORTE TO
                    TT-IMPORTE-MONEDA (WS-CANT-TRANSF)
           ELSE
               MOVE TRF-MONEDA TO TT-MONEDA (WS-CANT-TRANSF)
               MOVE TRF-COTIZACION TO
                    TT-COTIZACION (WS-CANT-TRANSF)
               MOVE TRF-IMPORTE-MONEDA TO
                    TT-IMPORTE-MONEDA (WS-CANT-TRANSF)
           END-IF.

      *>   UNA LINEA POR TRANSFERENCIA EN MONEDA ACREDITADA CON EL
      *>   TIPO DEL BANCO: IMPORTE EN MONEDA POR LA DIFERENCIA DE
      *>   TIPOS (POSITIVA = EL BANCO DEBITO MAS PESOS DE LOS
      *>   PREVISTOS)
       EMITIR-DIFCAMBIO.
           OPEN OUTPUT ARCH-DIFCAMBIO.
           MOVE LINEA-DIF-TITULO TO REG-DIFCAMBIO.
           WRITE REG-DIFCAMBIO.
           MOVE LINEA-DIF-ENCABEZADO TO REG-DIFCAMBIO.
           WRITE REG-DIFCAMBIO.
           PERFORM VARYING IX-TRF FROM 1 BY 1
                   UNTIL IX-TRF > WS-CANT-TRANSF
               IF TT-MONEDA (IX-TRF) NOT = "ARS"
                  AND TT-ESTADO (IX-TRF) = "ACREDITADA"
                  AND TT-COTIZ-BANCO (IX-TRF) > ZERO
                   COMPUTE WS-DIF-CAMBIO ROUNDED =
                       TT-IMPORTE-MONEDA (IX-TRF) *
                       (TT-COTIZ-BANCO (IX-TRF) -
                        TT-COTIZACION (IX-TRF))
                   ADD WS-DIF-CAMBIO TO WS-DIF-TOTAL
                   ADD 1 TO WS-CANT-DIFCAMBIO
                   MOVE TT-LETRA (IX-TRF) TO LDC-LETRA
                   MOVE TT-MONEDA (IX-TRF) TO LDC-MONEDA
                   MOVE TT-IMPORTE-MONEDA (IX-TRF) TO LDC-IMPORTE
                   MOVE TT-COTIZACION (IX-TRF) TO LDC-USADO
                   MOVE TT-COTIZ-BANCO (IX-TRF) TO LDC-BANCO
                   MOVE WS-DIF-CAMBIO TO LDC-DIF
                   MOVE LINEA-DIF-DETALLE TO REG-DIFCAMBIO
                   WRITE REG-DIFCAMBIO
               END-IF
           END-PERFORM.
           MOVE WS-DIF-TOTAL TO LDT-DIF.
           MOVE LINEA-DIF-TOTAL TO REG-DIFCAMBIO.
           WRITE REG-DIFCAMBIO.
           CLOSE ARCH-DIFCAMBIO.
           DISPLAY "TRANSFER. EN MONEDA.....: " WS-CANT-DIFCAMBIO
               " (VER DIFCAMBIO)".

       CARGAR-PARTICIPANTES.
           MOVE "N" TO WS-FIN-PARTICIPANTES.
           OPEN INPUT ARCH-PARTICIPANTES.
