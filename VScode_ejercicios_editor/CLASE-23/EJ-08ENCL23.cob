      *> y cruza contra el registro LICENCIAS para armar en SALDOLIC
      *> el saldo de dias ganados contra tomados por legajo y el
      *> resumen por MAE-SECTOR, que hasta ahora alguien reconstruia
      *> cada diciembre desde una carpeta de fotocopias. Solo cuentan
      *> las licencias que empiezan en el anio de la corrida; lo no
      *> gozado de anios anteriores llega por VACPEND (lo deja el
      *> cierre de anio EJ-16ENOPER) y se suma a los dias ganados.

      *>--------------------------------------
      *> IdentificarDatos
           SELECT ARCH-VACACIONES ASSIGN TO "VACACIONES"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   VACPEND trae los dias no gozados que el cierre de anio
      *>   arrastro a este anio (ver COPYLIB VACPEND)
           SELECT ARCH-VACPEND ASSIGN TO "VACPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VACPEND.

      *>   SALDOLIC es el reporte impreso de saldos
           SELECT ARCH-SALDOLIC ASSIGN TO "SALDOLIC"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-LICENCIAS
           03 VAC-LEGAJO PIC X(10).
           03 VAC-DIAS   PIC 9(3).

       FD  ARCH-VACPEND
           RECORD CONTAINS 19 CHARACTERS.
           COPY VACPEND.

       FD  ARCH-SALDOLIC.
       01  REG-SALDOLIC PIC X(80).

       77 IX-TOM PIC 999 VALUE ZERO.
       77 IX-TOM-HALLADO PIC 999 VALUE ZERO.

      *>   DIAS ARRASTRADOS DE ANIOS ANTERIORES POR LEGAJO (DESDE
      *>   VACPEND, SOLO LOS RENGLONES DEL ANIO DE LA CORRIDA)
       77 WS-CANT-PENDIENTES PIC 999 VALUE ZERO.
       01  TABLA-PENDIENTES.
           03 PENDIENTE-ENTRY OCCURS 500 TIMES.
               05 TP-LEGAJO PIC X(10).
               05 TP-DIAS   PIC 9(3).
       77 IX-PEN PIC 999 VALUE ZERO.
       77 WS-DIAS-PENDIENTES PIC 9(3) VALUE ZERO.
       01 WS-FIN-VACPEND PIC X VALUE "N".
       01 WS-FS-VACPEND PIC XX.
           88 FS-VACPEND-OK VALUE "00".

      *>   SALDO POR SECTOR (CODIGOS 01 A 99)
       01  TABLA-SECTORES.
           03 SECTOR-ENTRY OCCURS 99 TIMES.
           03 FILLER PIC X(31) VALUE "NOMBRE".
           03 FILLER PIC X(8) VALUE "GANADOS".
           03 FILLER PIC X(8) VALUE "TOMADOS".
           03 FILLER PIC X(8) VALUE "ARRASTR".
           03 FILLER PIC X(6) VALUE "SALDO".
       01 LINEA-LEGAJO.
           03 SAL-LEGAJO  PIC X(10).
           03 FILLER      PIC XX VALUE SPACES.
           03 SAL-TOMADOS PIC ZZZZZ9.
           03 FILLER      PIC XX VALUE SPACES.
           03 SAL-ARRASTRE PIC ZZZZZ9.
           03 FILLER      PIC XX VALUE SPACES.
           03 SAL-SALDO   PIC -----9.
       01 LINEA-SECTOR.
           03 FILLER        PIC X(7) VALUE "SECTOR ".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-LICENCIAS-TOMADAS.
           PERFORM CARGAR-DIAS-PENDIENTES.

           OPEN OUTPUT ARCH-VACACIONES.
           OPEN OUTPUT ARCH-SALDOLIC.
           MOVE WS-DIAS-GANADOS TO VAC-DIAS.
           WRITE REG-VACACIONES.

      *>   VACACIONES GUARDA SOLO LA ESCALA DEL ANIO; LO ARRASTRADO
      *>   SE SUMA RECIEN PARA EL SALDO Y EL RESUMEN POR SECTOR
           PERFORM BUSCAR-DIAS-PENDIENTES.
           PERFORM BUSCAR-DIAS-TOMADOS.
           COMPUTE WS-SALDO = WS-DIAS-GANADOS + WS-DIAS-PENDIENTES
                            - WS-DIAS-TOMADOS.
           MOVE MAE-LEGAJO TO SAL-LEGAJO.
           MOVE MAE-NOMBRE TO SAL-NOMBRE.
           MOVE WS-DIAS-GANADOS TO SAL-GANADOS.
           MOVE WS-DIAS-TOMADOS TO SAL-TOMADOS.
           MOVE WS-DIAS-PENDIENTES TO SAL-ARRASTRE.
           MOVE WS-SALDO TO SAL-SALDO.
           MOVE LINEA-LEGAJO TO REG-SALDOLIC.
           WRITE REG-SALDOLIC.
           IF MAE-SECTOR NUMERIC
               MOVE MAE-SECTOR TO WS-SECTOR-NUM
               IF WS-SECTOR-NUM > ZERO
                   ADD WS-DIAS-GANADOS WS-DIAS-PENDIENTES
                       TO TS-GANADOS (WS-SECTOR-NUM)
                   ADD WS-DIAS-TOMADOS TO TS-TOMADOS (WS-SECTOR-NUM)
               END-IF
           END-IF.
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
      *>   ANIO DE LA CORRIDA; SIN VACPEND NADIE ARRASTRA NADA
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
               IF TP-LEGAJO (IX-PEN) = MAE-LEGAJO
                   MOVE TP-DIAS (IX-PEN) TO WS-DIAS-PENDIENTES
               END-IF
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
