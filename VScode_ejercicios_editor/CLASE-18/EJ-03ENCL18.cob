               FILE STATUS IS WS-FS-AFORO.
           SELECT ARCH-ALERTAFORO ASSIGN TO "ALERTAFORO"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>   SALAS y el calendario SALAESTADO bajan el aforo del predio
      *>   en la parte de las salas cerradas o reducidas ese dia
           SELECT ARCH-SALAS ASSIGN TO "SALAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALAS.
           SELECT ARCH-ESTSALA ASSIGN TO "SALAESTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTSALA.
      *>   EVENTOS trae el calendario de feriados y eventos
      *>   especiales, para explicar los picos en vez de que
      *>   distorsionen el promedio sin aviso
           03 AFO-TIPO   PIC X(8).
           03 AFO-MAXIMO PIC 9(5).

       FD  ARCH-SALAS
           RECORD CONTAINS 26 CHARACTERS.
           COPY SALAS.

       FD  ARCH-ESTSALA
           RECORD CONTAINS 65 CHARACTERS.
           COPY ESTSALA.

       FD  ARCH-ALERTAFORO.
       01  REG-ALERTAFORO.
           03 ALE-FECHA     PIC 9(8).
       77 WS-EXCESO PIC 9(3)V99 VALUE ZERO.
       77 WS-CANT-EXCESOS PIC 9(3) VALUE ZERO.

      *>   aforo propio de cada sala, para sacarle al aforo del
      *>   predio la parte de las salas cerradas o reducidas
       01 WS-FS-SALAS PIC XX.
           88 FS-SALAS-OK VALUE "00".
       01 WS-FIN-SALAS PIC X VALUE "N".
       77 WS-CANT-SALAS PIC 99 VALUE ZERO.
       01 TABLA-SALAS.
           02 SALA-ENTRY OCCURS 20 TIMES.
               03 TSA-CODIGO PIC 9(2).
               03 TSA-AFORO  PIC 9(4).
       77 IX-SAL PIC 99 VALUE ZERO.
       77 WS-AFORO-SALAS PIC 9(6) VALUE ZERO.
       77 WS-AFORO-FUERA PIC 9(6) VALUE ZERO.
       77 WS-AFORO-ORIGINAL PIC 9(5) VALUE ZERO.
      *>   estado de las salas por fecha (ver COPYLIB ESTSPROC)
           COPY ESTSPROC.

      *>   calendario de eventos en memoria, para el cruce por fecha
       01 WS-FS-EVENTOS PIC XX.
           88 FS-EVENTOS-OK VALUE "00".
           PERFORM CARGAR-PRECIOS.
           PERFORM CARGAR-AFORO.
           PERFORM CARGAR-EVENTOS.
           PERFORM CARGAR-SALAS.
           PERFORM CARGAR-ESTADO-SALAS.

      *>   RECORRER EL BUCLE; el dia de la semana sale de la fecha
      *>   real del renglon, no de ciclar de a 7 desde la posicion.
                       MOVE WS-AFORO-HABIL TO WS-AFORO-DEL-DIA
                   END-IF
               END-IF
               PERFORM AJUSTAR-AFORO-POR-SALAS
               IF WS-AFORO-DEL-DIA > ZERO
                  AND TV-CANTIDAD(DIA) > WS-AFORO-DEL-DIA
                   ADD 1 TO WS-CANT-EXCESOS
       INFORMAR-AFORO-FIN.
           EXIT.

      *>   el aforo del predio supone todas las salas abiertas: se
      *>   le saca la proporcion del aforo de salas que ese dia esta
      *>   cerrado, o recortado en las salas de aforo reducido
       AJUSTAR-AFORO-POR-SALAS.
           MOVE ZERO TO WS-AFORO-FUERA.
           MOVE TV-FECHA(DIA) TO WS-ESA-FECHA.
           PERFORM VARYING IX-SAL FROM 1 BY 1
                   UNTIL IX-SAL > WS-CANT-SALAS
               MOVE TSA-CODIGO(IX-SAL) TO WS-ESA-SALA
               PERFORM CONSULTAR-ESTADO-SALA
               IF WS-ESA-ESTADO = "CERRADA"
                   ADD TSA-AFORO(IX-SAL) TO WS-AFORO-FUERA
               END-IF
               IF WS-ESA-ESTADO = "REDUCIDA"
                  AND WS-ESA-AFORO < TSA-AFORO(IX-SAL)
                   COMPUTE WS-AFORO-FUERA = WS-AFORO-FUERA
                       + TSA-AFORO(IX-SAL) - WS-ESA-AFORO
               END-IF
           END-PERFORM.
           IF WS-AFORO-FUERA > ZERO AND WS-AFORO-SALAS > ZERO
              AND WS-AFORO-DEL-DIA > ZERO
               MOVE WS-AFORO-DEL-DIA TO WS-AFORO-ORIGINAL
               COMPUTE WS-AFORO-DEL-DIA ROUNDED =
                   WS-AFORO-DEL-DIA *
                   (WS-AFORO-SALAS - WS-AFORO-FUERA) / WS-AFORO-SALAS
               DISPLAY "AFORO DEL " TV-FECHA(DIA) " BAJA DE "
                   WS-AFORO-ORIGINAL " A " WS-AFORO-DEL-DIA
                   " POR SALAS CERRADAS O REDUCIDAS"
           END-IF.

       CARGAR-SALAS.
      *>   sin maestro de salas el aforo del predio no se ajusta
           MOVE "N" TO WS-FIN-SALAS.
           OPEN INPUT ARCH-SALAS.
           IF FS-SALAS-OK
               PERFORM UNTIL WS-FIN-SALAS = "S"
                   READ ARCH-SALAS
                       AT END
                           MOVE "S" TO WS-FIN-SALAS
                       NOT AT END
                           IF WS-CANT-SALAS >= 20
                               DISPLAY "ADVERTENCIA: SE IGNORA SALA, "
                                   "YA HAY 20 CARGADAS"
                           ELSE
                               ADD 1 TO WS-CANT-SALAS
                               MOVE SAL-CODIGO TO
                                    TSA-CODIGO(WS-CANT-SALAS)
                               MOVE SAL-AFORO TO
                                    TSA-AFORO(WS-CANT-SALAS)
                               ADD SAL-AFORO TO WS-AFORO-SALAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-SALAS
           END-IF.

      *>   dia de la semana real de TV-FECHA(DIA): resto de dividir
      *>   por 7 el numero de dia (1 LUNES ... 0 DOMINGO)
       CALC-DIA-REAL.
               END-READ
           END-PERFORM.
           CLOSE ARCH-VISITASANIO.

           COPY ESTSPR.
