               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BAJASPEND.

      *>   EGRESOS guarda para siempre cada baja con su fecha y
      *>   causa, para el analisis de rotacion (ver COPYLIB EGRESOS)
           SELECT ARCH-EGRESOS ASSIGN TO "EGRESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EGRESOS.

           SELECT ARCH-SUELDOHIST ASSIGN TO "SUELDOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUELDOHIST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

      *>   LIBROTOT recibe la cantidad y el total hash del maestro
      *>   regrabado, para el control nocturno de totales (ver
      *>   COPYLIB LIBROTOT)
           SELECT ARCH-LIBROTOT ASSIGN TO "LIBROTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIBROTOT.

      *>   RUNCARDS trae la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCARD): con tarjeta el job corre desatendido
           SELECT ARCH-RUNCARDS ASSIGN TO "RUNCARDS"
           COPY CABPIE.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-AUDITORIA.
           03 BJP-LEGAJO PIC X(10).
           03 BJP-FECHA  PIC 9(8).

       FD  ARCH-EGRESOS
           RECORD CONTAINS 30 CHARACTERS.
           COPY EGRESOS.

       FD  ARCH-SUELDOHIST
           RECORD CONTAINS 29 CHARACTERS.
           COPY SUELDHIS.
       FD  ARCH-CONTROL.
           COPY CONTROL.

       FD  ARCH-LIBROTOT.
           COPY LIBROTOT.

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   TOTALES DE CONTROL DEL MAESTRO REGRABADO (VER COPYLIB
      *>   TOTPROC)
           COPY TOTPROC.

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

               05 TM-BANCO   PIC X(3).
               05 TM-CBU     PIC X(22).
               05 TM-CUIT    PIC X(11).
               05 TM-CATEGORIA PIC X(4).
      *>       marca de guia e idiomas para las visitas guiadas
               05 TM-GUIA    PIC X.
               05 TM-IDIOMAS PIC X(6).
       77 IX-MAE PIC 9(4) VALUE ZERO.
       77 IX-MAE-HALLADO PIC 9(4) VALUE ZERO.
       01 WS-FIN-MAESTRO PIC X VALUE "N".
       01  TABLA-BAJASPEND.
           03 TB-LEGAJO PIC X(10) OCCURS 100 TIMES.
       77 IX-BJP PIC 999 VALUE ZERO.

      *>   BAJAS DE LA CORRIDA PARA LA HISTORIA DE EGRESOS, TAMBIEN
      *>   GRABADAS RECIEN CUANDO EL OPERADOR CONFIRMA
       01 WS-FS-EGRESOS PIC XX.
           88 FS-EGRESOS-OK VALUE "00".
           88 FS-EGRESOS-NO-EXISTE VALUE "35".
       77 WS-CANT-EGRESOS PIC 999 VALUE ZERO.
       01  TABLA-EGRESOS.
           03 EGRESO-ENTRY OCCURS 500 TIMES.
               05 TE-LEGAJO  PIC X(10).
               05 TE-CAUSA   PIC X.
               05 TE-SECTOR  PIC X(2).
               05 TE-SEXO    PIC X.
               05 TE-INGRESO PIC 9(8).
       77 IX-EGR PIC 999 VALUE ZERO.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZEROS.

      *>   los renglones del historico se juntan en memoria y recien
               PERFORM GRABAR-MAESTRO
               PERFORM GRABAR-SUELDOHIST
               PERFORM GRABAR-BAJASPEND
               PERFORM GRABAR-EGRESOS
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: "
           MOVE EMP-BANCO TO TM-BANCO(WS-CANT-MAESTRO).
           MOVE EMP-CBU TO TM-CBU(WS-CANT-MAESTRO).
           MOVE EMP-CUIT TO TM-CUIT(WS-CANT-MAESTRO).
           MOVE EMP-CATEGORIA TO TM-CATEGORIA(WS-CANT-MAESTRO).
           MOVE EMP-GUIA TO TM-GUIA(WS-CANT-MAESTRO).
           MOVE EMP-IDIOMAS TO TM-IDIOMAS(WS-CANT-MAESTRO).
           PERFORM 2400-SEXO-A-INDICE.
           PERFORM DETERMINAR-BANDA.
           ADD 1 TO CANT-SEXO(IX-BANDA, IX-SEXO).
           IF EMP-CUIT NOT = SPACES
               MOVE EMP-CUIT TO TM-CUIT(IX-MAE-HALLADO)
           END-IF.
      *>   UN CAMBIO DE CATEGORIA TAMBIEN VIAJA COMO MODIFICACION;
      *>   EN BLANCO DEJA LA QUE YA TENIA
           IF EMP-CATEGORIA NOT = SPACES
               MOVE EMP-CATEGORIA TO TM-CATEGORIA(IX-MAE-HALLADO)
           END-IF.
      *>   IGUAL LA MARCA DE GUIA Y LOS IDIOMAS QUE HABLA
           IF EMP-GUIA NOT = SPACES
               MOVE EMP-GUIA TO TM-GUIA(IX-MAE-HALLADO)
           END-IF.
           IF EMP-IDIOMAS NOT = SPACES
               MOVE EMP-IDIOMAS TO TM-IDIOMAS(IX-MAE-HALLADO)
           END-IF.
           ADD 1 TO WS-CANT-MODIF.
           PERFORM ANOTAR-SUELDOHIST.
       2200-MODIFICACION-FIN.
               DISPLAY "ADVERTENCIA: MAS DE 100 BAJAS EN LA "
                   "CORRIDA, " EMP-ID " SIN LIQUIDACION FINAL"
           END-IF.
      *>   Y QUEDA EN LA HISTORIA DE EGRESOS CON SU CAUSA
           IF WS-CANT-EGRESOS < 500
               ADD 1 TO WS-CANT-EGRESOS
               MOVE EMP-ID TO TE-LEGAJO(WS-CANT-EGRESOS)
               MOVE EMP-CAUSA-BAJA TO TE-CAUSA(WS-CANT-EGRESOS)
               MOVE TM-SECTOR(IX-MAE-HALLADO) TO
                    TE-SECTOR(WS-CANT-EGRESOS)
               MOVE TM-SEXO(IX-MAE-HALLADO) TO TE-SEXO(WS-CANT-EGRESOS)
               MOVE TM-INGRESO(IX-MAE-HALLADO) TO
                    TE-INGRESO(WS-CANT-EGRESOS)
           END-IF.
           IF WS-EMPLE > ZERO
               SUBTRACT 1 FROM WS-EMPLE
           END-IF.
                                TM-CBU(WS-CANT-MAESTRO)
                           MOVE MAE-CUIT TO
                                TM-CUIT(WS-CANT-MAESTRO)
                           MOVE MAE-CATEGORIA TO
                                TM-CATEGORIA(WS-CANT-MAESTRO)
                           MOVE MAE-GUIA TO
                                TM-GUIA(WS-CANT-MAESTRO)
                           MOVE MAE-IDIOMAS TO
                                TM-IDIOMAS(WS-CANT-MAESTRO)
                       END-IF
               END-READ
           END-PERFORM.
      *>   REGRABA EL MAESTRO COMPLETO; LAS BAJAS QUEDAN COMO
      *>   INACTIVAS EN VEZ DE DESAPARECER, ASI LOS REPORTES
      *>   ANUALES Y LA LIQUIDACION FINAL SIGUEN VIENDO AL LEGAJO
           MOVE ZERO TO WS-TOT-CANT.
           MOVE ZERO TO WS-TOT-HASH.
           OPEN OUTPUT ARCH-MAESTRO.
           PERFORM VARYING IX-MAE FROM 1 BY 1
                   UNTIL IX-MAE > WS-CANT-MAESTRO
               MOVE TM-BANCO(IX-MAE) TO MAE-BANCO
               MOVE TM-CBU(IX-MAE) TO MAE-CBU
               MOVE TM-CUIT(IX-MAE) TO MAE-CUIT
               MOVE TM-CATEGORIA(IX-MAE) TO MAE-CATEGORIA
               MOVE TM-GUIA(IX-MAE) TO MAE-GUIA
               MOVE TM-IDIOMAS(IX-MAE) TO MAE-IDIOMAS
               WRITE REG-MAESTRO
               ADD 1 TO WS-TOT-CANT
               ADD MAE-SUELDO TO WS-TOT-HASH
           END-PERFORM.
           CLOSE ARCH-MAESTRO.
           MOVE "MAESEMPL" TO WS-TOT-ARCHIVO.
           PERFORM REGISTRAR-TOTALES.

       GRABAR-BAJASPEND.
      *>   DEJA LAS BAJAS CONFIRMADAS A DISPOSICION DE LA
           CLOSE ARCH-BAJASPEND.


       GRABAR-EGRESOS.
      *>   LA HISTORIA DE EGRESOS SOLO CRECE
           OPEN EXTEND ARCH-EGRESOS.
           IF FS-EGRESOS-NO-EXISTE
               OPEN OUTPUT ARCH-EGRESOS
           END-IF.
           PERFORM VARYING IX-EGR FROM 1 BY 1
                   UNTIL IX-EGR > WS-CANT-EGRESOS
               MOVE TE-LEGAJO(IX-EGR) TO EGR-LEGAJO
               MOVE WS-FECHA-HOY TO EGR-FECHA-BAJA
               MOVE TE-CAUSA(IX-EGR) TO EGR-CAUSA
               MOVE TE-SECTOR(IX-EGR) TO EGR-SECTOR
               MOVE TE-SEXO(IX-EGR) TO EGR-SEXO
               MOVE TE-INGRESO(IX-EGR) TO EGR-FECHA-INGRESO
               WRITE REG-EGRESO
           END-PERFORM.
           CLOSE ARCH-EGRESOS.


       DETERMINAR-BANDA.
      *>   banda salarial correspondiente al sueldo leido
           IF WS-SUELDO < WS-BANDA-BAJA

           COPY CONFPRPR.
           COPY CTLPR.
           COPY TOTPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY GENPR.
