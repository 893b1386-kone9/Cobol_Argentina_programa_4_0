      *> Distribucion de reportes al cierre de la cadena: la cadena
      *> deja decenas de salidas (NOMINA, ACTAS, MOROSOS, CARTAS,
      *> REPDEMOG, REPEQUIDAD, GRILLAAULAS, CARGADOC, INGRESODIA,
      *> ESTADOS, ...) y el operador las repartia de memoria; el
      *> reporte de equidad salarial termino en el area equivocada.
      *> Este job va ultimo en la cadena: con la tabla DISTRIB
      *> (reporte, destinatario, frecuencia, sensible, job que lo
      *> produce; ver COPYLIB DISTRIB) toma los renglones que tocan
      *> en la fecha de proceso y arma un paquete por destinatario,
      *> PAQUETE.<codigo>, con una caratula que lista que lleva y
      *> con cuantos renglones, seguida de cada reporte completo.
      *>   - un reporte cuenta como producido solo si su job tiene
      *>     en CONTROL una corrida OK en la fecha y el archivo
      *>     existe; si no, se marca ESPERADO Y NO PRODUCIDO en la
      *>     caratula y en DISTRIBREP (un archivo viejo de otro dia
      *>     no se reparte);
      *>   - un reporte sensible nunca entra al paquete de un
      *>     destinatario sin habilitacion en DESTINOS: queda
      *>     RETENIDO en la caratula y en DISTRIBREP;
      *>   - un destinatario que no esta en DESTINOS no recibe nada.
      *> DISTRIBREP es el manifiesto de la corrida; si falto algun
      *> reporte o hubo que retener alguno el estado en CONTROL es
      *> INCOMPLETO, que la revision de la manana levanta.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-13ENOPER.
      *>--------------------------------------

      *>--------------------------------------
      *> es importante esto, porque sino mainframe cancela
      *> espera esta instrucción
       ENVIRONMENT DIVISION.
      *>--------------------------------------

       CONFIGURATION SECTION.
      *>--------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   DISTRIB es la tabla de distribucion y DESTINOS el maestro
      *>   de destinatarios (ver COPYLIB DISTRIB / DESTINOS)
           SELECT ARCH-DISTRIB ASSIGN TO "DISTRIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISTRIB.

           SELECT ARCH-DESTINOS ASSIGN TO "DESTINOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESTINOS.

      *>   cada reporte se lee de forma generica, un renglon por
      *>   registro, y cada paquete se graba con su nombre; los dos
      *>   nombres se asignan en tiempo de corrida
           SELECT ARCH-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.

           SELECT ARCH-PAQUETE ASSIGN TO WS-NOMBRE-PAQUETE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAQUETE.

      *>   DISTRIBREP es el manifiesto de la corrida
           SELECT ARCH-DISTRIBREP ASSIGN TO "DISTRIBREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISTRIBREP.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

      *>   CONTROL se lee para saber que jobs corrieron OK en la
      *>   fecha, y al final recibe el renglon de esta corrida
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
       FD  ARCH-DISTRIB
           RECORD CONTAINS 45 CHARACTERS.
           COPY DISTRIB.

       FD  ARCH-DESTINOS
           RECORD CONTAINS 43 CHARACTERS.
           COPY DESTINOS.

       FD  ARCH-REPORTE.
       01  REG-REPORTE PIC X(200).

       FD  ARCH-PAQUETE.
       01  REG-PAQUETE PIC X(200).

       FD  ARCH-DISTRIBREP.
       01  REG-DISTRIBREP PIC X(100).

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

       01 WS-FS-DISTRIB PIC XX.
           88 FS-DISTRIB-OK VALUE "00".
       01 WS-FS-DESTINOS PIC XX.
           88 FS-DESTINOS-OK VALUE "00".
       01 WS-FS-REPORTE PIC XX.
           88 FS-REPORTE-OK VALUE "00".
       01 WS-FS-PAQUETE PIC XX.
           88 FS-PAQUETE-OK VALUE "00".
       01 WS-FS-DISTRIBREP PIC XX.
       01 FIN-ARCHIVO PIC X VALUE "N".

       77 WS-NOMBRE-REPORTE PIC X(20) VALUE SPACES.
       77 WS-NOMBRE-PAQUETE PIC X(20) VALUE SPACES.

      *>   FECHA DE PROCESO (TARJETA FECHA, SINO HOY), SU DIA DE LA
      *>   SEMANA (1 = LUNES) Y SU DIA DEL MES
       77 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
       77 WS-FECHA-MANANA PIC 9(8) VALUE ZERO.
       77 DIA-SEMANA PIC 9 VALUE ZERO.
       77 DIA-MES PIC 99 VALUE ZERO.
       77 ULTIMO-DIA-MES PIC X VALUE "N".

      *>   DESTINATARIOS CONOCIDOS
       77 CANT-DESTINOS PIC 99 VALUE ZERO.
       01 TABLA-DESTINOS.
           03 DESTINO-ENTRY OCCURS 50 TIMES.
               05 TDS-CODIGO     PIC X(10).
               05 TDS-NOMBRE     PIC X(30).
               05 TDS-SENSIBLE   PIC X.
               05 TDS-CON-ENVIO  PIC X.

      *>   RENGLONES DE DISTRIBUCION QUE TOCAN EN LA FECHA
       77 CANT-ENVIOS PIC 999 VALUE ZERO.
       01 TABLA-ENVIOS.
           03 ENVIO-ENTRY OCCURS 300 TIMES.
               05 TEN-IX-REPORTE PIC 999.
               05 TEN-IX-DESTINO PIC 99.
               05 TEN-SITUACION  PIC X(23).

      *>   REPORTES MARCADOS SENSIBLES EN ALGUN RENGLON DE DISTRIB,
      *>   TOQUE O NO ESE RENGLON EN LA FECHA: LA MARCA ES DEL
      *>   REPORTE, NO DEL DESTINATARIO NI DE LA FRECUENCIA. SI LA
      *>   TABLA SE LLENA TODO REPORTE SE TRATA COMO SENSIBLE
       77 CANT-SENSIBLES PIC 999 VALUE ZERO.
       01 TABLA-SENSIBLES.
           03 TSN-REPORTE PIC X(15) OCCURS 300 TIMES.
       77 IX-SEN PIC 999 VALUE ZERO.
       77 SENSIBLES-DESBORDE PIC X VALUE "N".

      *>   REPORTES DISTINTOS QUE TOCAN EN LA FECHA; UN REPORTE ES
      *>   SENSIBLE SI CUALQUIER RENGLON DE DISTRIB LO MARCA ASI
       77 CANT-REPORTES PIC 999 VALUE ZERO.
       01 TABLA-REPORTES.
           03 REPORTE-ENTRY OCCURS 100 TIMES.
               05 TRP-NOMBRE     PIC X(15).
               05 TRP-JOB        PIC X(11).
               05 TRP-SENSIBLE   PIC X.
               05 TRP-CORRIO     PIC X.
               05 TRP-PRODUCIDO  PIC X.
               05 TRP-CANT       PIC 9(7).

       77 IX-DST PIC 99 VALUE ZERO.
       77 IX-ENV PIC 999 VALUE ZERO.
       77 IX-REP PIC 999 VALUE ZERO.
       77 IX-HALLADO PIC 999 VALUE ZERO.
       77 CANT-RENGLONES PIC 9(7) VALUE ZERO.
       77 CANT-IGNORADOS PIC 999 VALUE ZERO.
       77 CANT-NO-PRODUCIDOS PIC 999 VALUE ZERO.
       77 CANT-RETENIDOS PIC 999 VALUE ZERO.
       77 CANT-PAQUETES PIC 99 VALUE ZERO.
       77 CANT-EN-PAQUETE PIC 999 VALUE ZERO.

      *>   LINEAS ARMADAS DE LA CARATULA Y DEL MANIFIESTO
       01 LINEA-CARATULA.
           03 FILLER        PIC X(23) VALUE "PAQUETE DE REPORTES DE".
           03 CAR-FECHA     PIC 9(8).
           03 FILLER        PIC X(7) VALUE " PARA: ".
           03 CAR-CODIGO    PIC X(11).
           03 CAR-NOMBRE    PIC X(30).
       01 LINEA-ENCABEZADO.
           03 FILLER        PIC X(17) VALUE "REPORTE".
           03 FILLER        PIC X(12) VALUE " RENGLONES  ".
           03 FILLER        PIC X(23) VALUE "SITUACION".
       01 LINEA-ITEM.
           03 ITM-REPORTE   PIC X(15).
           03 FILLER        PIC X(2) VALUE SPACES.
           03 ITM-CANT      PIC Z(6)9.
           03 FILLER        PIC X(5) VALUE SPACES.
           03 ITM-SITUACION PIC X(23).
       01 LINEA-SEPARADOR.
           03 FILLER        PIC X(13) VALUE "===== REPORTE".
           03 FILLER        PIC X VALUE SPACE.
           03 SEP-REPORTE   PIC X(15).
           03 FILLER        PIC X(2) VALUE SPACES.
           03 SEP-CANT      PIC Z(6)9.
           03 FILLER        PIC X(16) VALUE " RENGLONES =====".
       01 LINEA-TITULO.
           03 FILLER        PIC X(32)
               VALUE "DISTRIBUCION DE REPORTES DEL DIA".
           03 FILLER        PIC X VALUE SPACE.
           03 TIT-FECHA     PIC 9(8).
       01 LINEA-MANIFIESTO.
           03 MAN-DESTINO   PIC X(11).
           03 MAN-REPORTE   PIC X(15).
           03 FILLER        PIC X(2) VALUE SPACES.
           03 MAN-CANT      PIC Z(6)9.
           03 FILLER        PIC X(5) VALUE SPACES.
           03 MAN-SITUACION PIC X(23).
       01 LINEA-TOTALES.
           03 FILLER        PIC X(11) VALUE "PAQUETES: ".
           03 TOT-PAQUETES  PIC Z9.
           03 FILLER        PIC X(17) VALUE "  NO PRODUCIDOS: ".
           03 TOT-NO-PRODUCIDOS PIC ZZ9.
           03 FILLER        PIC X(13) VALUE "  RETENIDOS: ".
           03 TOT-RETENIDOS PIC ZZ9.
           03 FILLER        PIC X(14) VALUE "  IGNORADOS: ".
           03 TOT-IGNORADOS PIC ZZ9.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-13ENOPER" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "DISTRIBUCION DE REPORTES"
           DISPLAY "-------------------------------------------------".

      *>   fecha de proceso: la de la tarjeta FECHA (la misma que
      *>   usa el lanzador), sino la del dia
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE "FECHA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S" AND WS-RC-VALOR (1:8) IS NUMERIC
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-PROCESO
           END-IF.
           COMPUTE DIA-SEMANA = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO) - 1, 7)
               + 1.
           MOVE WS-FECHA-PROCESO (7:2) TO DIA-MES.
           COMPUTE WS-FECHA-MANANA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO) + 1).
           IF WS-FECHA-MANANA (7:2) = "01"
               MOVE "S" TO ULTIMO-DIA-MES
           END-IF.

           PERFORM CARGAR-DESTINOS.
           PERFORM CARGAR-DISTRIB.
           IF CANT-ENVIOS = ZERO
               DISPLAY "NINGUN REPORTE TOCA ENTREGAR EL "
                   WS-FECHA-PROCESO
           END-IF.
           PERFORM BUSCAR-CORRIDAS.
           PERFORM VARYING IX-REP FROM 1 BY 1
                   UNTIL IX-REP > CANT-REPORTES
               PERFORM REVISAR-REPORTE
           END-PERFORM.

           OPEN OUTPUT ARCH-DISTRIBREP.
           MOVE WS-FECHA-PROCESO TO TIT-FECHA.
           MOVE LINEA-TITULO TO REG-DISTRIBREP.
           WRITE REG-DISTRIBREP.
           MOVE SPACES TO REG-DISTRIBREP.
           WRITE REG-DISTRIBREP.

           PERFORM VARYING IX-DST FROM 1 BY 1
                   UNTIL IX-DST > CANT-DESTINOS
               IF TDS-CON-ENVIO (IX-DST) = "S"
                   PERFORM ARMAR-PAQUETE
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-DISTRIBREP.
           WRITE REG-DISTRIBREP.
           PERFORM VARYING IX-REP FROM 1 BY 1
                   UNTIL IX-REP > CANT-REPORTES
               IF TRP-PRODUCIDO (IX-REP) = "N"
                   ADD 1 TO CANT-NO-PRODUCIDOS
                   MOVE SPACES TO REG-DISTRIBREP
                   STRING "*** ESPERADO Y NO PRODUCIDO: "
                       DELIMITED BY SIZE
                       TRP-NOMBRE (IX-REP) DELIMITED BY SPACE
                       " (JOB " DELIMITED BY SIZE
                       TRP-JOB (IX-REP) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO REG-DISTRIBREP
                   WRITE REG-DISTRIBREP
                   DISPLAY REG-DISTRIBREP
               END-IF
           END-PERFORM.
           MOVE CANT-PAQUETES TO TOT-PAQUETES.
           MOVE CANT-NO-PRODUCIDOS TO TOT-NO-PRODUCIDOS.
           MOVE CANT-RETENIDOS TO TOT-RETENIDOS.
           MOVE CANT-IGNORADOS TO TOT-IGNORADOS.
           MOVE LINEA-TOTALES TO REG-DISTRIBREP.
           WRITE REG-DISTRIBREP.
           CLOSE ARCH-DISTRIBREP.

           DISPLAY LINEA-TOTALES.
           DISPLAY "EL MANIFIESTO QUEDO EN DISTRIBREP".
           MOVE "EJ-13ENOPER" TO CTL-JOB.
           MOVE CANT-PAQUETES TO CTL-CANT-REG.
           IF CANT-NO-PRODUCIDOS > ZERO OR CANT-RETENIDOS > ZERO
               MOVE "INCOMPLETO" TO CTL-ESTADO
           ELSE
               MOVE "OK" TO CTL-ESTADO
           END-IF.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       CARGAR-DESTINOS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-DESTINOS.
           IF NOT FS-DESTINOS-OK
               DISPLAY "NO EXISTE EL MAESTRO DESTINOS: NO SE ARMA "
                   "NINGUN PAQUETE"
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-DESTINOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-DESTINOS
                   NOT AT END
                       IF CANT-DESTINOS >= 50
                           DISPLAY "ADVERTENCIA: SE IGNORA DESTINO "
                               DST-CODIGO ", YA HAY 50 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-DESTINOS
                           MOVE DST-CODIGO TO
                                TDS-CODIGO (CANT-DESTINOS)
                           MOVE DST-NOMBRE TO
                                TDS-NOMBRE (CANT-DESTINOS)
                           MOVE DST-SENSIBLE TO
                                TDS-SENSIBLE (CANT-DESTINOS)
                           MOVE "N" TO TDS-CON-ENVIO (CANT-DESTINOS)
                       END-IF
               END-READ
           END-PERFORM.

      *>   SE QUEDA CON LOS RENGLONES QUE TOCAN EN LA FECHA; UN
      *>   DESTINATARIO DESCONOCIDO SE INFORMA Y SE SALTEA. LA MARCA
      *>   DE SENSIBLE SE JUNTA DE TODOS LOS RENGLONES, ANTES DEL
      *>   FILTRO POR FRECUENCIA
       CARGAR-DISTRIB.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-DISTRIB.
           IF NOT FS-DISTRIB-OK
               DISPLAY "NO EXISTE LA TABLA DISTRIB: NO HAY NADA "
                   "PARA REPARTIR"
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-DISTRIB
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-DISTRIB
                   NOT AT END
                       IF DIS-SENSIBLE = "S"
                           PERFORM ANOTAR-SENSIBLE
                       END-IF
                       PERFORM TOMAR-DISTRIB THRU TOMAR-DISTRIB-FIN
               END-READ
           END-PERFORM.
           PERFORM VARYING IX-REP FROM 1 BY 1
                   UNTIL IX-REP > CANT-REPORTES
               PERFORM MARCAR-SENSIBLE
           END-PERFORM.

       ANOTAR-SENSIBLE.
           MOVE ZERO TO IX-HALLADO.
           PERFORM VARYING IX-SEN FROM 1 BY 1
                   UNTIL IX-SEN > CANT-SENSIBLES
               IF TSN-REPORTE (IX-SEN) = DIS-REPORTE
                   MOVE IX-SEN TO IX-HALLADO
               END-IF
           END-PERFORM.
           IF IX-HALLADO = ZERO
               IF CANT-SENSIBLES >= 300
                   DISPLAY "ADVERTENCIA: MAS DE 300 REPORTES "
                       "SENSIBLES, HOY TODOS SE TRATAN COMO SENSIBLES"
                   MOVE "S" TO SENSIBLES-DESBORDE
               ELSE
                   ADD 1 TO CANT-SENSIBLES
                   MOVE DIS-REPORTE TO TSN-REPORTE (CANT-SENSIBLES)
               END-IF
           END-IF.

       MARCAR-SENSIBLE.
           IF SENSIBLES-DESBORDE = "S"
               MOVE "S" TO TRP-SENSIBLE (IX-REP)
           END-IF.
           PERFORM VARYING IX-SEN FROM 1 BY 1
                   UNTIL IX-SEN > CANT-SENSIBLES
               IF TSN-REPORTE (IX-SEN) = TRP-NOMBRE (IX-REP)
                   MOVE "S" TO TRP-SENSIBLE (IX-REP)
               END-IF
           END-PERFORM.

       TOMAR-DISTRIB.
           EVALUATE DIS-FRECUENCIA
               WHEN "D"
                   CONTINUE
               WHEN "S"
                   IF DIS-DIA NOT NUMERIC OR DIS-DIA NOT = DIA-SEMANA
                       GO TO TOMAR-DISTRIB-FIN
                   END-IF
               WHEN "M"
                   IF DIS-DIA NOT NUMERIC
                       GO TO TOMAR-DISTRIB-FIN
                   END-IF
                   IF DIS-DIA NOT = DIA-MES
                      AND NOT (ULTIMO-DIA-MES = "S"
                               AND DIS-DIA > DIA-MES)
                       GO TO TOMAR-DISTRIB-FIN
                   END-IF
               WHEN OTHER
                   DISPLAY "FRECUENCIA INVALIDA PARA " DIS-REPORTE
                       " / " DIS-DESTINO ": SE IGNORA"
                   ADD 1 TO CANT-IGNORADOS
                   GO TO TOMAR-DISTRIB-FIN
           END-EVALUATE.
           MOVE ZERO TO IX-HALLADO.
           PERFORM VARYING IX-DST FROM 1 BY 1
                   UNTIL IX-DST > CANT-DESTINOS
               IF TDS-CODIGO (IX-DST) = DIS-DESTINO
                   MOVE IX-DST TO IX-HALLADO
               END-IF
           END-PERFORM.
           IF IX-HALLADO = ZERO
               DISPLAY "DESTINATARIO " DIS-DESTINO " NO ESTA EN "
                   "DESTINOS: " DIS-REPORTE " NO SE LE ENTREGA"
               ADD 1 TO CANT-IGNORADOS
               GO TO TOMAR-DISTRIB-FIN
           END-IF.
           IF CANT-ENVIOS >= 300
               DISPLAY "ADVERTENCIA: SE IGNORA " DIS-REPORTE " / "
                   DIS-DESTINO ", YA HAY 300 ENVIOS EN EL DIA"
               ADD 1 TO CANT-IGNORADOS
               GO TO TOMAR-DISTRIB-FIN
           END-IF.
           ADD 1 TO CANT-ENVIOS.
           MOVE IX-HALLADO TO TEN-IX-DESTINO (CANT-ENVIOS).
           MOVE "S" TO TDS-CON-ENVIO (IX-HALLADO).
           MOVE ZERO TO IX-HALLADO.
           PERFORM VARYING IX-REP FROM 1 BY 1
                   UNTIL IX-REP > CANT-REPORTES
               IF TRP-NOMBRE (IX-REP) = DIS-REPORTE
                   MOVE IX-REP TO IX-HALLADO
               END-IF
           END-PERFORM.
           IF IX-HALLADO = ZERO
               IF CANT-REPORTES >= 100
                   DISPLAY "ADVERTENCIA: SE IGNORA " DIS-REPORTE
                       ", YA HAY 100 REPORTES EN EL DIA"
                   SUBTRACT 1 FROM CANT-ENVIOS
                   ADD 1 TO CANT-IGNORADOS
                   GO TO TOMAR-DISTRIB-FIN
               END-IF
               ADD 1 TO CANT-REPORTES
               MOVE CANT-REPORTES TO IX-HALLADO
               MOVE DIS-REPORTE TO TRP-NOMBRE (IX-HALLADO)
               MOVE DIS-JOB TO TRP-JOB (IX-HALLADO)
               MOVE "N" TO TRP-SENSIBLE (IX-HALLADO)
               MOVE "N" TO TRP-CORRIO (IX-HALLADO)
               MOVE "N" TO TRP-PRODUCIDO (IX-HALLADO)
               MOVE ZERO TO TRP-CANT (IX-HALLADO)
           END-IF.
           IF TRP-JOB (IX-HALLADO) = SPACES
               MOVE DIS-JOB TO TRP-JOB (IX-HALLADO)
           END-IF.
           MOVE IX-HALLADO TO TEN-IX-REPORTE (CANT-ENVIOS).
       TOMAR-DISTRIB-FIN.
           EXIT.

      *>   MARCA LOS REPORTES CUYO JOB TERMINO OK EN LA FECHA DE
      *>   PROCESO
       BUSCAR-CORRIDAS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-CONTROL.
           IF NOT FS-CONTROL-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-CONTROL
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-CONTROL
                   NOT AT END
                       IF CTL-FECHA = WS-FECHA-PROCESO
                          AND CTL-ESTADO = "OK"
                           PERFORM VARYING IX-REP FROM 1 BY 1
                                   UNTIL IX-REP > CANT-REPORTES
                               IF TRP-JOB (IX-REP) = CTL-JOB
                                   MOVE "S" TO TRP-CORRIO (IX-REP)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      *>   UN REPORTE ESTA PRODUCIDO SI SU JOB CORRIO OK Y EL ARCHIVO
      *>   EXISTE; DE PASO SE CUENTAN SUS RENGLONES PARA LA CARATULA
       REVISAR-REPORTE.
           IF TRP-CORRIO (IX-REP) = "N"
               MOVE "N" TO TRP-PRODUCIDO (IX-REP)
           ELSE
               MOVE TRP-NOMBRE (IX-REP) TO WS-NOMBRE-REPORTE
               MOVE ZERO TO CANT-RENGLONES
               MOVE "N" TO FIN-ARCHIVO
               OPEN INPUT ARCH-REPORTE
               IF FS-REPORTE-OK
                   MOVE "S" TO TRP-PRODUCIDO (IX-REP)
                   PERFORM UNTIL FIN-ARCHIVO = "S"
                       READ ARCH-REPORTE
                           AT END
                               MOVE "S" TO FIN-ARCHIVO
                           NOT AT END
                               ADD 1 TO CANT-RENGLONES
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-REPORTE
                   MOVE CANT-RENGLONES TO TRP-CANT (IX-REP)
               ELSE
                   MOVE "N" TO TRP-PRODUCIDO (IX-REP)
               END-IF
           END-IF.

      *>   CARATULA CON TODO LO QUE LE TOCA AL DESTINATARIO Y COMO
      *>   QUEDO CADA COSA, DESPUES LOS REPORTES INCLUIDOS COMPLETOS
       ARMAR-PAQUETE.
           MOVE SPACES TO WS-NOMBRE-PAQUETE.
           STRING "PAQUETE." DELIMITED BY SIZE
               TDS-CODIGO (IX-DST) DELIMITED BY SPACE
               INTO WS-NOMBRE-PAQUETE.
           OPEN OUTPUT ARCH-PAQUETE.
           IF NOT FS-PAQUETE-OK
               DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-PAQUETE
                   " (ESTADO " WS-FS-PAQUETE ")"
           ELSE
               ADD 1 TO CANT-PAQUETES
               MOVE WS-FECHA-PROCESO TO CAR-FECHA
               MOVE TDS-CODIGO (IX-DST) TO CAR-CODIGO
               MOVE TDS-NOMBRE (IX-DST) TO CAR-NOMBRE
               MOVE LINEA-CARATULA TO REG-PAQUETE
               WRITE REG-PAQUETE
               MOVE SPACES TO REG-PAQUETE
               WRITE REG-PAQUETE
               MOVE LINEA-ENCABEZADO TO REG-PAQUETE
               WRITE REG-PAQUETE
               MOVE ZERO TO CANT-EN-PAQUETE
               PERFORM VARYING IX-ENV FROM 1 BY 1
                       UNTIL IX-ENV > CANT-ENVIOS
                   IF TEN-IX-DESTINO (IX-ENV) = IX-DST
                       PERFORM ITEM-CARATULA
                   END-IF
               END-PERFORM
               MOVE SPACES TO REG-PAQUETE
               STRING "REPORTES INCLUIDOS: " DELIMITED BY SIZE
                   CANT-EN-PAQUETE DELIMITED BY SIZE
                   INTO REG-PAQUETE
               WRITE REG-PAQUETE
               PERFORM VARYING IX-ENV FROM 1 BY 1
                       UNTIL IX-ENV > CANT-ENVIOS
                   IF TEN-IX-DESTINO (IX-ENV) = IX-DST
                      AND TEN-SITUACION (IX-ENV) = "INCLUIDO"
                       PERFORM COPIAR-REPORTE
                   END-IF
               END-PERFORM
               CLOSE ARCH-PAQUETE
           END-IF.

       ITEM-CARATULA.
           MOVE TEN-IX-REPORTE (IX-ENV) TO IX-REP.
           EVALUATE TRUE
               WHEN TRP-PRODUCIDO (IX-REP) = "N"
                   MOVE "ESPERADO Y NO PRODUCIDO" TO
                        TEN-SITUACION (IX-ENV)
               WHEN TRP-SENSIBLE (IX-REP) = "S"
                AND TDS-SENSIBLE (IX-DST) NOT = "S"
                   MOVE "RETENIDO: SENSIBLE" TO TEN-SITUACION (IX-ENV)
                   ADD 1 TO CANT-RETENIDOS
                   DISPLAY "*** " TRP-NOMBRE (IX-REP) " ES SENSIBLE Y "
                       TDS-CODIGO (IX-DST) " NO ESTA HABILITADO: "
                       "QUEDA AFUERA DEL PAQUETE"
               WHEN OTHER
                   MOVE "INCLUIDO" TO TEN-SITUACION (IX-ENV)
                   ADD 1 TO CANT-EN-PAQUETE
           END-EVALUATE.
           MOVE TRP-NOMBRE (IX-REP) TO ITM-REPORTE.
           MOVE TRP-CANT (IX-REP) TO ITM-CANT.
           MOVE TEN-SITUACION (IX-ENV) TO ITM-SITUACION.
           MOVE LINEA-ITEM TO REG-PAQUETE.
           WRITE REG-PAQUETE.
           MOVE TDS-CODIGO (IX-DST) TO MAN-DESTINO.
           MOVE TRP-NOMBRE (IX-REP) TO MAN-REPORTE.
           MOVE TRP-CANT (IX-REP) TO MAN-CANT.
           MOVE TEN-SITUACION (IX-ENV) TO MAN-SITUACION.
           MOVE LINEA-MANIFIESTO TO REG-DISTRIBREP.
           WRITE REG-DISTRIBREP.

       COPIAR-REPORTE.
           MOVE TEN-IX-REPORTE (IX-ENV) TO IX-REP.
           MOVE SPACES TO REG-PAQUETE.
           WRITE REG-PAQUETE.
           MOVE TRP-NOMBRE (IX-REP) TO SEP-REPORTE.
           MOVE TRP-CANT (IX-REP) TO SEP-CANT.
           MOVE LINEA-SEPARADOR TO REG-PAQUETE.
           WRITE REG-PAQUETE.
           MOVE TRP-NOMBRE (IX-REP) TO WS-NOMBRE-REPORTE.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-REPORTE.
           IF NOT FS-REPORTE-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-REPORTE
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-REPORTE
                   NOT AT END
                       MOVE REG-REPORTE TO REG-PAQUETE
                       WRITE REG-PAQUETE
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
