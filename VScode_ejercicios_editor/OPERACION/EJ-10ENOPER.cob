      *> Comparacion de generaciones: antes de restaurar una copia
      *> .G1/.G2/.G3 con EJ-04ENOPER el operador no tenia forma de
      *> ver que cambio entre esa generacion y el archivo vivo, y la
      *> restauracion se decidia a ciegas. Esta corrida toma el
      *> archivo y dos generaciones (o una generacion contra el
      *> vivo), aparea los registros por clave y lista en DIFGENER
      *> los agregados, los quitados y los cambiados con el valor
      *> viejo y el nuevo, mas la cuenta de cada cosa. Las claves:
      *> legajo + materia para LISTADO e YAINSCRIPTOS, banda + sexo
      *> para ACUMULADO (cada celda de la matriz, mas el total de
      *> empleados) y, como CONTADORES es un solo registro, cada uno
      *> de sus contadores. Siempre se lee la mas vieja (el numero
      *> de generacion mas alto) contra la mas nueva (el vivo es la
      *> generacion 0), asi "agregado" es lo que se perderia al
      *> restaurar la vieja. La corrida solo lee; no toca nada.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-10ENOPER.
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
      *>   cada generacion se abre por su nombre armado en tiempo de
      *>   corrida (NOMBRE o NOMBRE.Gn); LISTADO, ACUMULADO y
      *>   CONTADORES son texto plano, YAINSCRIPTOS es indexado
           SELECT ARCH-GENER ASSIGN TO WS-NOMBRE-GENER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GENER.

           SELECT ARCH-GENER-IDX ASSIGN TO WS-NOMBRE-GENER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YA-CLAVE
               FILE STATUS IS WS-FS-GENER-IDX.

      *>   DIFGENER es el reporte de diferencias
           SELECT ARCH-DIFGENER ASSIGN TO "DIFGENER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIFGENER.

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
      *>   el renglon generico y, sobre el mismo lugar, las vistas
      *>   de cada archivo que se puede comparar
       FD  ARCH-GENER.
       01  REG-GENER PIC X(120).
           COPY LISTADO.
       01  REG-CONTADORES.
           03 CNT-ANA1 PIC 999.
           03 CNT-DER2 PIC 999.
           03 CNT-IMP3 PIC 999.
           03 CNT-PROCESADOS PIC 9(5).
       01  REG-ACUMULADO.
           03 ACU-BANDA OCCURS 4 TIMES.
               05 ACU-CANT-SEXO PIC 9(5) OCCURS 3 TIMES.
           03 ACU-EMPLE PIC 9(7).

       FD  ARCH-GENER-IDX.
       01  REG-YAINSCRIPTO.
           03 YA-CLAVE.
               05 YA-ID-ALUMNO PIC X(10).
               05 YA-MATERIA   PIC 9.
           03 YA-COMISION  PIC 9.

       FD  ARCH-DIFGENER.
       01  REG-DIFGENER PIC X(110).

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

      *>   ARCHIVO Y GENERACIONES PEDIDAS (0 = EL ARCHIVO VIVO)
       77 WS-NOMBRE-ARCHIVO PIC X(20) VALUE SPACES.
       77 WS-NOMBRE-GENER PIC X(20) VALUE SPACES.
       77 WS-GENERACION PIC 9 VALUE ZERO.
       77 WS-CONTRA PIC 9 VALUE ZERO.
       77 GEN-VIEJA PIC 9 VALUE ZERO.
       77 GEN-NUEVA PIC 9 VALUE ZERO.
       77 GEN-LEYENDO PIC 9 VALUE ZERO.
      *>   LADO QUE SE ESTA CARGANDO: V = LA VIEJA, N = LA NUEVA
       77 LADO-ACTUAL PIC X VALUE SPACE.
       77 TIPO-ARCHIVO PIC X(12) VALUE SPACES.
           88 TIPO-LISTADO VALUE "LISTADO".
           88 TIPO-YAINSCRIPTOS VALUE "YAINSCRIPTOS".
           88 TIPO-ACUMULADO VALUE "ACUMULADO".
           88 TIPO-CONTADORES VALUE "CONTADORES".

      *>   REGISTROS DE CADA LADO, YA LLEVADOS A CLAVE + VALOR
       77 CANT-VIEJA PIC 9(4) VALUE ZERO.
       01  TABLA-VIEJA.
           03 VIEJA-ENTRY OCCURS 3000 TIMES.
               05 TV-CLAVE     PIC X(36).
               05 TV-VALOR     PIC X(20).
               05 TV-APAREADO  PIC X.
       77 CANT-NUEVA PIC 9(4) VALUE ZERO.
       01  TABLA-NUEVA.
           03 NUEVA-ENTRY OCCURS 3000 TIMES.
               05 TN-CLAVE     PIC X(36).
               05 TN-VALOR     PIC X(20).
               05 TN-APAREADO  PIC X.
       77 IX-VIE PIC 9(4) VALUE ZERO.
       77 IX-NUE PIC 9(4) VALUE ZERO.
       77 IX-NUE-HALLADO PIC 9(4) VALUE ZERO.
       77 IX-BANDA PIC 9 VALUE ZERO.
       77 IX-SEXO PIC 9 VALUE ZERO.
       77 CANT-DESBORDE PIC 9(5) VALUE ZERO.

      *>   FILA EN ARMADO, ANTES DE GUARDARLA EN SU LADO
       01 FILA-CLAVE PIC X(36).
       01 FILA-VALOR PIC X(20).
       01 SEXO-NOMBRES.
           03 FILLER PIC X(9) VALUE "MUJER".
           03 FILLER PIC X(9) VALUE "VARON".
           03 FILLER PIC X(9) VALUE "NO DEFINE".
       01 SEXO-TABLA REDEFINES SEXO-NOMBRES.
           03 SEXO-NOMBRE PIC X(9) OCCURS 3 TIMES.

       77 CANT-AGREGADOS PIC 9(5) VALUE ZERO.
       77 CANT-QUITADOS PIC 9(5) VALUE ZERO.
       77 CANT-CAMBIADOS PIC 9(5) VALUE ZERO.
       77 CANT-IGUALES PIC 9(5) VALUE ZERO.
       77 TOTAL-DIFERENCIAS PIC 9(7) VALUE ZERO.

       01 FIN-GENER PIC X VALUE "N".
       01 WS-FS-GENER PIC XX.
           88 FS-GENER-OK VALUE "00".
       01 WS-FS-GENER-IDX PIC XX.
           88 FS-GENER-IDX-OK VALUE "00".
       01 WS-FS-DIFGENER PIC XX.

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER        PIC X(28)
               VALUE "COMPARACION DE GENERACIONES ".
           03 TIT-ARCHIVO   PIC X(13).
           03 TIT-VIEJA     PIC X(5).
           03 FILLER        PIC X(9) VALUE " (VIEJA) ".
           03 FILLER        PIC X(7) VALUE "CONTRA ".
           03 TIT-NUEVA     PIC X(5).
           03 FILLER        PIC X(8) VALUE " (NUEVA)".
       01 LINEA-DETALLE.
           03 DET-TIPO      PIC X(9).
           03 FILLER        PIC X VALUE SPACE.
           03 DET-CLAVE     PIC X(36).
           03 FILLER        PIC X(8) VALUE " VIEJO: ".
           03 DET-VIEJO     PIC X(20).
           03 FILLER        PIC X(8) VALUE " NUEVO: ".
           03 DET-NUEVO     PIC X(20).
       01 LINEA-TOTALES.
           03 FILLER        PIC X(11) VALUE "AGREGADOS: ".
           03 TOT-AGREGADOS PIC Z(4)9.
           03 FILLER        PIC X(12) VALUE "  QUITADOS: ".
           03 TOT-QUITADOS  PIC Z(4)9.
           03 FILLER        PIC X(13) VALUE "  CAMBIADOS: ".
           03 TOT-CAMBIADOS PIC Z(4)9.
           03 FILLER        PIC X(11) VALUE "  IGUALES: ".
           03 TOT-IGUALES   PIC Z(4)9.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-10ENOPER" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "COMPARACION DE GENERACIONES"
           DISPLAY "-------------------------------------------------".

      *>   archivo y generaciones: primero la tarjeta de corrida
      *>   (claves ARCHIVO, GENERACION y CONTRA), sino por consola
           MOVE "ARCHIVO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR TO WS-NOMBRE-ARCHIVO
           ELSE
               DISPLAY "ARCHIVO A COMPARAR (P.EJ. LISTADO): "
               ACCEPT WS-NOMBRE-ARCHIVO
           END-IF.
           MOVE "GENERACION" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:1) TO WS-GENERACION
           ELSE
               DISPLAY "GENERACION A REVISAR (1 = MAS NUEVA): "
               ACCEPT WS-GENERACION
           END-IF.
           MOVE "CONTRA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:1) TO WS-CONTRA
           ELSE
               DISPLAY "COMPARAR CONTRA LA GENERACION (0 = VIVO): "
               ACCEPT WS-CONTRA
           END-IF.

           MOVE WS-NOMBRE-ARCHIVO TO TIPO-ARCHIVO.
           IF NOT TIPO-LISTADO AND NOT TIPO-YAINSCRIPTOS
              AND NOT TIPO-ACUMULADO AND NOT TIPO-CONTADORES
               DISPLAY "SOLO SE COMPARAN LISTADO, YAINSCRIPTOS, "
                   "ACUMULADO Y CONTADORES"
               PERFORM TERMINAR-RECHAZADO
           END-IF.
           IF WS-GENERACION NOT NUMERIC OR WS-CONTRA NOT NUMERIC
              OR WS-GENERACION = WS-CONTRA
               DISPLAY "GENERACIONES INVALIDAS, CORRIDA RECHAZADA"
               PERFORM TERMINAR-RECHAZADO
           END-IF.
           IF WS-GENERACION > WS-CONTRA
               MOVE WS-GENERACION TO GEN-VIEJA
               MOVE WS-CONTRA TO GEN-NUEVA
           ELSE
               MOVE WS-CONTRA TO GEN-VIEJA
               MOVE WS-GENERACION TO GEN-NUEVA
           END-IF.

           MOVE "V" TO LADO-ACTUAL.
           MOVE GEN-VIEJA TO GEN-LEYENDO.
           PERFORM CARGAR-LADO THRU CARGAR-LADO-FIN.
           MOVE "N" TO LADO-ACTUAL.
           MOVE GEN-NUEVA TO GEN-LEYENDO.
           PERFORM CARGAR-LADO THRU CARGAR-LADO-FIN.
           IF CANT-DESBORDE > ZERO
               DISPLAY "*** " CANT-DESBORDE " REGISTROS NO ENTRARON "
                   "EN LA TABLA (3000): LA COMPARACION ES PARCIAL ***"
           END-IF.

           OPEN OUTPUT ARCH-DIFGENER.
           MOVE TIPO-ARCHIVO TO TIT-ARCHIVO.
           MOVE SPACES TO TIT-VIEJA.
           STRING ".G" DELIMITED BY SIZE
               GEN-VIEJA DELIMITED BY SIZE
               INTO TIT-VIEJA.
           MOVE SPACES TO TIT-NUEVA.
           IF GEN-NUEVA = ZERO
               MOVE "VIVO" TO TIT-NUEVA
           ELSE
               STRING ".G" DELIMITED BY SIZE
                   GEN-NUEVA DELIMITED BY SIZE
                   INTO TIT-NUEVA
           END-IF.
           MOVE LINEA-TITULO TO REG-DIFGENER.
           WRITE REG-DIFGENER.
           MOVE SPACES TO REG-DIFGENER.
           WRITE REG-DIFGENER.

           PERFORM COMPARAR-LADOS.

           MOVE SPACES TO REG-DIFGENER.
           WRITE REG-DIFGENER.
           MOVE CANT-AGREGADOS TO TOT-AGREGADOS.
           MOVE CANT-QUITADOS TO TOT-QUITADOS.
           MOVE CANT-CAMBIADOS TO TOT-CAMBIADOS.
           MOVE CANT-IGUALES TO TOT-IGUALES.
           MOVE LINEA-TOTALES TO REG-DIFGENER.
           WRITE REG-DIFGENER.
           CLOSE ARCH-DIFGENER.

           DISPLAY LINEA-TITULO.
           DISPLAY LINEA-TOTALES.
           DISPLAY "EL DETALLE QUEDO EN DIFGENER".
           COMPUTE TOTAL-DIFERENCIAS =
               CANT-AGREGADOS + CANT-QUITADOS + CANT-CAMBIADOS.
           MOVE TOTAL-DIFERENCIAS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   ARMA EL NOMBRE DE LA GENERACION (0 = EL VIVO, SINO
      *>   NOMBRE.Gn COMO LOS DEJA LA ROTACION, VER COPYLIB GENPR) Y
      *>   LA CARGA EN SU LADO. UNA GENERACION QUE NO EXISTE RECHAZA
      *>   LA CORRIDA: COMPARAR CONTRA NADA SERIA LISTARLO TODO
       CARGAR-LADO.
           MOVE SPACES TO WS-NOMBRE-GENER.
           IF GEN-LEYENDO = ZERO
               MOVE WS-NOMBRE-ARCHIVO TO WS-NOMBRE-GENER
           ELSE
               STRING WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
                   ".G" DELIMITED BY SIZE
                   GEN-LEYENDO DELIMITED BY SIZE
                   INTO WS-NOMBRE-GENER
           END-IF.
           MOVE "N" TO FIN-GENER.
           IF TIPO-YAINSCRIPTOS
               PERFORM CARGAR-INDEXADO
               GO TO CARGAR-LADO-FIN.
           OPEN INPUT ARCH-GENER.
           IF NOT FS-GENER-OK
               DISPLAY "NO EXISTE " WS-NOMBRE-GENER
               PERFORM TERMINAR-RECHAZADO
           END-IF.
           PERFORM UNTIL FIN-GENER = "S"
               READ ARCH-GENER
                   AT END
                       MOVE "S" TO FIN-GENER
                       CLOSE ARCH-GENER
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TIPO-LISTADO
                               PERFORM FILA-LISTADO
                           WHEN TIPO-ACUMULADO
                               PERFORM FILAS-ACUMULADO
                           WHEN TIPO-CONTADORES
                               PERFORM FILAS-CONTADORES
                       END-EVALUATE
               END-READ
           END-PERFORM.
       CARGAR-LADO-FIN.
           EXIT.

       CARGAR-INDEXADO.
           OPEN INPUT ARCH-GENER-IDX.
           IF NOT FS-GENER-IDX-OK
               DISPLAY "NO EXISTE " WS-NOMBRE-GENER
               PERFORM TERMINAR-RECHAZADO
           END-IF.
           PERFORM UNTIL FIN-GENER = "S"
               READ ARCH-GENER-IDX NEXT
                   AT END
                       MOVE "S" TO FIN-GENER
                       CLOSE ARCH-GENER-IDX
                   NOT AT END
                       MOVE SPACES TO FILA-CLAVE
                       STRING YA-ID-ALUMNO DELIMITED BY SIZE
                           " MATERIA " DELIMITED BY SIZE
                           YA-MATERIA DELIMITED BY SIZE
                           INTO FILA-CLAVE
                       MOVE SPACES TO FILA-VALOR
                       STRING "COMISION " DELIMITED BY SIZE
                           YA-COMISION DELIMITED BY SIZE
                           INTO FILA-VALOR
                       PERFORM GUARDAR-FILA
               END-READ
           END-PERFORM.

       FILA-LISTADO.
           MOVE SPACES TO FILA-CLAVE.
           MOVE LIST-ID-ALUMNO TO FILA-CLAVE (1:10).
           MOVE LIST-MATERIA TO FILA-CLAVE (12:25).
           MOVE SPACES TO FILA-VALOR.
           STRING "COMISION " DELIMITED BY SIZE
               LIST-COMISION DELIMITED BY SIZE
               INTO FILA-VALOR.
           PERFORM GUARDAR-FILA.

      *>   ACUMULADO ES UN SOLO REGISTRO: CADA CELDA BANDA + SEXO ES
      *>   UNA FILA, Y EL TOTAL DE EMPLEADOS OTRA
       FILAS-ACUMULADO.
           PERFORM VARYING IX-BANDA FROM 1 BY 1 UNTIL IX-BANDA > 4
               PERFORM VARYING IX-SEXO FROM 1 BY 1 UNTIL IX-SEXO > 3
                   MOVE SPACES TO FILA-CLAVE
                   STRING "BANDA " DELIMITED BY SIZE
                       IX-BANDA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SEXO-NOMBRE (IX-SEXO) DELIMITED BY SIZE
                       INTO FILA-CLAVE
                   MOVE ACU-CANT-SEXO (IX-BANDA, IX-SEXO)
                       TO FILA-VALOR
                   PERFORM GUARDAR-FILA
               END-PERFORM
           END-PERFORM.
           MOVE "TOTAL EMPLEADOS" TO FILA-CLAVE.
           MOVE ACU-EMPLE TO FILA-VALOR.
           PERFORM GUARDAR-FILA.

      *>   CONTADORES TAMBIEN ES UN SOLO REGISTRO: SE COMPARA
      *>   CONTADOR POR CONTADOR
       FILAS-CONTADORES.
           MOVE "CONTADOR ANA1" TO FILA-CLAVE.
           MOVE CNT-ANA1 TO FILA-VALOR.
           PERFORM GUARDAR-FILA.
           MOVE "CONTADOR DER2" TO FILA-CLAVE.
           MOVE CNT-DER2 TO FILA-VALOR.
           PERFORM GUARDAR-FILA.
           MOVE "CONTADOR IMP3" TO FILA-CLAVE.
           MOVE CNT-IMP3 TO FILA-VALOR.
           PERFORM GUARDAR-FILA.
           MOVE "CONTADOR PROCESADOS" TO FILA-CLAVE.
           MOVE CNT-PROCESADOS TO FILA-VALOR.
           PERFORM GUARDAR-FILA.

       GUARDAR-FILA.
           IF LADO-ACTUAL = "V"
               IF CANT-VIEJA < 3000
                   ADD 1 TO CANT-VIEJA
                   MOVE FILA-CLAVE TO TV-CLAVE (CANT-VIEJA)
                   MOVE FILA-VALOR TO TV-VALOR (CANT-VIEJA)
                   MOVE "N" TO TV-APAREADO (CANT-VIEJA)
               ELSE
                   ADD 1 TO CANT-DESBORDE
               END-IF
           ELSE
               IF CANT-NUEVA < 3000
                   ADD 1 TO CANT-NUEVA
                   MOVE FILA-CLAVE TO TN-CLAVE (CANT-NUEVA)
                   MOVE FILA-VALOR TO TN-VALOR (CANT-NUEVA)
                   MOVE "N" TO TN-APAREADO (CANT-NUEVA)
               ELSE
                   ADD 1 TO CANT-DESBORDE
               END-IF
           END-IF.

      *>   CADA FILA VIEJA BUSCA SU CLAVE ENTRE LAS NUEVAS TODAVIA
      *>   NO APAREADAS: SIN PAR ES QUITADA, CON PAR Y OTRO VALOR ES
      *>   CAMBIADA. LAS NUEVAS QUE QUEDAN SIN PAR SON AGREGADAS
       COMPARAR-LADOS.
           PERFORM VARYING IX-VIE FROM 1 BY 1
                   UNTIL IX-VIE > CANT-VIEJA
               MOVE ZERO TO IX-NUE-HALLADO
               PERFORM VARYING IX-NUE FROM 1 BY 1
                       UNTIL IX-NUE > CANT-NUEVA
                          OR IX-NUE-HALLADO > ZERO
                   IF TN-CLAVE (IX-NUE) = TV-CLAVE (IX-VIE)
                      AND TN-APAREADO (IX-NUE) = "N"
                       MOVE IX-NUE TO IX-NUE-HALLADO
                   END-IF
               END-PERFORM
               IF IX-NUE-HALLADO = ZERO
                   ADD 1 TO CANT-QUITADOS
                   MOVE "QUITADO" TO DET-TIPO
                   MOVE TV-CLAVE (IX-VIE) TO DET-CLAVE
                   MOVE TV-VALOR (IX-VIE) TO DET-VIEJO
                   MOVE SPACES TO DET-NUEVO
                   MOVE LINEA-DETALLE TO REG-DIFGENER
                   WRITE REG-DIFGENER
               ELSE
                   MOVE "S" TO TN-APAREADO (IX-NUE-HALLADO)
                   MOVE "S" TO TV-APAREADO (IX-VIE)
                   IF TN-VALOR (IX-NUE-HALLADO) = TV-VALOR (IX-VIE)
                       ADD 1 TO CANT-IGUALES
                   ELSE
                       ADD 1 TO CANT-CAMBIADOS
                       MOVE "CAMBIADO" TO DET-TIPO
                       MOVE TV-CLAVE (IX-VIE) TO DET-CLAVE
                       MOVE TV-VALOR (IX-VIE) TO DET-VIEJO
                       MOVE TN-VALOR (IX-NUE-HALLADO) TO DET-NUEVO
                       MOVE LINEA-DETALLE TO REG-DIFGENER
                       WRITE REG-DIFGENER
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-NUE FROM 1 BY 1
                   UNTIL IX-NUE > CANT-NUEVA
               IF TN-APAREADO (IX-NUE) = "N"
                   ADD 1 TO CANT-AGREGADOS
                   MOVE "AGREGADO" TO DET-TIPO
                   MOVE TN-CLAVE (IX-NUE) TO DET-CLAVE
                   MOVE SPACES TO DET-VIEJO
                   MOVE TN-VALOR (IX-NUE) TO DET-NUEVO
                   MOVE LINEA-DETALLE TO REG-DIFGENER
                   WRITE REG-DIFGENER
               END-IF
           END-PERFORM.

       TERMINAR-RECHAZADO.
           MOVE "EJ-10ENOPER" TO CTL-JOB.
           MOVE ZERO TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
