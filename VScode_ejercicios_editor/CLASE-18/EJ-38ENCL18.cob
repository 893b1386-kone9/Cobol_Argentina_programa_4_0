      *> Rendimiento por muestra temporaria: la pregunta del
      *> director cada trimestre es si la muestra se pago, y
      *> SALASHORA cuenta gente por sala y hora pero nada decia que
      *> muestra habia en que sala. Con el maestro MUESTRAS (ver
      *> COPYLIB MUESTRAS) esta corrida arma, por muestra: los
      *> visitantes de su sala entre apertura y cierre (total y
      *> promedio por dia con datos) contra el promedio de la misma
      *> sala fuera de esas fechas, la parte del trafico del
      *> edificio (VISITASHORA) que se llevo la sala en esos dias, y
      *> el ingreso de boleteria atribuible: los visitantes por
      *> encima del promedio habitual de la sala por el precio
      *> promedio cobrado en VENTAS en el periodo, contra el costo
      *> de montaje. Los feeds vienen ordenados por fecha, como los
      *> exporta el molinete, y los dias se cuentan por cambio de
      *> fecha; los dias en que la sala estuvo cerrada segun el
      *> calendario SALAESTADO no entran en ningun promedio. Sale
      *> el reporte MUESTRAREP.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-38ENCL18.
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
      *>   MUESTRAS es el maestro de muestras temporarias
           SELECT ARCH-MUESTRAS ASSIGN TO "MUESTRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MUESTRAS.

      *>   SALASHORA es el feed de contadores por sala (ver COPYLIB
      *>   SALAHORA)
           SELECT ARCH-SALASHORA ASSIGN TO "SALASHORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALASHORA.

           SELECT ARCH-VISITASHORA ASSIGN TO "VISITASHORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VISITASHORA.

           SELECT ARCH-VENTAS ASSIGN TO "VENTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VENTAS.

      *>   SALAESTADO es el calendario de cierres y reducciones de
      *>   aforo de las salas
           SELECT ARCH-ESTSALA ASSIGN TO "SALAESTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTSALA.

      *>   MUESTRAREP es el reporte imprimible por muestra
           SELECT ARCH-MUESTRAREP ASSIGN TO "MUESTRAREP"
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
       FD  ARCH-MUESTRAS
           RECORD CONTAINS 70 CHARACTERS.
           COPY MUESTRAS.

       FD  ARCH-SALASHORA
           RECORD CONTAINS 24 CHARACTERS.
           COPY SALAHORA.

       FD  ARCH-VISITASHORA.
           COPY VISITHORA.

       FD  ARCH-VENTAS.
       01  REG-VENTA.
           03 VEN-FECHA    PIC 9(8).
           03 FILLER       PIC X VALUE ";".
           03 VEN-TIPO     PIC X(10).
           03 FILLER       PIC X VALUE ";".
           03 VEN-CANTIDAD PIC 9(4).
           03 FILLER       PIC X VALUE ";".
           03 VEN-IMPORTE  PIC 9(7)V99.
           03 FILLER       PIC X VALUE ";".
           03 VEN-CLASE    PIC X.
           03 FILLER       PIC X VALUE ";".
           03 VEN-HORA     PIC 99.
           03 FILLER       PIC X VALUE ";".
           03 VEN-OPERADOR PIC X(10).

       FD  ARCH-ESTSALA
           RECORD CONTAINS 65 CHARACTERS.
           COPY ESTSALA.

       FD  ARCH-MUESTRAREP.
       01  REG-MUESTRAREP PIC X(90).

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

      *>   ESTADO DE LAS SALAS POR FECHA (VER COPYLIB ESTSPROC)
           COPY ESTSPROC.

      *>   MUESTRAS EN MEMORIA CON SUS ACUMULADOS
       77 WS-CANT-MUESTRAS PIC 99 VALUE ZERO.
       01 TABLA-MUESTRAS.
           03 MUESTRA-ENTRY OCCURS 50 TIMES.
               05 TM-CODIGO        PIC X(6).
               05 TM-NOMBRE        PIC X(30).
               05 TM-SALA          PIC 9(2).
               05 TM-DESDE         PIC 9(8).
               05 TM-HASTA         PIC 9(8).
               05 TM-COSTO         PIC 9(9)V99.
      *>           SALA DURANTE LA MUESTRA Y FUERA DE ELLA
               05 TM-VIS-DENTRO    PIC 9(8).
               05 TM-DIAS-DENTRO   PIC 9(4).
               05 TM-ULT-DENTRO    PIC 9(8).
               05 TM-VIS-FUERA     PIC 9(8).
               05 TM-DIAS-FUERA    PIC 9(4).
               05 TM-ULT-FUERA     PIC 9(8).
      *>           EDIFICIO Y BOLETERIA EN LAS FECHAS DE LA MUESTRA
               05 TM-VIS-EDIFICIO  PIC 9(8).
               05 TM-BOL-IMPORTE   PIC S9(9)V99.
               05 TM-BOL-CANTIDAD  PIC S9(7).
       77 IX-MUE PIC 99 VALUE ZERO.

      *>   CALCULOS DE LA MUESTRA EN CURSO
       77 WS-PROM-DENTRO PIC 9(6)V99 VALUE ZERO.
       77 WS-PROM-FUERA PIC 9(6)V99 VALUE ZERO.
       77 WS-VARIACION PIC S9(5)V9 VALUE ZERO.
       77 WS-PARTICIPACION PIC 9(3)V99 VALUE ZERO.
       77 WS-ADICIONALES PIC S9(8) VALUE ZERO.
       77 WS-PRECIO-PROMEDIO PIC 9(7)V99 VALUE ZERO.
       77 WS-INGRESO-ATRIBUIBLE PIC 9(11)V99 VALUE ZERO.
       77 WS-RESULTADO PIC S9(11)V99 VALUE ZERO.
       77 WS-RECUPERADAS PIC 99 VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".

       01 WS-FS-MUESTRAS PIC XX.
           88 FS-MUESTRAS-OK VALUE "00".
       01 WS-FS-SALASHORA PIC XX.
           88 FS-SALASHORA-OK VALUE "00".
       01 WS-FS-VISITASHORA PIC XX.
           88 FS-VISITASHORA-OK VALUE "00".
       01 WS-FS-VENTAS PIC XX.
           88 FS-VENTAS-OK VALUE "00".

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-MUESTRA.
           03 FILLER        PIC X(8) VALUE "MUESTRA ".
           03 LMU-CODIGO    PIC X(6).
           03 FILLER        PIC X VALUE SPACE.
           03 LMU-NOMBRE    PIC X(30).
           03 FILLER        PIC X(6) VALUE " SALA ".
           03 LMU-SALA      PIC 99.
           03 FILLER        PIC X(5) VALUE " DEL ".
           03 LMU-DESDE     PIC 9(8).
           03 FILLER        PIC X(4) VALUE " AL ".
           03 LMU-HASTA     PIC 9(8).
       01 LINEA-VISITAS.
           03 FILLER        PIC X(26)
               VALUE "  VISITANTES EN LA SALA:  ".
           03 LVI-TOTAL     PIC ZZZZZZZ9.
           03 FILLER        PIC X(7) VALUE "  DIAS ".
           03 LVI-DIAS      PIC ZZZ9.
           03 FILLER        PIC X(21) VALUE "  PROMEDIO POR DIA:  ".
           03 LVI-PROMEDIO  PIC ZZZZZ9.99.
       01 LINEA-FUERA.
           03 FILLER        PIC X(26)
               VALUE "  MISMA SALA SIN MUESTRA: ".
           03 LFU-TOTAL     PIC ZZZZZZZ9.
           03 FILLER        PIC X(7) VALUE "  DIAS ".
           03 LFU-DIAS      PIC ZZZ9.
           03 FILLER        PIC X(21) VALUE "  PROMEDIO POR DIA:  ".
           03 LFU-PROMEDIO  PIC ZZZZZ9.99.
           03 FILLER        PIC X(3) VALUE SPACES.
           03 LFU-VARIACION PIC -ZZZZ9.9.
           03 FILLER        PIC X VALUE "%".
       01 LINEA-EDIFICIO.
           03 FILLER        PIC X(26)
               VALUE "  VISITANTES DEL EDIFICIO:".
           03 LED-TOTAL     PIC ZZZZZZZ9.
           03 FILLER        PIC X(28)
               VALUE "  PARTICIPACION DE LA SALA: ".
           03 LED-PARTIC    PIC ZZ9.99.
           03 FILLER        PIC X VALUE "%".
       01 LINEA-INGRESO.
           03 FILLER        PIC X(26)
               VALUE "  VISITANTES ADICIONALES: ".
           03 LIN-ADICIONAL PIC -ZZZZZZ9.
           03 FILLER        PIC X(19) VALUE "  PRECIO PROMEDIO: ".
           03 LIN-PRECIO    PIC ZZZZZZ9.99.
       01 LINEA-RESULTADO.
           03 FILLER        PIC X(12) VALUE "  INGRESO: ".
           03 LRE-INGRESO   PIC Z(10)9.99.
           03 FILLER        PIC X(8) VALUE "  COSTO ".
           03 LRE-COSTO     PIC Z(8)9.99.
           03 FILLER        PIC X(12) VALUE "  RESULTADO ".
           03 LRE-RESULTADO PIC -Z(10)9.99.
           03 FILLER        PIC X VALUE SPACE.
           03 LRE-MARCA     PIC X(11).
       01 LINEA-GUIONES PIC X(80) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-38ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "RENDIMIENTO POR MUESTRA TEMPORARIA"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-MUESTRAS.
           IF WS-CANT-MUESTRAS = ZERO
               DISPLAY "NO HAY MUESTRAS EN EL MAESTRO"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM CARGAR-ESTADO-SALAS.
           PERFORM ACUMULAR-SALAS.
           PERFORM ACUMULAR-EDIFICIO.
           PERFORM ACUMULAR-BOLETERIA.

           OPEN OUTPUT ARCH-MUESTRAREP.
           MOVE "RENDIMIENTO POR MUESTRA TEMPORARIA"
             TO REG-MUESTRAREP.
           WRITE REG-MUESTRAREP.
           PERFORM VARYING IX-MUE FROM 1 BY 1
                   UNTIL IX-MUE > WS-CANT-MUESTRAS
               PERFORM REPORTAR-MUESTRA
           END-PERFORM.
           CLOSE ARCH-MUESTRAREP.

           DISPLAY "MUESTRAS REPORTADAS: " WS-CANT-MUESTRAS.
           DISPLAY "MUESTRAS QUE RECUPERARON SU COSTO: "
               WS-RECUPERADAS.
           MOVE WS-CANT-MUESTRAS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   EL INGRESO ATRIBUIBLE ES EL DE LOS VISITANTES QUE LA SALA
      *>   TUVO POR ENCIMA DE SU PROMEDIO HABITUAL, AL PRECIO
      *>   PROMEDIO QUE SE COBRO EN BOLETERIA EN ESAS FECHAS
       REPORTAR-MUESTRA.
           MOVE ZERO TO WS-PROM-DENTRO.
           MOVE ZERO TO WS-PROM-FUERA.
           MOVE ZERO TO WS-VARIACION.
           MOVE ZERO TO WS-PARTICIPACION.
           MOVE ZERO TO WS-PRECIO-PROMEDIO.
           IF TM-DIAS-DENTRO (IX-MUE) > ZERO
               COMPUTE WS-PROM-DENTRO ROUNDED =
                   TM-VIS-DENTRO (IX-MUE) / TM-DIAS-DENTRO (IX-MUE)
           END-IF.
           IF TM-DIAS-FUERA (IX-MUE) > ZERO
               COMPUTE WS-PROM-FUERA ROUNDED =
                   TM-VIS-FUERA (IX-MUE) / TM-DIAS-FUERA (IX-MUE)
           END-IF.
           IF WS-PROM-FUERA > ZERO
               COMPUTE WS-VARIACION ROUNDED =
                   ((WS-PROM-DENTRO - WS-PROM-FUERA)
                    / WS-PROM-FUERA) * 100
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VARIACION
               END-COMPUTE
           END-IF.
           IF TM-VIS-EDIFICIO (IX-MUE) > ZERO
               COMPUTE WS-PARTICIPACION ROUNDED =
                   (TM-VIS-DENTRO (IX-MUE)
                    / TM-VIS-EDIFICIO (IX-MUE)) * 100
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PARTICIPACION
               END-COMPUTE
           END-IF.
           COMPUTE WS-ADICIONALES ROUNDED = TM-VIS-DENTRO (IX-MUE)
               - (WS-PROM-FUERA * TM-DIAS-DENTRO (IX-MUE)).
           IF TM-BOL-CANTIDAD (IX-MUE) > ZERO
              AND TM-BOL-IMPORTE (IX-MUE) > ZERO
               COMPUTE WS-PRECIO-PROMEDIO ROUNDED =
                   TM-BOL-IMPORTE (IX-MUE) / TM-BOL-CANTIDAD (IX-MUE)
           END-IF.
           MOVE ZERO TO WS-INGRESO-ATRIBUIBLE.
           IF WS-ADICIONALES > ZERO
               COMPUTE WS-INGRESO-ATRIBUIBLE =
                   WS-ADICIONALES * WS-PRECIO-PROMEDIO
           END-IF.
           COMPUTE WS-RESULTADO =
               WS-INGRESO-ATRIBUIBLE - TM-COSTO (IX-MUE).

           MOVE LINEA-GUIONES TO REG-MUESTRAREP.
           WRITE REG-MUESTRAREP.
           MOVE TM-CODIGO (IX-MUE) TO LMU-CODIGO.
           MOVE TM-NOMBRE (IX-MUE) TO LMU-NOMBRE.
           MOVE TM-SALA (IX-MUE) TO LMU-SALA.
           MOVE TM-DESDE (IX-MUE) TO LMU-DESDE.
           MOVE TM-HASTA (IX-MUE) TO LMU-HASTA.
           MOVE LINEA-MUESTRA TO REG-MUESTRAREP.
           WRITE REG-MUESTRAREP.
           MOVE TM-VIS-DENTRO (IX-MUE) TO LVI-TOTAL.
           MOVE TM-DIAS-DENTRO (IX-MUE) TO LVI-DIAS.
           MOVE WS-PROM-DENTRO TO LVI-PROMEDIO.
           MOVE LINEA-VISITAS TO REG-MUESTRAREP.
           WRITE REG-MUESTRAREP.
           MOVE TM-VIS-FUERA (IX-MUE) TO LFU-TOTAL.
           MOVE TM-DIAS-FUERA (IX-MUE) TO LFU-DIAS.
           MOVE WS-PROM-FUERA TO LFU-PROMEDIO.
           MOVE WS-VARIACION TO LFU-VARIACION.
           MOVE LINEA-FUERA TO REG-MUESTRAREP.
           WRITE REG-MUESTRAREP.
           MOVE TM-VIS-EDIFICIO (IX-MUE) TO LED-TOTAL.
           MOVE WS-PARTICIPACION TO LED-PARTIC.
           MOVE LINEA-EDIFICIO TO REG-MUESTRAREP.
           WRITE REG-MUESTRAREP.
           MOVE WS-ADICIONALES TO LIN-ADICIONAL.
           MOVE WS-PRECIO-PROMEDIO TO LIN-PRECIO.
           MOVE LINEA-INGRESO TO REG-MUESTRAREP.
           WRITE REG-MUESTRAREP.
           MOVE WS-INGRESO-ATRIBUIBLE TO LRE-INGRESO.
           MOVE TM-COSTO (IX-MUE) TO LRE-COSTO.
           MOVE WS-RESULTADO TO LRE-RESULTADO.
           IF WS-RESULTADO < ZERO
               MOVE "NO RECUPERO" TO LRE-MARCA
           ELSE
               MOVE "RECUPERO" TO LRE-MARCA
               ADD 1 TO WS-RECUPERADAS
           END-IF.
           MOVE LINEA-RESULTADO TO REG-MUESTRAREP.
           WRITE REG-MUESTRAREP.

      *>   CADA RENGLON DEL FEED DE SALAS CUENTA PARA TODAS LAS
      *>   MUESTRAS DE ESA SALA: DENTRO DE SUS FECHAS O FUERA; UN
      *>   DIA DE SALA CERRADA NO CUENTA NI COMO DIA NI COMO VISITAS
       ACUMULAR-SALAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-SALASHORA.
           IF NOT FS-SALASHORA-OK
               DISPLAY "NO EXISTE SALASHORA: LAS SALAS SALEN EN CERO"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-SALASHORA
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-SALASHORA
                   NOT AT END
                       PERFORM VARYING IX-MUE FROM 1 BY 1
                               UNTIL IX-MUE > WS-CANT-MUESTRAS
                           IF SH-SALA = TM-SALA (IX-MUE)
                               PERFORM ACUMULAR-SALA-MUESTRA
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       ACUMULAR-SALA-MUESTRA.
           MOVE SH-SALA TO WS-ESA-SALA.
           MOVE SH-FECHA TO WS-ESA-FECHA.
           PERFORM CONSULTAR-ESTADO-SALA.
           IF WS-ESA-ESTADO = "CERRADA"
               CONTINUE
           ELSE
               IF SH-FECHA NOT < TM-DESDE (IX-MUE)
                  AND SH-FECHA NOT > TM-HASTA (IX-MUE)
                   ADD SH-ENTRADAS TO TM-VIS-DENTRO (IX-MUE)
                   IF SH-FECHA NOT = TM-ULT-DENTRO (IX-MUE)
                       ADD 1 TO TM-DIAS-DENTRO (IX-MUE)
                       MOVE SH-FECHA TO TM-ULT-DENTRO (IX-MUE)
                   END-IF
               ELSE
                   ADD SH-ENTRADAS TO TM-VIS-FUERA (IX-MUE)
                   IF SH-FECHA NOT = TM-ULT-FUERA (IX-MUE)
                       ADD 1 TO TM-DIAS-FUERA (IX-MUE)
                       MOVE SH-FECHA TO TM-ULT-FUERA (IX-MUE)
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-EDIFICIO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-VISITASHORA.
           IF NOT FS-VISITASHORA-OK
               DISPLAY "NO EXISTE VISITASHORA: SIN PARTICIPACION"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-VISITASHORA
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-VISITASHORA
                   NOT AT END
                       PERFORM VARYING IX-MUE FROM 1 BY 1
                               UNTIL IX-MUE > WS-CANT-MUESTRAS
                           IF VH-FECHA NOT < TM-DESDE (IX-MUE)
                              AND VH-FECHA NOT > TM-HASTA (IX-MUE)
                               ADD VH-CANTIDAD TO
                                   TM-VIS-EDIFICIO (IX-MUE)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

      *>   LAS ANULACIONES Y DEVOLUCIONES (CLASE A/D) SE NETEAN,
      *>   IGUAL QUE EN LA CONCILIACION DE BOLETERIA
       ACUMULAR-BOLETERIA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-VENTAS.
           IF NOT FS-VENTAS-OK
               DISPLAY "NO EXISTE VENTAS: SIN PRECIO PROMEDIO"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-VENTAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-VENTAS
                   NOT AT END
                       PERFORM VARYING IX-MUE FROM 1 BY 1
                               UNTIL IX-MUE > WS-CANT-MUESTRAS
                           IF VEN-FECHA NOT < TM-DESDE (IX-MUE)
                              AND VEN-FECHA NOT > TM-HASTA (IX-MUE)
                               PERFORM ACUMULAR-VENTA-MUESTRA
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       ACUMULAR-VENTA-MUESTRA.
           IF VEN-CLASE = "A" OR VEN-CLASE = "D"
               SUBTRACT VEN-IMPORTE FROM TM-BOL-IMPORTE (IX-MUE)
               SUBTRACT VEN-CANTIDAD FROM TM-BOL-CANTIDAD (IX-MUE)
           ELSE
               ADD VEN-IMPORTE TO TM-BOL-IMPORTE (IX-MUE)
               ADD VEN-CANTIDAD TO TM-BOL-CANTIDAD (IX-MUE)
           END-IF.

       CARGAR-MUESTRAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MUESTRAS.
           IF NOT FS-MUESTRAS-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-MUESTRAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-MUESTRAS
                   NOT AT END
                       IF WS-CANT-MUESTRAS >= 50
                           DISPLAY "MUESTRAS TIENE MAS DE 50 MUESTRAS,"
                               " NO SE PUEDE INFORMAR"
                           CLOSE ARCH-MUESTRAS
                           MOVE ZERO TO CTL-CANT-REG
                           MOVE "RECHAZADO" TO CTL-ESTADO
                           PERFORM GRABAR-CONTROL
                           STOP RUN
                       ELSE
                           ADD 1 TO WS-CANT-MUESTRAS
                           MOVE WS-CANT-MUESTRAS TO IX-MUE
                           MOVE MUE-CODIGO TO TM-CODIGO (IX-MUE)
                           MOVE MUE-NOMBRE TO TM-NOMBRE (IX-MUE)
                           MOVE MUE-SALA TO TM-SALA (IX-MUE)
                           MOVE MUE-DESDE TO TM-DESDE (IX-MUE)
                           MOVE MUE-HASTA TO TM-HASTA (IX-MUE)
                           MOVE MUE-COSTO TO TM-COSTO (IX-MUE)
                           MOVE ZERO TO TM-VIS-DENTRO (IX-MUE)
                           MOVE ZERO TO TM-DIAS-DENTRO (IX-MUE)
                           MOVE ZERO TO TM-ULT-DENTRO (IX-MUE)
                           MOVE ZERO TO TM-VIS-FUERA (IX-MUE)
                           MOVE ZERO TO TM-DIAS-FUERA (IX-MUE)
                           MOVE ZERO TO TM-ULT-FUERA (IX-MUE)
                           MOVE ZERO TO TM-VIS-EDIFICIO (IX-MUE)
                           MOVE ZERO TO TM-BOL-IMPORTE (IX-MUE)
                           MOVE ZERO TO TM-BOL-CANTIDAD (IX-MUE)
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY ESTSPR.
