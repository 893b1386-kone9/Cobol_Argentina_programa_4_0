      *> Cierre contable de periodos: una vez que contabilidad cierra
      *> un mes nada impedia volver a correr la liquidacion, el
      *> retroactivo, la generacion de cuotas o una distribucion y
      *> cambiar cifras ya declaradas a la AFIP (en marzo una
      *> corrida de EJ-02ENCL23 regrabo los RECIBOS de febrero).
      *> Este programa mantiene PERIODOS, el estado de cada periodo
      *> por subsistema (NOMINA, CUOTAS, DISTRIB): CERRAR lo marca
      *> cerrado con operador y fecha, y desde ahi los jobs que
      *> postean se niegan a correr sobre ese periodo (ver COPYLIB
      *> PERIPR). REABRIR exige el doble control de los jobs
      *> destructivos (este job tiene que estar en DUALJOBS) y deja
      *> cada reapertura en REAPERTURAS con quien la pidio, quien la
      *> aprobo y el motivo.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-09ENOPER.
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
      *>   PERIODOS es el estado contable de cada periodo (ver
      *>   COPYLIB PERIODO); se regraba entero
           SELECT ARCH-PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.

      *>   REAPERTURAS es el rastro de cada periodo reabierto
           SELECT ARCH-REAPERTURAS ASSIGN TO "REAPERTURAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REAPERTURAS.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT ARCH-CONTROL ASSIGN TO "CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

      *>   DUALJOBS lista los jobs que exigen doble control (ver
      *>   COPYLIB DUALJOB)
           SELECT ARCH-DUALJOBS ASSIGN TO "DUALJOBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUALJOBS.

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
       FD  ARCH-PERIODOS
           RECORD CONTAINS 45 CHARACTERS.
           COPY PERIODO.

       FD  ARCH-REAPERTURAS
           RECORD CONTAINS 79 CHARACTERS.
           COPY REAPERT.

       FD  ARCH-OPERADORES
           RECORD CONTAINS 111 CHARACTERS.
           COPY OPERMAST.

       FD  ARCH-CONTROL.
           COPY CONTROL.

       FD  ARCH-DUALJOBS
           RECORD CONTAINS 11 CHARACTERS.
           COPY DUALJOB.

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

      *>   DOBLE CONTROL PARA JOBS DESTRUCTIVOS (VER COPYLIB
      *>   DUALPROC)
           COPY DUALPROC.

       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      *>   LO QUE SE PIDE: CERRAR O REABRIR UN PERIODO AAAAMM DE UN
      *>   SUBSISTEMA, CON EL MOTIVO SI ES UNA REAPERTURA
       77 WS-ACCION PIC X(7) VALUE SPACES.
       01 WS-PERIODO PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-PARTES REDEFINES WS-PERIODO.
           03 WS-PER-ANIO PIC 9(4).
           03 WS-PER-MES  PIC 99.
       77 WS-SUBSISTEMA PIC X(10) VALUE SPACES.
       77 WS-MOTIVO PIC X(30) VALUE SPACES.

      *>   PERIODOS EN MEMORIA
       77 WS-CANT-PERIODOS PIC 9(3) VALUE ZERO.
       01 TABLA-PERIODOS.
           03 PERIODO-ENTRY OCCURS 300 TIMES.
               05 TPE-PERIODO    PIC 9(6).
               05 TPE-SUBSISTEMA PIC X(10).
               05 TPE-ESTADO     PIC X(7).
               05 TPE-OPERADOR   PIC X(10).
               05 TPE-FECHA      PIC 9(8).
       77 IX-PER PIC 9(3) VALUE ZERO.
       77 IX-PER-HALLADO PIC 9(3) VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-PERIODOS PIC XX.
           88 FS-PERIODOS-OK VALUE "00".
       01 WS-FS-REAPERTURAS PIC XX.
           88 FS-REAPERTURAS-OK VALUE "00".
           88 FS-REAPERTURAS-NO-EXISTE VALUE "35".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-09ENOPER" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CIERRE Y REAPERTURA DE PERIODOS CONTABLES"
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "ACCION" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:7) TO WS-ACCION
           ELSE
               DISPLAY "ACCION (CERRAR / REABRIR): "
               ACCEPT WS-ACCION
           END-IF.
           MOVE "PERIODO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:6) TO WS-PERIODO
           ELSE
               DISPLAY "PERIODO AAAAMM: "
               ACCEPT WS-PERIODO
           END-IF.
           MOVE "SUBSISTEMA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:10) TO WS-SUBSISTEMA
           ELSE
               DISPLAY "SUBSISTEMA (NOMINA / CUOTAS / DISTRIB): "
               ACCEPT WS-SUBSISTEMA
           END-IF.

           IF WS-ACCION NOT = "CERRAR" AND WS-ACCION NOT = "REABRIR"
               DISPLAY "ACCION INVALIDA: " WS-ACCION
               PERFORM RECHAZAR-CORRIDA
           END-IF.
           IF WS-PERIODO NOT NUMERIC
              OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               PERFORM RECHAZAR-CORRIDA
           END-IF.
           IF WS-SUBSISTEMA NOT = "NOMINA"
              AND WS-SUBSISTEMA NOT = "CUOTAS"
              AND WS-SUBSISTEMA NOT = "DISTRIB"
               DISPLAY "SUBSISTEMA INVALIDO: " WS-SUBSISTEMA
               PERFORM RECHAZAR-CORRIDA
           END-IF.

           PERFORM CARGAR-PERIODOS.
           PERFORM BUSCAR-PERIODO.

           IF WS-ACCION = "CERRAR"
               PERFORM CERRAR-PERIODO
           ELSE
               PERFORM REABRIR-PERIODO
           END-IF.

           PERFORM REGRABAR-PERIODOS.
           MOVE 1 TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       CERRAR-PERIODO.
           IF IX-PER-HALLADO > ZERO
               IF TPE-ESTADO (IX-PER-HALLADO) = "CERRADO"
                   DISPLAY "EL PERIODO " WS-PERIODO " DE "
                       WS-SUBSISTEMA " YA ESTA CERRADO"
                   PERFORM RECHAZAR-CORRIDA
               END-IF
           ELSE
               IF WS-CANT-PERIODOS >= 300
                   DISPLAY "PERIODOS YA TIENE 300 RENGLONES, NO HAY "
                       "LUGAR PARA EL NUEVO"
                   PERFORM RECHAZAR-CORRIDA
               END-IF
               ADD 1 TO WS-CANT-PERIODOS
               MOVE WS-CANT-PERIODOS TO IX-PER-HALLADO
               MOVE WS-PERIODO TO TPE-PERIODO (IX-PER-HALLADO)
               MOVE WS-SUBSISTEMA TO TPE-SUBSISTEMA (IX-PER-HALLADO)
           END-IF.
           MOVE "CERRADO" TO TPE-ESTADO (IX-PER-HALLADO).
           MOVE WS-OPERADOR-ID TO TPE-OPERADOR (IX-PER-HALLADO).
           MOVE WS-FECHA-HOY TO TPE-FECHA (IX-PER-HALLADO).
           DISPLAY "PERIODO " WS-PERIODO " DE " WS-SUBSISTEMA
               " CERRADO".

      *>   LA REAPERTURA PASA SIEMPRE POR EL DOBLE CONTROL: SI EL
      *>   JOB NO ESTA EN DUALJOBS NO SE REABRE NADA
       REABRIR-PERIODO.
           IF IX-PER-HALLADO = ZERO
               DISPLAY "EL PERIODO " WS-PERIODO " DE " WS-SUBSISTEMA
                   " NO ESTA CERRADO"
               PERFORM RECHAZAR-CORRIDA
           END-IF.
           IF TPE-ESTADO (IX-PER-HALLADO) NOT = "CERRADO"
               DISPLAY "EL PERIODO " WS-PERIODO " DE " WS-SUBSISTEMA
                   " NO ESTA CERRADO"
               PERFORM RECHAZAR-CORRIDA
           END-IF.
           MOVE "MOTIVO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR TO WS-MOTIVO
           ELSE
               DISPLAY "MOTIVO DE LA REAPERTURA: "
               ACCEPT WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               DISPLAY "LA REAPERTURA EXIGE UN MOTIVO"
               PERFORM RECHAZAR-CORRIDA
           END-IF.

           MOVE ZERO TO CTL-CANT-REG.
           MOVE SPACES TO WS-DUAL-RESUMEN.
           STRING "REABRIR " WS-SUBSISTEMA " " WS-PERIODO
               DELIMITED BY SIZE INTO WS-DUAL-RESUMEN.
           PERFORM VERIFICAR-DOBLE-CONTROL
               THRU VERIFICAR-DOBLE-CONTROL-FIN.
           IF WS-DUAL-REQUERIDO = "N"
               DISPLAY "REABRIR UN PERIODO EXIGE DOBLE CONTROL: "
                   "EJ-09ENOPER TIENE QUE ESTAR EN DUALJOBS"
               PERFORM RECHAZAR-CORRIDA
           END-IF.
           IF WS-DUAL-APROBADO = "N"
               DISPLAY "REAPERTURA SIN SEGUNDA FIRMA, EL PERIODO "
                   "SIGUE CERRADO"
               STOP RUN
           END-IF.

           MOVE "ABIERTO" TO TPE-ESTADO (IX-PER-HALLADO).
           MOVE WS-OPERADOR-ID TO TPE-OPERADOR (IX-PER-HALLADO).
           MOVE WS-FECHA-HOY TO TPE-FECHA (IX-PER-HALLADO).
           PERFORM GRABAR-REAPERTURA.
           DISPLAY "PERIODO " WS-PERIODO " DE " WS-SUBSISTEMA
               " REABIERTO".

       GRABAR-REAPERTURA.
           OPEN EXTEND ARCH-REAPERTURAS.
           IF FS-REAPERTURAS-NO-EXISTE
               OPEN OUTPUT ARCH-REAPERTURAS
           END-IF.
           MOVE WS-FECHA-HOY TO RAP-FECHA.
           MOVE ";" TO RAP-SEP1.
           MOVE WS-PERIODO TO RAP-PERIODO.
           MOVE ";" TO RAP-SEP2.
           MOVE WS-SUBSISTEMA TO RAP-SUBSISTEMA.
           MOVE ";" TO RAP-SEP3.
           MOVE WS-OPERADOR-ID TO RAP-OPERADOR.
           MOVE ";" TO RAP-SEP4.
           MOVE WS-SEGUNDO-OPERADOR TO RAP-AUTORIZANTE.
           MOVE ";" TO RAP-SEP5.
           MOVE WS-MOTIVO TO RAP-MOTIVO.
           WRITE REG-REAPERTURA.
           CLOSE ARCH-REAPERTURAS.

       BUSCAR-PERIODO.
           MOVE ZERO TO IX-PER-HALLADO.
           PERFORM VARYING IX-PER FROM 1 BY 1
                   UNTIL IX-PER > WS-CANT-PERIODOS
               IF TPE-PERIODO (IX-PER) = WS-PERIODO
                  AND TPE-SUBSISTEMA (IX-PER) = WS-SUBSISTEMA
                   MOVE IX-PER TO IX-PER-HALLADO
               END-IF
           END-PERFORM.

      *>   UN ARCHIVO QUE NO ENTRA EN LA TABLA SE RECHAZA: REGRABARLO
      *>   TRUNCADO REABRIRIA EN SILENCIO LOS PERIODOS QUE SE CAEN
       CARGAR-PERIODOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-PERIODOS.
           IF NOT FS-PERIODOS-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-PERIODOS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-PERIODOS
                   NOT AT END
                       IF WS-CANT-PERIODOS >= 300
                           DISPLAY "PERIODOS TRAE MAS DE 300 "
                               "RENGLONES, CORRIDA RECHAZADA"
                           PERFORM RECHAZAR-CORRIDA
                       END-IF
                       ADD 1 TO WS-CANT-PERIODOS
                       MOVE PER-PERIODO TO
                            TPE-PERIODO (WS-CANT-PERIODOS)
                       MOVE PER-SUBSISTEMA TO
                            TPE-SUBSISTEMA (WS-CANT-PERIODOS)
                       MOVE PER-ESTADO TO
                            TPE-ESTADO (WS-CANT-PERIODOS)
                       MOVE PER-OPERADOR TO
                            TPE-OPERADOR (WS-CANT-PERIODOS)
                       MOVE PER-FECHA TO
                            TPE-FECHA (WS-CANT-PERIODOS)
               END-READ
           END-PERFORM.

       REGRABAR-PERIODOS.
           OPEN OUTPUT ARCH-PERIODOS.
           MOVE ";" TO PER-SEP1.
           MOVE ";" TO PER-SEP2.
           MOVE ";" TO PER-SEP3.
           MOVE ";" TO PER-SEP4.
           PERFORM VARYING IX-PER FROM 1 BY 1
                   UNTIL IX-PER > WS-CANT-PERIODOS
               MOVE TPE-PERIODO (IX-PER) TO PER-PERIODO
               MOVE TPE-SUBSISTEMA (IX-PER) TO PER-SUBSISTEMA
               MOVE TPE-ESTADO (IX-PER) TO PER-ESTADO
               MOVE TPE-OPERADOR (IX-PER) TO PER-OPERADOR
               MOVE TPE-FECHA (IX-PER) TO PER-FECHA
               WRITE REG-PERIODO
           END-PERFORM.
           CLOSE ARCH-PERIODOS.

       RECHAZAR-CORRIDA.
           MOVE ZERO TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

           COPY CTLPR.
           COPY DUALPR.
           COPY OPERPR.
           COPY RUNCPR.
