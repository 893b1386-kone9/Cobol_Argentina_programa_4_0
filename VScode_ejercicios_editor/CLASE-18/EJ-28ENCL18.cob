      *> Presentacion de debito automatico: muchas familias pagan
      *> las cuotas por debito en cuenta para no caer en las cartas
      *> de intimacion (EJ-15ENCL18). Antes de cada vencimiento esta
      *> corrida toma las cuotas PENDIENTES de CUOTAS con
      *> vencimiento hasta la fecha de debito de los alumnos con
      *> adhesion activa en DEBADHES, y arma DEBPRES, el archivo de
      *> presentacion al banco con cabecera y pie de control. El CBU
      *> se controla con sus dos digitos verificadores: la adhesion
      *> con CBU mal cargado no se presenta. El retorno del banco lo
      *> procesa EJ-29ENCL18.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-28ENCL18.
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

      *>   DEBADHES es el padron de adhesiones (ver COPYLIB
      *>   DEBADHES)
           SELECT ARCH-DEBADHES ASSIGN TO "DEBADHES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBADHES.

      *>   DEBPRES es la presentacion al banco (ver COPYLIB DEBITO)
           SELECT ARCH-DEBPRES ASSIGN TO "DEBPRES"
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

       FD  ARCH-DEBADHES
           RECORD CONTAINS 51 CHARACTERS.
           COPY DEBADHES.

       FD  ARCH-DEBPRES
           RECORD CONTAINS 57 CHARACTERS.
           COPY DEBITO.

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

      *>   PARAMETROS: FECHA DEL DEBITO Y CODIGO DE EMPRESA QUE EL
      *>   BANCO LE ASIGNO AL INSTITUTO
       77 WS-FECHA-DEBITO PIC 9(8) VALUE ZERO.
       77 WS-EMPRESA PIC X(10) VALUE SPACES.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      *>   ADHESIONES ACTIVAS CON CBU VALIDO
       77 WS-CANT-ADHES PIC 9(4) VALUE ZERO.
       01 TABLA-ADHES.
           03 ADHES-ENTRY OCCURS 1000 TIMES.
               05 TAD-LEGAJO PIC X(10).
               05 TAD-CBU    PIC 9(22).
       77 IX-ADH PIC 9(4) VALUE ZERO.
       77 IX-ADH-HALLADO PIC 9(4) VALUE ZERO.

      *>   CONTROL DEL CBU: BLOQUE 1 (BANCO Y SUCURSAL, 7 DIGITOS +
      *>   VERIFICADOR) Y BLOQUE 2 (CUENTA, 13 DIGITOS + VERIFICADOR)
       01 WS-CBU PIC 9(22) VALUE ZERO.
       01 WS-CBU-DIG REDEFINES WS-CBU.
           03 WS-CBU-DIGITO PIC 9 OCCURS 22 TIMES.
       01 WS-CBU-PESOS-VALOR PIC X(13) VALUE "3971397139713".
       01 WS-CBU-PESOS REDEFINES WS-CBU-PESOS-VALOR.
           03 WS-CBU-PESO PIC 9 OCCURS 13 TIMES.
       77 WS-CBU-SUMA PIC 9(4) VALUE ZERO.
       77 WS-CBU-VERIF PIC 99 VALUE ZERO.
       77 WS-CBU-VALIDO PIC X VALUE "N".
       77 IX-CBU PIC 99 VALUE ZERO.
       77 IX-PESO PIC 99 VALUE ZERO.

       77 WS-ADHES-LEIDAS PIC 9(4) VALUE ZERO.
       77 WS-ADHES-CBU-MAL PIC 9(4) VALUE ZERO.
       77 WS-DEBITOS PIC 9(7) VALUE ZERO.
       77 WS-SUMA-DEBITOS PIC 9(13)V99 VALUE ZERO.
       77 WS-SUMA-EDIT PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-FIN-CUOTAS PIC X VALUE "N".
       01 WS-FIN-DEBADHES PIC X VALUE "N".

       01 WS-FS-CUOTAS PIC XX.
           88 FS-CUOTAS-OK VALUE "00".
       01 WS-FS-DEBADHES PIC XX.
           88 FS-DEBADHES-OK VALUE "00".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-28ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "PRESENTACION DE DEBITO AUTOMATICO DE CUOTAS"
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "FECDEBITO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-DEBITO
           ELSE
               DISPLAY "FECHA DEL DEBITO AAAAMMDD: "
               ACCEPT WS-FECHA-DEBITO
           END-IF.
           IF WS-FECHA-DEBITO = ZERO OR WS-FECHA-DEBITO NOT NUMERIC
               DISPLAY "FALTA LA FECHA DEL DEBITO: CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           MOVE "EMPRESA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:10) TO WS-EMPRESA
           ELSE
               DISPLAY "CODIGO DE EMPRESA EN EL BANCO: "
               ACCEPT WS-EMPRESA
           END-IF.

           PERFORM CARGAR-ADHESIONES.
           IF WS-CANT-ADHES = ZERO
               DISPLAY "NO HAY ADHESIONES ACTIVAS CON CBU VALIDO"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "OK" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

           OPEN INPUT ARCH-CUOTAS.
           IF NOT FS-CUOTAS-OK
               DISPLAY "NO EXISTE CUOTAS: CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-DEBPRES.
           MOVE SPACES TO REG-DEB-CABECERA.
           MOVE "1" TO DEC-TIPO.
           MOVE WS-EMPRESA TO DEC-EMPRESA.
           MOVE WS-FECHA-HOY TO DEC-FECHA-GEN.
           MOVE WS-FECHA-DEBITO TO DEC-FECHA-DEBITO.
           WRITE REG-DEB-CABECERA.
           PERFORM UNTIL WS-FIN-CUOTAS = "S"
               READ ARCH-CUOTAS
                   AT END
                       MOVE "S" TO WS-FIN-CUOTAS
                       CLOSE ARCH-CUOTAS
                   NOT AT END
                       IF CUO-ESTADO = "PENDIENTE"
                          AND CUO-IMPORTE > ZERO
                          AND CUO-VENCIMIENTO NOT > WS-FECHA-DEBITO
                           PERFORM PRESENTAR-CUOTA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REG-DEB-PIE.
           MOVE "9" TO DEP-TIPO.
           MOVE WS-DEBITOS TO DEP-CANT.
           MOVE WS-SUMA-DEBITOS TO DEP-SUMA.
           WRITE REG-DEB-PIE.
           CLOSE ARCH-DEBPRES.

           MOVE WS-SUMA-DEBITOS TO WS-SUMA-EDIT.
           DISPLAY "ADHESIONES LEIDAS......: " WS-ADHES-LEIDAS.
           DISPLAY "ADHESIONES CON CBU MAL.: " WS-ADHES-CBU-MAL.
           DISPLAY "DEBITOS PRESENTADOS....: " WS-DEBITOS.
           DISPLAY "IMPORTE PRESENTADO.....: " WS-SUMA-EDIT.
           MOVE WS-DEBITOS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       PRESENTAR-CUOTA.
           MOVE ZERO TO IX-ADH-HALLADO.
           PERFORM VARYING IX-ADH FROM 1 BY 1
                   UNTIL IX-ADH > WS-CANT-ADHES
                      OR IX-ADH-HALLADO > ZERO
               IF TAD-LEGAJO (IX-ADH) = CUO-LEGAJO
                   MOVE IX-ADH TO IX-ADH-HALLADO
               END-IF
           END-PERFORM.
           IF IX-ADH-HALLADO > ZERO
               MOVE "2" TO DED-TIPO
               MOVE CUO-LEGAJO TO DED-LEGAJO
               MOVE TAD-CBU (IX-ADH-HALLADO) TO DED-CBU
               MOVE CUO-MATERIA TO DED-MATERIA
               MOVE CUO-VENCIMIENTO TO DED-VENCIMIENTO
               MOVE CUO-IMPORTE TO DED-IMPORTE
               MOVE SPACE TO DED-RESULTADO
               MOVE SPACES TO DED-MOTIVO
               WRITE REG-DEB-DETALLE
               ADD 1 TO WS-DEBITOS
               ADD CUO-IMPORTE TO WS-SUMA-DEBITOS
           END-IF.

      *>   ADHESION ACTIVA QUE YA RIGE A LA FECHA DEL DEBITO
       CARGAR-ADHESIONES.
           OPEN INPUT ARCH-DEBADHES.
           IF NOT FS-DEBADHES-OK
               DISPLAY "NO EXISTE DEBADHES: NO HAY ADHESIONES"
               MOVE "S" TO WS-FIN-DEBADHES
           END-IF.
           PERFORM UNTIL WS-FIN-DEBADHES = "S"
               READ ARCH-DEBADHES
                   AT END
                       MOVE "S" TO WS-FIN-DEBADHES
                       CLOSE ARCH-DEBADHES
                   NOT AT END
                       ADD 1 TO WS-ADHES-LEIDAS
                       IF DA-ESTADO = "A"
                          AND DA-ALTA NOT > WS-FECHA-DEBITO
                           PERFORM CARGAR-UNA-ADHESION
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-UNA-ADHESION.
           MOVE ZERO TO WS-CBU.
           IF DA-CBU NUMERIC
               MOVE DA-CBU TO WS-CBU
           END-IF.
           PERFORM VALIDAR-CBU.
           IF WS-CBU-VALIDO = "N"
               ADD 1 TO WS-ADHES-CBU-MAL
               DISPLAY "CBU INVALIDO EN LA ADHESION DE " DA-LEGAJO
                   ": NO SE PRESENTA"
           ELSE
               IF WS-CANT-ADHES >= 1000
                   DISPLAY "ADVERTENCIA: SE IGNORA ADHESION DE "
                       DA-LEGAJO ", YA HAY 1000"
               ELSE
                   ADD 1 TO WS-CANT-ADHES
                   MOVE DA-LEGAJO TO TAD-LEGAJO (WS-CANT-ADHES)
                   MOVE WS-CBU TO TAD-CBU (WS-CANT-ADHES)
               END-IF
           END-IF.

      *>   CADA BLOQUE SUMA SUS DIGITOS POR LOS PESOS 3-1-7-9 TOMADOS
      *>   DE DERECHA A IZQUIERDA; EL VERIFICADOR ES LO QUE LE FALTA
      *>   A LA SUMA PARA LLEGAR A LA DECENA
       VALIDAR-CBU.
           MOVE "S" TO WS-CBU-VALIDO.
           IF WS-CBU = ZERO
               MOVE "N" TO WS-CBU-VALIDO
           END-IF.
           MOVE ZERO TO WS-CBU-SUMA.
           MOVE 7 TO IX-PESO.
           PERFORM VARYING IX-CBU FROM 1 BY 1 UNTIL IX-CBU > 7
               COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
                   WS-CBU-DIGITO (IX-CBU) * WS-CBU-PESO (IX-PESO)
               ADD 1 TO IX-PESO
           END-PERFORM.
           COMPUTE WS-CBU-VERIF =
               10 - FUNCTION MOD (WS-CBU-SUMA, 10).
           IF WS-CBU-VERIF = 10
               MOVE ZERO TO WS-CBU-VERIF
           END-IF.
           IF WS-CBU-VERIF NOT = WS-CBU-DIGITO (8)
               MOVE "N" TO WS-CBU-VALIDO
           END-IF.
           MOVE ZERO TO WS-CBU-SUMA.
           MOVE 1 TO IX-PESO.
           PERFORM VARYING IX-CBU FROM 9 BY 1 UNTIL IX-CBU > 21
               COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
                   WS-CBU-DIGITO (IX-CBU) * WS-CBU-PESO (IX-PESO)
               ADD 1 TO IX-PESO
           END-PERFORM.
           COMPUTE WS-CBU-VERIF =
               10 - FUNCTION MOD (WS-CBU-SUMA, 10).
           IF WS-CBU-VERIF = 10
               MOVE ZERO TO WS-CBU-VERIF
           END-IF.
           IF WS-CBU-VERIF NOT = WS-CBU-DIGITO (22)
               MOVE "N" TO WS-CBU-VALIDO
           END-IF.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
