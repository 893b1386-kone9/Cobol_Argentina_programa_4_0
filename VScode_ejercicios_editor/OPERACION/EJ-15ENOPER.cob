      *> Consulta del indice unico de personas: dado un DNI o un
      *> CUIT/CUIL lista todos los roles que esa persona tiene en
      *> la institucion (alumno, empleado, docente, socio del museo,
      *> socio del convenio) con su identificador en cada maestro,
      *> el nombre como figura alli, el CUIT y si esta inactivo. El
      *> indice PERSONAS lo reconstruye cada noche EJ-14ENOPER, asi
      *> que la consulta ve los maestros como estaban en esa corrida.
      *> El documento sale de la tarjeta de corrida (clave
      *> DOCUMENTO); sin tarjeta se pide por consola, una consulta
      *> tras otra hasta que se ingresa cero. Con 11 digitos se
      *> toma como CUIT/CUIL y se busca por el DNI que lleva dentro.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-15ENOPER.
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
      *>   PERSONAS es el indice que arma EJ-14ENOPER (ver COPYLIB
      *>   INDPERS)
           SELECT ARCH-PERSONAS ASSIGN TO "PERSONAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPE-CLAVE
               FILE STATUS IS WS-FS-PERSONAS.

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
       FD  ARCH-PERSONAS.
           COPY INDPERS.

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

       01 WS-FS-PERSONAS PIC XX.
           88 FS-PERSONAS-OK VALUE "00".

      *>   DOCUMENTO PEDIDO, ALINEADO A DERECHA: CON 11 DIGITOS ES
      *>   CUIT/CUIL Y EL DNI SON SUS POSICIONES 3 A 10 (DESPUES DEL
      *>   PREFIJO Y ANTES DEL DIGITO VERIFICADOR)
       01 DOCUMENTO-PEDIDO PIC 9(11) VALUE ZERO.
       01 DOCUMENTO-TEXTO REDEFINES DOCUMENTO-PEDIDO PIC X(11).
       01 DNI-BUSCADO PIC 9(8) VALUE ZERO.
       01 FIN-CONSULTA PIC X VALUE "N".
       01 FIN-ROLES PIC X VALUE "N".
       77 CANT-ROLES PIC 99 VALUE ZERO.
       77 CANT-CONSULTAS PIC 9(5) VALUE ZERO.

       01 LINEA-ROL.
           03 LR-ROL        PIC X(13).
           03 LR-ID         PIC X(11).
           03 LR-NOMBRE     PIC X(42).
           03 LR-CUIT       PIC X(12).
           03 LR-ESTADO     PIC X(8).

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-15ENOPER" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CONSULTA DE PERSONAS POR DNI O CUIT"
           DISPLAY "-------------------------------------------------".

           OPEN INPUT ARCH-PERSONAS.
           IF NOT FS-PERSONAS-OK
               DISPLAY "NO EXISTE EL INDICE PERSONAS, CORRER "
                   "EJ-14ENOPER"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "CANCELADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

      *>   con tarjeta se hace una sola consulta, sino se pregunta
      *>   hasta que se ingresa cero
           MOVE "DOCUMENTO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE ZERO TO DOCUMENTO-PEDIDO
               IF WS-RC-VALOR (1:11) IS NUMERIC
                   MOVE WS-RC-VALOR (1:11) TO DOCUMENTO-PEDIDO
               ELSE
                   IF WS-RC-VALOR (1:8) IS NUMERIC
                       MOVE WS-RC-VALOR (1:8) TO DOCUMENTO-PEDIDO
                   END-IF
               END-IF
               PERFORM CONSULTAR-DOCUMENTO
           ELSE
               PERFORM UNTIL FIN-CONSULTA = "S"
                   DISPLAY "DNI O CUIT A CONSULTAR (0 = TERMINAR): "
                   ACCEPT DOCUMENTO-PEDIDO
                   IF DOCUMENTO-PEDIDO = ZERO
                       MOVE "S" TO FIN-CONSULTA
                   ELSE
                       PERFORM CONSULTAR-DOCUMENTO
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARCH-PERSONAS.

           MOVE "EJ-15ENOPER" TO CTL-JOB.
           MOVE CANT-CONSULTAS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   SE POSICIONA EN EL PRIMER ROL DEL DNI (CLAVE DNI + ROL +
      *>   IDENTIFICADOR) Y LEE SECUENCIAL MIENTRAS SIGA EL MISMO DNI
       CONSULTAR-DOCUMENTO.
           ADD 1 TO CANT-CONSULTAS.
           IF DOCUMENTO-PEDIDO > 99999999
               MOVE DOCUMENTO-TEXTO (3:8) TO DNI-BUSCADO
           ELSE
               MOVE DOCUMENTO-PEDIDO TO DNI-BUSCADO
           END-IF.
           IF DNI-BUSCADO = ZERO
               DISPLAY "DOCUMENTO INVALIDO"
           ELSE
               MOVE ZERO TO CANT-ROLES
               MOVE "N" TO FIN-ROLES
               MOVE LOW-VALUES TO IPE-CLAVE
               MOVE DNI-BUSCADO TO IPE-DNI
               START ARCH-PERSONAS KEY IS NOT LESS THAN IPE-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-ROLES
               END-START
               PERFORM UNTIL FIN-ROLES = "S"
                   READ ARCH-PERSONAS NEXT RECORD
                       AT END
                           MOVE "S" TO FIN-ROLES
                       NOT AT END
                           IF IPE-DNI NOT = DNI-BUSCADO
                               MOVE "S" TO FIN-ROLES
                           ELSE
                               PERFORM MOSTRAR-ROL
                           END-IF
                   END-READ
               END-PERFORM
               IF CANT-ROLES = ZERO
                   DISPLAY "DNI " DNI-BUSCADO
                       ": NO FIGURA EN NINGUN MAESTRO"
               ELSE
                   DISPLAY "DNI " DNI-BUSCADO ": " CANT-ROLES
                       " ROL(ES)"
               END-IF
           END-IF.

       MOSTRAR-ROL.
           ADD 1 TO CANT-ROLES.
           IF CANT-ROLES = 1
               DISPLAY "ROL          IDENTIF.   NOMBRE"
                   "                                    CUIT"
           END-IF.
           MOVE IPE-ROL TO LR-ROL.
           MOVE IPE-ID TO LR-ID.
           MOVE IPE-NOMBRE TO LR-NOMBRE.
           MOVE IPE-CUIT TO LR-CUIT.
           IF IPE-ESTADO = "I"
               MOVE "INACTIVO" TO LR-ESTADO
           ELSE
               MOVE SPACES TO LR-ESTADO
           END-IF.
           DISPLAY LINEA-ROL.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
