      *> Extraccion anonimizada para pruebas: cada vez que se probaba
      *> un cambio alguien copiaba el PADRON, el MAESEMPL, los
      *> PARTICIPANTES y los SOCIOS reales (DNI, CUIT, CBU, sueldos y
      *> nombres) a una PC de capacitacion. Esta corrida arma un
      *> juego de prueba coherente con el mismo formato y los deja
      *> como NOMBRE.PRU al lado de cada archivo: los nombres salen
      *> de la lista NOMBFALSOS (ver COPYLIB NOMBFALS), el DNI, el
      *> CUIT y el CBU se reemplazan por valores inventados con
      *> formato valido (CUIT con su digito verificador, CBU con los
      *> dos digitos de control) y los sueldos se mueven unos puntos
      *> sin salir de su banda (las mismas bandas de la demografia
      *> de EJ-01ENCL23, con el corte vigente de PARAMSAL). Cada
      *> reemplazo se recuerda en memoria y se aplica igual en los
      *> archivos que dependen de los maestros: el nombre del alumno
      *> en TRANSCRIPT, el CBU en TRANSFERENCIAS, el mismo DNI en
      *> PADRON y SOCIOS, y el mismo ajuste de sueldo del legajo en
      *> SUELDOHIST y en los importes de RECIBOS. Los legajos, las
      *> letras y las materias no se tocan (no identifican a nadie y
      *> son las claves del barrido EJ-06ENOPER), asi que LISTADO y
      *> CUOTAS pasan tal cual y el barrido de integridad da OK
      *> sobre la copia. La tabla de reemplazos no se graba en
      *> ningun lado: la copia no se puede volver a los datos reales.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-11ENOPER.
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
           SELECT ARCH-NOMBFALSOS ASSIGN TO "NOMBFALSOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOMBFALSOS.

           SELECT ARCH-PARAMSAL ASSIGN TO "PARAMSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMSAL.

      *>   los archivos reales se leen; cada uno tiene su copia
      *>   de prueba .PRU con el mismo formato
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-PADRON-PRU ASSIGN TO "PADRON.PRU"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-TRANSCRIPT ASSIGN TO "TRANSCRIPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-TRANSCRIPT-PRU ASSIGN TO "TRANSCRIPT.PRU"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-LISTADO ASSIGN TO "LISTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-LISTADO-PRU ASSIGN TO "LISTADO.PRU"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-CUOTAS ASSIGN TO "CUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-CUOTAS-PRU ASSIGN TO "CUOTAS.PRU"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-MAESTRO-PRU ASSIGN TO "MAESEMPL.PRU"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-SUELDOHIST ASSIGN TO "SUELDOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-SUELDOHIST-PRU ASSIGN TO "SUELDOHIST.PRU"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-RECIBOS ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-RECIBOS-PRU ASSIGN TO "RECIBOS.PRU"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-PARTICIPANTES ASSIGN TO "PARTICIPANTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-PARTICIPANTES-PRU
               ASSIGN TO "PARTICIPANTES.PRU"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-TRANSFERENCIAS-PRU
               ASSIGN TO "TRANSFERENCIAS.PRU"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-SOCIOS ASSIGN TO "SOCIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-SOCIOS-PRU ASSIGN TO "SOCIOS.PRU"
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
       FD  ARCH-NOMBFALSOS
           RECORD CONTAINS 41 CHARACTERS.
           COPY NOMBFALS.

       FD  ARCH-PARAMSAL.
           COPY PARAMSAL.

       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.
       FD  ARCH-PADRON-PRU.
       01  REG-PADRON-PRU PIC X(78).

       FD  ARCH-TRANSCRIPT
           RECORD CONTAINS 51 CHARACTERS.
           COPY TRANSCRI.
       FD  ARCH-TRANSCRIPT-PRU.
       01  REG-TRANSCRIPT-PRU PIC X(51).

       FD  ARCH-LISTADO
           RECORD CONTAINS 36 CHARACTERS.
           COPY LISTADO.
       FD  ARCH-LISTADO-PRU.
       01  REG-LISTADO-PRU PIC X(36).

       FD  ARCH-CUOTAS.
       01  REG-CUOTA PIC X(37).
       FD  ARCH-CUOTAS-PRU.
       01  REG-CUOTA-PRU PIC X(37).

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.
       FD  ARCH-MAESTRO-PRU.
       01  REG-MAESTRO-PRU PIC X(110).

       FD  ARCH-SUELDOHIST
           RECORD CONTAINS 29 CHARACTERS.
           COPY SUELDHIS.
       FD  ARCH-SUELDOHIST-PRU.
       01  REG-SUELDOHIST-PRU PIC X(29).

       FD  ARCH-RECIBOS.
           COPY RECIBO.
       FD  ARCH-RECIBOS-PRU.
       01  REG-RECIBO-PRU PIC X(40).

       FD  ARCH-PARTICIPANTES
           RECORD CONTAINS 69 CHARACTERS.
           COPY PARTMAST.
       FD  ARCH-PARTICIPANTES-PRU.
       01  REG-PARTICIPANTE-PRU PIC X(69).

       FD  ARCH-TRANSFERENCIAS.
       01  REG-TRANSFERENCIA.
           03 TRF-CBU      PIC X(22).
           03 TRF-RESTO    PIC X(72).
       FD  ARCH-TRANSFERENCIAS-PRU.
       01  REG-TRANSFERENCIA-PRU PIC X(94).

       FD  ARCH-SOCIOS
           RECORD CONTAINS 69 CHARACTERS.
           COPY SOCIOS.
       FD  ARCH-SOCIOS-PRU.
       01  REG-SOCIO-PRU PIC X(69).

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

      *>   NOMBRES FICTICIOS
       77 CANT-NOMBRES PIC 9(3) VALUE ZERO.
       01  TABLA-NOMBRES.
           03 NOMBRE-ENTRY OCCURS 500 TIMES.
               05 TF-APELLIDO PIC X(20).
               05 TF-NOMBRE   PIC X(20).
       77 IX-APE PIC 9(3) VALUE ZERO.
       77 IX-NOM PIC 9(3) VALUE ZERO.
       77 VUELTA-NOMBRES PIC 9(7) VALUE ZERO.
       77 SEC-PERSONA PIC 9(7) VALUE ZERO.
       01 FALSO-APELLIDO PIC X(20).
       01 FALSO-NOMBRE PIC X(20).
       01 FALSO-COMPLETO PIC X(30).

      *>   NOMBRE INVENTADO DE CADA ALUMNO, PARA TRANSCRIPT
       77 CANT-ALUMNOS PIC 9(4) VALUE ZERO.
       01  TABLA-ALUMNOS.
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ALUMNO-ENTRY OCCURS 6000 TIMES.
               05 TA-LEGAJO PIC X(10).
               05 TA-NOMBRE PIC X(30).
       77 IX-ALU PIC 9(4) VALUE ZERO.
       01 LEGAJO-ALUMNO PIC X(10).
       77 IX-ALU-HALLADO PIC 9(4) VALUE ZERO.

      *>   AJUSTE DE SUELDO DE CADA LEGAJO (SUELDO NUEVO / VIEJO),
      *>   PARA SUELDOHIST Y RECIBOS
       77 CANT-EMPLEADOS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPLEADOS.
           03 EMPLEADO-ENTRY OCCURS 1000 TIMES.
               05 TE-LEGAJO PIC X(10).
               05 TE-FACTOR PIC 9V9(6).
       77 IX-EMP PIC 9(4) VALUE ZERO.
       01 LEGAJO-EMPLEADO PIC X(10).
       77 IX-EMP-HALLADO PIC 9(4) VALUE ZERO.

      *>   DNI REAL -> DNI INVENTADO (EL MISMO EN TODOS LOS ARCHIVOS);
      *>   LOS 6000 DEL TOPE DEL PADRON MAS 1000 PARA SOCIOS Y CUIT
       77 CANT-DNI PIC 9(4) VALUE ZERO.
       01  TABLA-DNI.
           03 DNI-ENTRY OCCURS 7000 TIMES.
               05 TD-VIEJO PIC 9(8).
               05 TD-NUEVO PIC 9(8).
       77 IX-DNI PIC 9(4) VALUE ZERO.
       77 IX-DNI-HALLADO PIC 9(4) VALUE ZERO.
       77 SEC-DNI PIC 9(6) VALUE ZERO.
       77 DNI-VIEJO PIC 9(8) VALUE ZERO.
       77 DNI-NUEVO PIC 9(8) VALUE ZERO.

      *>   CBU REAL -> CBU INVENTADO
       77 CANT-CBU PIC 9(4) VALUE ZERO.
       01  TABLA-CBU.
           03 CBU-ENTRY OCCURS 3000 TIMES.
               05 TC-VIEJO PIC X(22).
               05 TC-NUEVO PIC X(22).
       77 IX-TCB PIC 9(4) VALUE ZERO.
       77 IX-TCB-HALLADO PIC 9(4) VALUE ZERO.
       77 SEC-CBU PIC 9(8) VALUE ZERO.
       01 CBU-VIEJO PIC X(22).
       01 CBU-NUEVO PIC X(22).

      *>   CBU EN ARMADO: DOS BLOQUES CON SU DIGITO DE CONTROL (MISMO
      *>   CALCULO QUE VALIDAR-CBU DE LAS ADHESIONES AL DEBITO)
       01 WS-CBU PIC 9(22) VALUE ZERO.
       01 WS-CBU-DIG REDEFINES WS-CBU.
           03 WS-CBU-DIGITO PIC 9 OCCURS 22 TIMES.
       01 WS-CBU-PARTES REDEFINES WS-CBU.
           03 WS-CBU-BANCO  PIC 9(3).
           03 WS-CBU-SUC    PIC 9(4).
           03 WS-CBU-DV1    PIC 9.
           03 WS-CBU-CUENTA PIC 9(13).
           03 WS-CBU-DV2    PIC 9.
       01 WS-CBU-PESOS-VALOR PIC X(13) VALUE "3971397139713".
       01 WS-CBU-PESOS REDEFINES WS-CBU-PESOS-VALOR.
           03 WS-CBU-PESO PIC 9 OCCURS 13 TIMES.
       77 WS-CBU-SUMA PIC 9(4) VALUE ZERO.
       77 WS-CBU-VERIF PIC 99 VALUE ZERO.
       77 IX-CBU PIC 99 VALUE ZERO.
       77 IX-PESO PIC 99 VALUE ZERO.

      *>   CUIT EN ARMADO: PREFIJO + DNI + VERIFICADOR MODULO 11
       01 CUIT-VIEJO PIC X(11).
       01 CUIT-NUEVO PIC X(11).
       01 WS-CUIT PIC 9(11) VALUE ZERO.
       01 WS-CUIT-DIG REDEFINES WS-CUIT.
           03 WS-CUIT-DIGITO PIC 9 OCCURS 11 TIMES.
       01 WS-CUIT-PARTES REDEFINES WS-CUIT.
           03 WS-CUIT-PREFIJO PIC 99.
           03 WS-CUIT-DNI     PIC 9(8).
           03 WS-CUIT-DV      PIC 9.
       01 WS-CUIT-PESOS-VALOR PIC X(10) VALUE "5432765432".
       01 WS-CUIT-PESOS REDEFINES WS-CUIT-PESOS-VALOR.
           03 WS-CUIT-PESO PIC 9 OCCURS 10 TIMES.
       77 WS-CUIT-SUMA PIC 9(4) VALUE ZERO.
       77 WS-CUIT-VERIF PIC 99 VALUE ZERO.
       77 IX-CUIT PIC 99 VALUE ZERO.

      *>   BANDAS DE SUELDO (LAS DE LA DEMOGRAFIA DE EJ-01ENCL23)
       77 WS-BANDA-BAJA PIC 9(6)V99 VALUE 300000,00.
       77 WS-SUELDO-REF PIC 9(6)V99 VALUE 500000,00.
       77 WS-BANDA-ALTA PIC 9(7)V99 VALUE 1000000,00.
       77 SUELDO-VIEJO PIC 9(9)V99 VALUE ZERO.
       77 SUELDO-NUEVO PIC 9(9)V99 VALUE ZERO.
       77 PCT-AJUSTE PIC S99 VALUE ZERO.
       77 FACTOR-SUELDO PIC 9V9(6) VALUE ZERO.

      *>   IMPORTE DEL RECIBO, RECONSTRUIDO DEL CAMPO EDITADO
       01 WS-IMPORTE-TXT PIC X(13) VALUE SPACES.
       77 WS-IMPORTE-CTVS PIC 9(11) VALUE ZERO.
       77 WS-IMPORTE PIC S9(9)V99 VALUE ZERO.
       77 WS-IMPORTE-NEGATIVO PIC X VALUE "N".
       77 WS-DIGITO PIC 9 VALUE ZERO.
       77 IX-CH PIC 99 VALUE ZERO.

       77 CANT-LEIDOS PIC 9(7) VALUE ZERO.
       77 TOTAL-GRABADOS PIC 9(7) VALUE ZERO.
       77 CANT-ARCHIVOS PIC 99 VALUE ZERO.
       01 NOMBRE-EN-PROCESO PIC X(14).

       01 FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-NOMBFALSOS PIC XX.
           88 FS-NOMBFALSOS-OK VALUE "00".
       01 WS-FS-PARAMSAL PIC XX.
           88 FS-PARAMSAL-OK VALUE "00".
       01 WS-FS-ENTRADA PIC XX.
           88 FS-ENTRADA-OK VALUE "00".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-11ENOPER" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "EXTRACCION ANONIMIZADA PARA PRUEBAS"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-NOMBRES.
           IF CANT-NOMBRES = ZERO
               DISPLAY "NO HAY NOMBRES EN NOMBFALSOS: SIN LISTA NO SE "
                   "PUEDE ANONIMIZAR, CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM CARGAR-PARAMETROS.

      *>   PRIMERO LOS MAESTROS, QUE ARMAN LOS REEMPLAZOS; DESPUES
      *>   LOS ARCHIVOS QUE LOS USAN
           PERFORM ANONIMIZAR-PADRON THRU ANONIMIZAR-PADRON-FIN.
           PERFORM ANONIMIZAR-MAESTRO THRU ANONIMIZAR-MAESTRO-FIN.
           PERFORM ANONIMIZAR-PARTICIPANTES
               THRU ANONIMIZAR-PARTICIPANTES-FIN.
           PERFORM ANONIMIZAR-SOCIOS THRU ANONIMIZAR-SOCIOS-FIN.
           PERFORM ANONIMIZAR-TRANSCRIPT
               THRU ANONIMIZAR-TRANSCRIPT-FIN.
           PERFORM ANONIMIZAR-SUELDOHIST
               THRU ANONIMIZAR-SUELDOHIST-FIN.
           PERFORM ANONIMIZAR-RECIBOS THRU ANONIMIZAR-RECIBOS-FIN.
           PERFORM ANONIMIZAR-TRANSFERENCIAS
               THRU ANONIMIZAR-TRANSFERENCIAS-FIN.
           PERFORM COPIAR-LISTADO THRU COPIAR-LISTADO-FIN.
           PERFORM COPIAR-CUOTAS THRU COPIAR-CUOTAS-FIN.

           DISPLAY "ARCHIVOS EXTRAIDOS:  " CANT-ARCHIVOS.
           DISPLAY "RENGLONES GRABADOS:  " TOTAL-GRABADOS.
           DISPLAY "PERSONAS INVENTADAS: " SEC-PERSONA.
           MOVE TOTAL-GRABADOS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       CARGAR-NOMBRES.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-NOMBFALSOS.
           IF NOT FS-NOMBFALSOS-OK
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-NOMBFALSOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-NOMBFALSOS
                   NOT AT END
                       IF CANT-NOMBRES < 500
                          AND NF-APELLIDO NOT = SPACES
                           ADD 1 TO CANT-NOMBRES
                           MOVE NF-APELLIDO TO TF-APELLIDO
                               (CANT-NOMBRES)
                           MOVE NF-NOMBRE TO TF-NOMBRE (CANT-NOMBRES)
                       END-IF
               END-READ
           END-PERFORM.

      *>   EL CORTE DE LA BANDA 2 ES EL SUELDO DE REFERENCIA VIGENTE;
      *>   SIN PARAMSAL QUEDA EL VALOR POR DEFECTO
       CARGAR-PARAMETROS.
           OPEN INPUT ARCH-PARAMSAL.
           IF FS-PARAMSAL-OK
               READ ARCH-PARAMSAL
                   NOT AT END
                       MOVE PARAM-SUELDO-REF TO WS-SUELDO-REF
               END-READ
               CLOSE ARCH-PARAMSAL
           END-IF.

      *>----------------------------------------------------------------
      *>   MAESTROS
      *>----------------------------------------------------------------
       ANONIMIZAR-PADRON.
           MOVE "PADRON" TO NOMBRE-EN-PROCESO.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-ENTRADA-OK
               DISPLAY "NO EXISTE PADRON, SE SALTEA"
               GO TO ANONIMIZAR-PADRON-FIN.
           OPEN OUTPUT ARCH-PADRON-PRU.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       PERFORM NUEVA-PERSONA
                       MOVE FALSO-APELLIDO TO PAD-APELLIDO
                       MOVE FALSO-NOMBRE TO PAD-NOMBRE
                       MOVE PAD-DNI TO DNI-VIEJO
                       PERFORM FALSEAR-DNI
                       MOVE DNI-NUEVO TO PAD-DNI
                       MOVE PAD-LEGAJO TO LEGAJO-ALUMNO
                       PERFORM GUARDAR-ALUMNO
                       WRITE REG-PADRON-PRU FROM REG-PADRON
               END-READ
           END-PERFORM.
           CLOSE ARCH-PADRON.
           CLOSE ARCH-PADRON-PRU.
           PERFORM INFORMAR-ARCHIVO.
       ANONIMIZAR-PADRON-FIN.
           EXIT.

       ANONIMIZAR-MAESTRO.
           MOVE "MAESEMPL" TO NOMBRE-EN-PROCESO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-ENTRADA-OK
               DISPLAY "NO EXISTE MAESEMPL, SE SALTEA"
               GO TO ANONIMIZAR-MAESTRO-FIN.
           OPEN OUTPUT ARCH-MAESTRO-PRU.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       PERFORM NUEVA-PERSONA
                       MOVE FALSO-COMPLETO TO MAE-NOMBRE
                       MOVE MAE-CUIT TO CUIT-VIEJO
                       PERFORM FALSEAR-CUIT
                       MOVE CUIT-NUEVO TO MAE-CUIT
                       MOVE MAE-CBU TO CBU-VIEJO
                       PERFORM FALSEAR-CBU
                       MOVE CBU-NUEVO TO MAE-CBU
                       MOVE MAE-SUELDO TO SUELDO-VIEJO
                       PERFORM PERTURBAR-SUELDO
                       MOVE SUELDO-NUEVO TO MAE-SUELDO
                       MOVE MAE-LEGAJO TO LEGAJO-EMPLEADO
                       PERFORM GUARDAR-EMPLEADO
                       WRITE REG-MAESTRO-PRU FROM REG-MAESTRO
               END-READ
           END-PERFORM.
           CLOSE ARCH-MAESTRO.
           CLOSE ARCH-MAESTRO-PRU.
           PERFORM INFORMAR-ARCHIVO.
       ANONIMIZAR-MAESTRO-FIN.
           EXIT.

       ANONIMIZAR-PARTICIPANTES.
           MOVE "PARTICIPANTES" TO NOMBRE-EN-PROCESO.
           OPEN INPUT ARCH-PARTICIPANTES.
           IF NOT FS-ENTRADA-OK
               DISPLAY "NO EXISTE PARTICIPANTES, SE SALTEA"
               GO TO ANONIMIZAR-PARTICIPANTES-FIN.
           OPEN OUTPUT ARCH-PARTICIPANTES-PRU.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-PARTICIPANTES
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       PERFORM NUEVA-PERSONA
                       MOVE FALSO-COMPLETO TO PM-NOMBRE
                       MOVE PM-CUIT TO CUIT-VIEJO
                       PERFORM FALSEAR-CUIT
                       MOVE CUIT-NUEVO TO PM-CUIT
                       MOVE PM-CBU TO CBU-VIEJO
                       PERFORM FALSEAR-CBU
                       MOVE CBU-NUEVO TO PM-CBU
                       WRITE REG-PARTICIPANTE-PRU
                           FROM REG-PARTICIPANTE
               END-READ
           END-PERFORM.
           CLOSE ARCH-PARTICIPANTES.
           CLOSE ARCH-PARTICIPANTES-PRU.
           PERFORM INFORMAR-ARCHIVO.
       ANONIMIZAR-PARTICIPANTES-FIN.
           EXIT.

      *>   EL DOCUMENTO DEL SOCIO SE REEMPLAZA SEGUN SU TIPO: CUIT O
      *>   CUIL (80 / 86) COMO CUIT, DNI (96) POR LA MISMA TABLA DEL
      *>   PADRON; EL RENGLON SIN DATOS FISCALES QUEDA EN BLANCO
       ANONIMIZAR-SOCIOS.
           MOVE "SOCIOS" TO NOMBRE-EN-PROCESO.
           OPEN INPUT ARCH-SOCIOS.
           IF NOT FS-ENTRADA-OK
               DISPLAY "NO EXISTE SOCIOS, SE SALTEA"
               GO TO ANONIMIZAR-SOCIOS-FIN.
           OPEN OUTPUT ARCH-SOCIOS-PRU.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-SOCIOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       PERFORM NUEVA-PERSONA
                       MOVE FALSO-COMPLETO TO SOC-NOMBRE
                       IF SOC-NRO-DOC IS NUMERIC
                          AND SOC-NRO-DOC NOT = ZERO
                           EVALUATE SOC-TIPO-DOC
                               WHEN 80
                               WHEN 86
                                   MOVE SOC-NRO-DOC TO CUIT-VIEJO
                                   PERFORM FALSEAR-CUIT
                                   MOVE CUIT-NUEVO TO SOC-NRO-DOC
                               WHEN OTHER
                                   MOVE SOC-NRO-DOC TO DNI-VIEJO
                                   PERFORM FALSEAR-DNI
                                   MOVE DNI-NUEVO TO SOC-NRO-DOC
                           END-EVALUATE
                       END-IF
                       WRITE REG-SOCIO-PRU FROM REG-SOCIO
               END-READ
           END-PERFORM.
           CLOSE ARCH-SOCIOS.
           CLOSE ARCH-SOCIOS-PRU.
           PERFORM INFORMAR-ARCHIVO.
       ANONIMIZAR-SOCIOS-FIN.
           EXIT.

      *>----------------------------------------------------------------
      *>   ARCHIVOS QUE DEPENDEN DE LOS MAESTROS
      *>----------------------------------------------------------------
      *>   EL NOMBRE DEL ALUMNO ES EL MISMO QUE LE TOCO EN EL PADRON;
      *>   UN LEGAJO QUE NO ESTA EN EL PADRON RECIBE UNO NUEVO, IGUAL
      *>   EN TODOS SUS RENGLONES
       ANONIMIZAR-TRANSCRIPT.
           MOVE "TRANSCRIPT" TO NOMBRE-EN-PROCESO.
           OPEN INPUT ARCH-TRANSCRIPT.
           IF NOT FS-ENTRADA-OK
               DISPLAY "NO EXISTE TRANSCRIPT, SE SALTEA"
               GO TO ANONIMIZAR-TRANSCRIPT-FIN.
           OPEN OUTPUT ARCH-TRANSCRIPT-PRU.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-TRANSCRIPT
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       MOVE TR-LEGAJO TO LEGAJO-ALUMNO
                       PERFORM BUSCAR-ALUMNO
                       IF IX-ALU-HALLADO = ZERO
                           PERFORM NUEVA-PERSONA
                           PERFORM GUARDAR-ALUMNO
                           MOVE FALSO-COMPLETO TO TR-NOMBRE
                       ELSE
                           MOVE TA-NOMBRE (IX-ALU-HALLADO)
                               TO TR-NOMBRE
                       END-IF
                       WRITE REG-TRANSCRIPT-PRU FROM REG-TRANSCRIPT
               END-READ
           END-PERFORM.
           CLOSE ARCH-TRANSCRIPT.
           CLOSE ARCH-TRANSCRIPT-PRU.
           PERFORM INFORMAR-ARCHIVO.
       ANONIMIZAR-TRANSCRIPT-FIN.
           EXIT.

      *>   EL SUELDO HISTORICO SE MUEVE EN LA MISMA PROPORCION QUE EL
      *>   SUELDO DEL MAESTRO, ASI LA EVOLUCION DEL LEGAJO SE SOSTIENE
       ANONIMIZAR-SUELDOHIST.
           MOVE "SUELDOHIST" TO NOMBRE-EN-PROCESO.
           OPEN INPUT ARCH-SUELDOHIST.
           IF NOT FS-ENTRADA-OK
               DISPLAY "NO EXISTE SUELDOHIST, SE SALTEA"
               GO TO ANONIMIZAR-SUELDOHIST-FIN.
           OPEN OUTPUT ARCH-SUELDOHIST-PRU.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-SUELDOHIST
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       MOVE SH-LEGAJO TO LEGAJO-EMPLEADO
                       PERFORM BUSCAR-EMPLEADO
                       COMPUTE SH-SUELDO ROUNDED =
                           SH-SUELDO * FACTOR-SUELDO
                       WRITE REG-SUELDOHIST-PRU FROM REG-SUELDOHIST
               END-READ
           END-PERFORM.
           CLOSE ARCH-SUELDOHIST.
           CLOSE ARCH-SUELDOHIST-PRU.
           PERFORM INFORMAR-ARCHIVO.
       ANONIMIZAR-SUELDOHIST-FIN.
           EXIT.

      *>   CADA IMPORTE DEL RECIBO (HABERES Y DESCUENTOS) SE MUEVE EN
      *>   LA PROPORCION DEL SUELDO DE SU LEGAJO. EL IMPORTE VIENE
      *>   EDITADO (SIGNO Y COMA); SE RECONSTRUYE JUNTANDO LOS
      *>   DIGITOS, QUE POR EL FORMATO SIEMPRE TRAEN DOS DECIMALES
       ANONIMIZAR-RECIBOS.
           MOVE "RECIBOS" TO NOMBRE-EN-PROCESO.
           OPEN INPUT ARCH-RECIBOS.
           IF NOT FS-ENTRADA-OK
               DISPLAY "NO EXISTE RECIBOS, SE SALTEA"
               GO TO ANONIMIZAR-RECIBOS-FIN.
           OPEN OUTPUT ARCH-RECIBOS-PRU.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-RECIBOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       MOVE REC-LEGAJO TO LEGAJO-EMPLEADO
                       PERFORM BUSCAR-EMPLEADO
                       MOVE REC-IMPORTE TO WS-IMPORTE-TXT
                       MOVE ZEROS TO WS-IMPORTE-CTVS
                       MOVE "N" TO WS-IMPORTE-NEGATIVO
                       PERFORM VARYING IX-CH FROM 1 BY 1
                               UNTIL IX-CH > 13
                           IF WS-IMPORTE-TXT (IX-CH:1) = "-"
                               MOVE "S" TO WS-IMPORTE-NEGATIVO
                           END-IF
                           IF WS-IMPORTE-TXT (IX-CH:1) NUMERIC
                               MOVE WS-IMPORTE-TXT (IX-CH:1)
                                   TO WS-DIGITO
                               COMPUTE WS-IMPORTE-CTVS =
                                   WS-IMPORTE-CTVS * 10 + WS-DIGITO
                           END-IF
                       END-PERFORM
                       COMPUTE WS-IMPORTE = WS-IMPORTE-CTVS / 100
                       IF WS-IMPORTE-NEGATIVO = "S"
                           COMPUTE WS-IMPORTE = WS-IMPORTE * -1
                       END-IF
                       COMPUTE REC-IMPORTE ROUNDED =
                           WS-IMPORTE * FACTOR-SUELDO
                       WRITE REG-RECIBO-PRU FROM REG-RECIBO
               END-READ
           END-PERFORM.
           CLOSE ARCH-RECIBOS.
           CLOSE ARCH-RECIBOS-PRU.
           PERFORM INFORMAR-ARCHIVO.
       ANONIMIZAR-RECIBOS-FIN.
           EXIT.

      *>   EL CBU DESTINO ES EL MISMO QUE LE TOCO AL PARTICIPANTE (O
      *>   AL EMPLEADO); LA LETRA, EL IMPORTE Y EL RESTO PASAN IGUAL
       ANONIMIZAR-TRANSFERENCIAS.
           MOVE "TRANSFERENCIAS" TO NOMBRE-EN-PROCESO.
           OPEN INPUT ARCH-TRANSFERENCIAS.
           IF NOT FS-ENTRADA-OK
               DISPLAY "NO EXISTE TRANSFERENCIAS, SE SALTEA"
               GO TO ANONIMIZAR-TRANSFERENCIAS-FIN.
           OPEN OUTPUT ARCH-TRANSFERENCIAS-PRU.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-TRANSFERENCIAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       MOVE TRF-CBU TO CBU-VIEJO
                       PERFORM FALSEAR-CBU
                       MOVE CBU-NUEVO TO TRF-CBU
                       WRITE REG-TRANSFERENCIA-PRU
                           FROM REG-TRANSFERENCIA
               END-READ
           END-PERFORM.
           CLOSE ARCH-TRANSFERENCIAS.
           CLOSE ARCH-TRANSFERENCIAS-PRU.
           PERFORM INFORMAR-ARCHIVO.
       ANONIMIZAR-TRANSFERENCIAS-FIN.
           EXIT.

      *>   LISTADO Y CUOTAS SOLO LLEVAN LEGAJO, MATERIA E IMPORTES DE
      *>   ARANCEL: PASAN TAL CUAL PARA QUE EL JUEGO ESTE COMPLETO
       COPIAR-LISTADO.
           MOVE "LISTADO" TO NOMBRE-EN-PROCESO.
           OPEN INPUT ARCH-LISTADO.
           IF NOT FS-ENTRADA-OK
               DISPLAY "NO EXISTE LISTADO, SE SALTEA"
               GO TO COPIAR-LISTADO-FIN.
           OPEN OUTPUT ARCH-LISTADO-PRU.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-LISTADO
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       WRITE REG-LISTADO-PRU FROM REG-LISTADO
               END-READ
           END-PERFORM.
           CLOSE ARCH-LISTADO.
           CLOSE ARCH-LISTADO-PRU.
           PERFORM INFORMAR-ARCHIVO.
       COPIAR-LISTADO-FIN.
           EXIT.

       COPIAR-CUOTAS.
           MOVE "CUOTAS" TO NOMBRE-EN-PROCESO.
           OPEN INPUT ARCH-CUOTAS.
           IF NOT FS-ENTRADA-OK
               DISPLAY "NO EXISTE CUOTAS, SE SALTEA"
               GO TO COPIAR-CUOTAS-FIN.
           OPEN OUTPUT ARCH-CUOTAS-PRU.
           MOVE ZERO TO CANT-LEIDOS.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-CUOTAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CANT-LEIDOS
                       WRITE REG-CUOTA-PRU FROM REG-CUOTA
               END-READ
           END-PERFORM.
           CLOSE ARCH-CUOTAS.
           CLOSE ARCH-CUOTAS-PRU.
           PERFORM INFORMAR-ARCHIVO.
       COPIAR-CUOTAS-FIN.
           EXIT.

       INFORMAR-ARCHIVO.
           ADD 1 TO CANT-ARCHIVOS.
           ADD CANT-LEIDOS TO TOTAL-GRABADOS.
           DISPLAY NOMBRE-EN-PROCESO ": " CANT-LEIDOS
               " RENGLONES A " NOMBRE-EN-PROCESO ".PRU".

      *>----------------------------------------------------------------
      *>   REEMPLAZOS
      *>----------------------------------------------------------------
      *>   CADA PERSONA NUEVA TOMA EL SIGUIENTE PAR APELLIDO + NOMBRE:
      *>   LOS APELLIDOS CORREN PRIMERO Y, CUANDO SE TERMINAN, SE
      *>   PASA AL NOMBRE SIGUIENTE DE LA LISTA
       NUEVA-PERSONA.
           ADD 1 TO SEC-PERSONA.
           COMPUTE VUELTA-NOMBRES = (SEC-PERSONA - 1) / CANT-NOMBRES.
           COMPUTE IX-APE = SEC-PERSONA - VUELTA-NOMBRES * CANT-NOMBRES.
           COMPUTE IX-NOM =
               FUNCTION MOD (VUELTA-NOMBRES, CANT-NOMBRES) + 1.
           MOVE TF-APELLIDO (IX-APE) TO FALSO-APELLIDO.
           MOVE TF-NOMBRE (IX-NOM) TO FALSO-NOMBRE.
           MOVE SPACES TO FALSO-COMPLETO.
           STRING FALSO-APELLIDO DELIMITED BY "  "
               " " DELIMITED BY SIZE
               FALSO-NOMBRE DELIMITED BY "  "
               INTO FALSO-COMPLETO.

       GUARDAR-ALUMNO.
           IF CANT-ALUMNOS < 6000
               ADD 1 TO CANT-ALUMNOS
               MOVE LEGAJO-ALUMNO TO TA-LEGAJO (CANT-ALUMNOS)
               MOVE FALSO-COMPLETO TO TA-NOMBRE (CANT-ALUMNOS)
           END-IF.

       BUSCAR-ALUMNO.
           MOVE ZERO TO IX-ALU-HALLADO.
           PERFORM VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > CANT-ALUMNOS
                      OR IX-ALU-HALLADO > ZERO
               IF TA-LEGAJO (IX-ALU) = LEGAJO-ALUMNO
                   MOVE IX-ALU TO IX-ALU-HALLADO
               END-IF
           END-PERFORM.

       GUARDAR-EMPLEADO.
           IF CANT-EMPLEADOS < 1000
               ADD 1 TO CANT-EMPLEADOS
               MOVE LEGAJO-EMPLEADO TO TE-LEGAJO (CANT-EMPLEADOS)
               MOVE FACTOR-SUELDO TO TE-FACTOR (CANT-EMPLEADOS)
           END-IF.

      *>   DEJA EN FACTOR-SUELDO EL AJUSTE DE LEGAJO-EMPLEADO;
      *>   UN LEGAJO QUE NO ESTA EN EL MAESTRO NO SE AJUSTA
       BUSCAR-EMPLEADO.
           MOVE ZERO TO IX-EMP-HALLADO.
           MOVE 1 TO FACTOR-SUELDO.
           PERFORM VARYING IX-EMP FROM 1 BY 1
                   UNTIL IX-EMP > CANT-EMPLEADOS
                      OR IX-EMP-HALLADO > ZERO
               IF TE-LEGAJO (IX-EMP) = LEGAJO-EMPLEADO
                   MOVE IX-EMP TO IX-EMP-HALLADO
                   MOVE TE-FACTOR (IX-EMP) TO FACTOR-SUELDO
               END-IF
           END-PERFORM.

      *>   EL MISMO DNI REAL RECIBE SIEMPRE EL MISMO DNI INVENTADO,
      *>   TOMADO DE LA SERIE 99.000.000 QUE NO ESTA ASIGNADA
       FALSEAR-DNI.
           IF DNI-VIEJO = ZERO
               MOVE ZERO TO DNI-NUEVO
           ELSE
               MOVE ZERO TO IX-DNI-HALLADO
               PERFORM VARYING IX-DNI FROM 1 BY 1
                       UNTIL IX-DNI > CANT-DNI
                          OR IX-DNI-HALLADO > ZERO
                   IF TD-VIEJO (IX-DNI) = DNI-VIEJO
                       MOVE IX-DNI TO IX-DNI-HALLADO
                   END-IF
               END-PERFORM
               IF IX-DNI-HALLADO > ZERO
                   MOVE TD-NUEVO (IX-DNI-HALLADO) TO DNI-NUEVO
               ELSE
                   ADD 1 TO SEC-DNI
                   COMPUTE DNI-NUEVO = 99000000 + SEC-DNI
                   IF CANT-DNI < 7000
                       ADD 1 TO CANT-DNI
                       MOVE DNI-VIEJO TO TD-VIEJO (CANT-DNI)
                       MOVE DNI-NUEVO TO TD-NUEVO (CANT-DNI)
                   END-IF
               END-IF
           END-IF.

      *>   EL CUIT CONSERVA EL PREFIJO (PERSONA O EMPRESA), CAMBIA LA
      *>   PARTE DEL DNI POR LA INVENTADA Y RECALCULA EL VERIFICADOR
      *>   MODULO 11; SI DA 10, COMO HACE LA AFIP, EL PREFIJO PASA A
      *>   23 (PERSONAS) O 33 (EMPRESAS) Y SE VUELVE A CALCULAR
       FALSEAR-CUIT.
           IF CUIT-VIEJO NOT NUMERIC
               MOVE CUIT-VIEJO TO CUIT-NUEVO
           ELSE
               MOVE CUIT-VIEJO TO WS-CUIT
               MOVE WS-CUIT-DNI TO DNI-VIEJO
               PERFORM FALSEAR-DNI
               MOVE DNI-NUEVO TO WS-CUIT-DNI
               PERFORM CALCULAR-DIGITO-CUIT
               IF WS-CUIT-VERIF = 10
                   IF WS-CUIT-PREFIJO < 30
                       MOVE 23 TO WS-CUIT-PREFIJO
                   ELSE
                       MOVE 33 TO WS-CUIT-PREFIJO
                   END-IF
                   PERFORM CALCULAR-DIGITO-CUIT
               END-IF
               MOVE WS-CUIT-VERIF TO WS-CUIT-DV
               MOVE WS-CUIT TO CUIT-NUEVO
           END-IF.

       CALCULAR-DIGITO-CUIT.
           MOVE ZERO TO WS-CUIT-SUMA.
           PERFORM VARYING IX-CUIT FROM 1 BY 1 UNTIL IX-CUIT > 10
               COMPUTE WS-CUIT-SUMA = WS-CUIT-SUMA +
                   WS-CUIT-DIGITO (IX-CUIT) * WS-CUIT-PESO (IX-CUIT)
           END-PERFORM.
           COMPUTE WS-CUIT-VERIF =
               11 - FUNCTION MOD (WS-CUIT-SUMA, 11).
           IF WS-CUIT-VERIF = 11
               MOVE ZERO TO WS-CUIT-VERIF
           END-IF.

      *>   EL MISMO CBU REAL RECIBE SIEMPRE EL MISMO CBU INVENTADO:
      *>   CONSERVA EL BANCO, SUCURSAL 0001 Y UNA CUENTA CORRELATIVA,
      *>   CON LOS DOS DIGITOS DE CONTROL CALCULADOS
       FALSEAR-CBU.
           IF CBU-VIEJO = SPACES OR CBU-VIEJO = ZEROS
               MOVE CBU-VIEJO TO CBU-NUEVO
           ELSE
               MOVE ZERO TO IX-TCB-HALLADO
               PERFORM VARYING IX-TCB FROM 1 BY 1
                       UNTIL IX-TCB > CANT-CBU
                          OR IX-TCB-HALLADO > ZERO
                   IF TC-VIEJO (IX-TCB) = CBU-VIEJO
                       MOVE IX-TCB TO IX-TCB-HALLADO
                   END-IF
               END-PERFORM
               IF IX-TCB-HALLADO > ZERO
                   MOVE TC-NUEVO (IX-TCB-HALLADO) TO CBU-NUEVO
               ELSE
                   PERFORM ARMAR-CBU
                   IF CANT-CBU < 3000
                       ADD 1 TO CANT-CBU
                       MOVE CBU-VIEJO TO TC-VIEJO (CANT-CBU)
                       MOVE CBU-NUEVO TO TC-NUEVO (CANT-CBU)
                   END-IF
               END-IF
           END-IF.

      *>   CADA BLOQUE SUMA SUS DIGITOS POR LOS PESOS 3-1-7-9 TOMADOS
      *>   DE DERECHA A IZQUIERDA; EL VERIFICADOR ES LO QUE LE FALTA
      *>   A LA SUMA PARA LLEGAR A LA DECENA
       ARMAR-CBU.
           ADD 1 TO SEC-CBU.
           MOVE ZERO TO WS-CBU.
           IF CBU-VIEJO (1:3) IS NUMERIC
               MOVE CBU-VIEJO (1:3) TO WS-CBU-BANCO
           END-IF.
           MOVE 1 TO WS-CBU-SUC.
           MOVE SEC-CBU TO WS-CBU-CUENTA.
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
           MOVE WS-CBU-VERIF TO WS-CBU-DV1.
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
           MOVE WS-CBU-VERIF TO WS-CBU-DV2.
           MOVE WS-CBU TO CBU-NUEVO.

      *>   EL SUELDO SE MUEVE ENTRE -5% Y +5% SEGUN LA PERSONA, PERO
      *>   SIN SALIR DE SU BANDA: SI EL AJUSTE LO SACA, QUEDA EN EL
      *>   BORDE. EL FACTOR RESULTANTE ES EL QUE SE APLICA DESPUES AL
      *>   HISTORICO Y A LOS RECIBOS DEL LEGAJO
       PERTURBAR-SUELDO.
           COMPUTE PCT-AJUSTE = FUNCTION MOD (SEC-PERSONA, 11) - 5.
           COMPUTE SUELDO-NUEVO ROUNDED =
               SUELDO-VIEJO + SUELDO-VIEJO * PCT-AJUSTE / 100.
           EVALUATE TRUE
               WHEN SUELDO-VIEJO < WS-BANDA-BAJA
                   IF SUELDO-NUEVO NOT < WS-BANDA-BAJA
                       COMPUTE SUELDO-NUEVO = WS-BANDA-BAJA - 0,01
                   END-IF
               WHEN SUELDO-VIEJO < WS-SUELDO-REF
                   IF SUELDO-NUEVO < WS-BANDA-BAJA
                       MOVE WS-BANDA-BAJA TO SUELDO-NUEVO
                   END-IF
                   IF SUELDO-NUEVO NOT < WS-SUELDO-REF
                       COMPUTE SUELDO-NUEVO = WS-SUELDO-REF - 0,01
                   END-IF
               WHEN SUELDO-VIEJO < WS-BANDA-ALTA
                   IF SUELDO-NUEVO < WS-SUELDO-REF
                       MOVE WS-SUELDO-REF TO SUELDO-NUEVO
                   END-IF
                   IF SUELDO-NUEVO NOT < WS-BANDA-ALTA
                       COMPUTE SUELDO-NUEVO = WS-BANDA-ALTA - 0,01
                   END-IF
               WHEN OTHER
                   IF SUELDO-NUEVO < WS-BANDA-ALTA
                       MOVE WS-BANDA-ALTA TO SUELDO-NUEVO
                   END-IF
           END-EVALUATE.
           IF SUELDO-VIEJO = ZERO
               MOVE 1 TO FACTOR-SUELDO
           ELSE
               COMPUTE FACTOR-SUELDO ROUNDED =
                   SUELDO-NUEVO / SUELDO-VIEJO
           END-IF.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
