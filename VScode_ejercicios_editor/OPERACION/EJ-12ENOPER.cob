      *> Control nocturno de totales de los maestros: MATERIAS,
      *> PADRON y MAESEMPL se venian corrigiendo "a mano" con un
      *> editor cada tanto, y nadie se enteraba hasta que un reporte
      *> no cerraba. Cada job que regraba un maestro deja ahora en
      *> LIBROTOT la cantidad de registros y un total hash de un
      *> campo clave (ver COPYLIB LIBROTOT / TOTPR); esta corrida
      *> vuelve a sumar los seis maestros (tambien PARTICIPANTES,
      *> PORCENTAJES y TASAS, que no tienen job de mantenimiento) y
      *> compara contra el ultimo renglon del libro:
      *>   - igual: queda un renglon VERIFIC, que pasa a ser la
      *>     ultima vez que se lo vio correcto;
      *>   - distinto (o el archivo desaparecio): CAMBIO NO
      *>     AUTORIZADO en TOTMAEST con el archivo y la fecha y hora
      *>     en que se lo vio correcto por ultima vez. La foto
      *>     vieja NO se reemplaza, asi la alarma se repite cada
      *>     noche hasta que alguien lo revise; el estado de la
      *>     corrida en CONTROL queda ADULTERADO.
      *> Una vez revisado un cambio manual legitimo, la tarjeta de
      *> corrida ACEPTAR=archivo toma los totales del dia como nueva
      *> foto (ACEPTADO). Un maestro sin renglon en el libro arranca
      *> con una foto BASE.
      *> Una corrida OK en CONTROL de un job que regraba el maestro
      *> no explica una diferencia: ese job ya dejo su propio renglon
      *> POSTEO en el libro antes de grabar CONTROL, asi que lo que
      *> no coincide con el ultimo renglon cambio despues de el.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-12ENOPER.
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
      *>   los seis maestros que se controlan, cada uno con su layout
           SELECT ARCH-MATERIAS ASSIGN TO "MATERIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-PARTICIPANTES ASSIGN TO "PARTICIPANTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-PORCENTAJES ASSIGN TO "PORCENTAJES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-TASAS ASSIGN TO "TASAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   LIBROTOT es el libro de totales (ver COPYLIB LIBROTOT):
      *>   se lee completo y despues se le agregan los renglones de
      *>   esta corrida
           SELECT ARCH-LIBROTOT ASSIGN TO "LIBROTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIBROTOT.

      *>   TOTMAEST es el reporte de la corrida
           SELECT ARCH-TOTMAEST ASSIGN TO "TOTMAEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTMAEST.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

      *>   CONTROL recibe al final el renglon de esta corrida
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
       FD  ARCH-MATERIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY MATERIAS.

       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-PARTICIPANTES
           RECORD CONTAINS 69 CHARACTERS.
           COPY PARTMAST.

       FD  ARCH-PORCENTAJES.
           COPY PORCENT.

       FD  ARCH-TASAS.
           COPY TASAS.

       FD  ARCH-LIBROTOT.
           COPY LIBROTOT.

       FD  ARCH-TOTMAEST.
       01  REG-TOTMAEST PIC X(110).

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

      *>   RENGLONES NUEVOS DEL LIBRO DE TOTALES (VER COPYLIB
      *>   TOTPROC)
           COPY TOTPROC.

       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-TOTMAEST PIC XX.
       01 FIN-ARCHIVO PIC X VALUE "N".

      *>   MAESTRO CUYO CAMBIO MANUAL SE ACEPTA (TARJETA ACEPTAR)
       77 ARCHIVO-ACEPTADO PIC X(13) VALUE SPACES.

      *>   LOS SEIS MAESTROS, EN EL ORDEN EN QUE SE RECORREN
       01 MAESTROS-NOMBRES.
           03 FILLER PIC X(13) VALUE "MATERIAS".
           03 FILLER PIC X(13) VALUE "PADRON".
           03 FILLER PIC X(13) VALUE "MAESEMPL".
           03 FILLER PIC X(13) VALUE "PARTICIPANTES".
           03 FILLER PIC X(13) VALUE "PORCENTAJES".
           03 FILLER PIC X(13) VALUE "TASAS".
       01 MAESTROS-TABLA REDEFINES MAESTROS-NOMBRES.
           03 MAESTRO-NOMBRE PIC X(13) OCCURS 6 TIMES.

      *>   SITUACION DE CADA MAESTRO: ULTIMO RENGLON DEL LIBRO,
      *>   Y TOTALES DE HOY
       01 TABLA-MAESTROS.
           03 MST-ENTRY OCCURS 6 TIMES.
               05 MST-HAY-LIBRO    PIC X.
               05 MST-LIB-FECHA    PIC 9(8).
               05 MST-LIB-HORA     PIC 9(6).
               05 MST-LIB-CANT     PIC 9(7).
               05 MST-LIB-HASH     PIC 9(15)V9(4).
               05 MST-EXISTE       PIC X.
               05 MST-CANT         PIC 9(7).
               05 MST-HASH         PIC 9(15)V9(4).
       77 IX-MST PIC 9 VALUE ZERO.
       77 CUIT-NUMERICO PIC 9(11) VALUE ZERO.

       77 CANT-VERIFICADOS PIC 9(3) VALUE ZERO.
       77 CANT-NO-AUTORIZADOS PIC 9(3) VALUE ZERO.

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER        PIC X(39)
               VALUE "CONTROL DE TOTALES DE LOS MAESTROS AL ".
           03 TIT-FECHA     PIC 9(8).
       01 LINEA-ENCABEZADO.
           03 FILLER        PIC X(14) VALUE "ARCHIVO".
           03 FILLER        PIC X(12) VALUE "RESULTADO".
           03 FILLER        PIC X(18) VALUE "    CANT   LIBRO  ".
           03 FILLER        PIC X(22) VALUE "HASH LIBRO".
           03 FILLER        PIC X(10) VALUE " CANT HOY ".
           03 FILLER        PIC X(22) VALUE "HASH HOY".
       01 LINEA-DETALLE.
           03 DET-ARCHIVO   PIC X(14).
           03 DET-RESULTADO PIC X(12).
           03 DET-LIB-CANT  PIC Z(6)9.
           03 FILLER        PIC X VALUE SPACE.
           03 DET-LIB-HASH  PIC Z(14)9.9999.
           03 FILLER        PIC X(2) VALUE SPACES.
           03 DET-CANT      PIC Z(6)9.
           03 FILLER        PIC X VALUE SPACE.
           03 DET-HASH      PIC Z(14)9.9999.
       01 LINEA-AVISO.
           03 FILLER        PIC X(4) VALUE SPACES.
           03 AVI-TEXTO     PIC X(100).
       01 LINEA-TOTALES.
           03 FILLER        PIC X(24)
               VALUE "MAESTROS CONTROLADOS:   ".
           03 TOT-VERIFICADOS PIC ZZ9.
           03 FILLER        PIC X(27)
               VALUE "   CAMBIOS NO AUTORIZADOS: ".
           03 TOT-NO-AUTORIZADOS PIC ZZ9.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-12ENOPER" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CONTROL DE TOTALES DE LOS MAESTROS"
           DISPLAY "-------------------------------------------------".

      *>   la tarjeta ACEPTAR nombra el maestro cuyo cambio manual ya
      *>   se reviso; sin tarjeta no se acepta nada (la corrida
      *>   nocturna no pregunta)
           MOVE "ACEPTAR" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR TO ARCHIVO-ACEPTADO
           END-IF.

           PERFORM VARYING IX-MST FROM 1 BY 1 UNTIL IX-MST > 6
               MOVE "N" TO MST-HAY-LIBRO (IX-MST)
           END-PERFORM.
           PERFORM CARGAR-LIBRO.

           OPEN OUTPUT ARCH-TOTMAEST.
           ACCEPT TIT-FECHA FROM DATE YYYYMMDD.
           MOVE LINEA-TITULO TO REG-TOTMAEST.
           WRITE REG-TOTMAEST.
           MOVE SPACES TO REG-TOTMAEST.
           WRITE REG-TOTMAEST.
           MOVE LINEA-ENCABEZADO TO REG-TOTMAEST.
           WRITE REG-TOTMAEST.

           PERFORM VARYING IX-MST FROM 1 BY 1 UNTIL IX-MST > 6
               PERFORM SUMAR-MAESTRO
               PERFORM EVALUAR-MAESTRO
           END-PERFORM.

           MOVE SPACES TO REG-TOTMAEST.
           WRITE REG-TOTMAEST.
           MOVE CANT-VERIFICADOS TO TOT-VERIFICADOS.
           MOVE CANT-NO-AUTORIZADOS TO TOT-NO-AUTORIZADOS.
           MOVE LINEA-TOTALES TO REG-TOTMAEST.
           WRITE REG-TOTMAEST.
           CLOSE ARCH-TOTMAEST.

           DISPLAY LINEA-TOTALES.
           DISPLAY "EL DETALLE QUEDO EN TOTMAEST".
           MOVE "EJ-12ENOPER" TO CTL-JOB.
           IF CANT-NO-AUTORIZADOS > ZERO
               DISPLAY "*** HAY MAESTROS MODIFICADOS POR FUERA DE "
                   "LOS JOBS: VER TOTMAEST ***"
               MOVE CANT-NO-AUTORIZADOS TO CTL-CANT-REG
               MOVE "ADULTERADO" TO CTL-ESTADO
           ELSE
               MOVE CANT-VERIFICADOS TO CTL-CANT-REG
               MOVE "OK" TO CTL-ESTADO
           END-IF.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   DEJA EN LA TABLA EL ULTIMO RENGLON DEL LIBRO DE CADA
      *>   MAESTRO (EL LIBRO SE GRABA SIEMPRE AL FINAL, ASI QUE EL
      *>   ULTIMO QUE SE LEE ES EL MAS NUEVO)
       CARGAR-LIBRO.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCH-LIBROTOT.
           IF NOT FS-LIBROTOT-OK
               DISPLAY "NO EXISTE LIBROTOT: TODOS LOS MAESTROS "
                   "ARRANCAN CON UNA FOTO BASE"
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ ARCH-LIBROTOT
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-LIBROTOT
                   NOT AT END
                       PERFORM VARYING IX-MST FROM 1 BY 1
                               UNTIL IX-MST > 6
                           IF LT-ARCHIVO = MAESTRO-NOMBRE (IX-MST)
                               MOVE "S" TO MST-HAY-LIBRO (IX-MST)
                               MOVE LT-FECHA TO MST-LIB-FECHA (IX-MST)
                               MOVE LT-HORA TO MST-LIB-HORA (IX-MST)
                               MOVE LT-CANT TO MST-LIB-CANT (IX-MST)
                               MOVE LT-HASH TO MST-LIB-HASH (IX-MST)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

      *>   VUELVE A SUMAR EL MAESTRO CON EL MISMO CAMPO CLAVE QUE
      *>   USA EL JOB QUE LO REGRABA; UN VALOR NO NUMERICO NO SUMA
      *>   (LA CANTIDAD DE REGISTROS IGUAL LO DELATA SI SOBRA O FALTA)
       SUMAR-MAESTRO.
           MOVE ZERO TO MST-CANT (IX-MST).
           MOVE ZERO TO MST-HASH (IX-MST).
           MOVE "S" TO MST-EXISTE (IX-MST).
           MOVE "N" TO FIN-ARCHIVO.
           EVALUATE IX-MST
               WHEN 1 OPEN INPUT ARCH-MATERIAS
               WHEN 2 OPEN INPUT ARCH-PADRON
               WHEN 3 OPEN INPUT ARCH-MAESTRO
               WHEN 4 OPEN INPUT ARCH-PARTICIPANTES
               WHEN 5 OPEN INPUT ARCH-PORCENTAJES
               WHEN 6 OPEN INPUT ARCH-TASAS
           END-EVALUATE.
           IF NOT FS-MAESTRO-OK
               MOVE "N" TO MST-EXISTE (IX-MST)
               MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO = "S"
               EVALUATE IX-MST
                   WHEN 1 PERFORM LEER-MATERIAS
                   WHEN 2 PERFORM LEER-PADRON
                   WHEN 3 PERFORM LEER-MAESTRO
                   WHEN 4 PERFORM LEER-PARTICIPANTES
                   WHEN 5 PERFORM LEER-PORCENTAJES
                   WHEN 6 PERFORM LEER-TASAS
               END-EVALUATE
           END-PERFORM.
           IF MST-EXISTE (IX-MST) = "S"
               EVALUATE IX-MST
                   WHEN 1 CLOSE ARCH-MATERIAS
                   WHEN 2 CLOSE ARCH-PADRON
                   WHEN 3 CLOSE ARCH-MAESTRO
                   WHEN 4 CLOSE ARCH-PARTICIPANTES
                   WHEN 5 CLOSE ARCH-PORCENTAJES
                   WHEN 6 CLOSE ARCH-TASAS
               END-EVALUATE
           END-IF.

       LEER-MATERIAS.
           READ ARCH-MATERIAS
               AT END
                   MOVE "S" TO FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO MST-CANT (IX-MST)
                   IF MAT-CUPO NUMERIC
                       ADD MAT-CUPO TO MST-HASH (IX-MST)
                   END-IF
           END-READ.

       LEER-PADRON.
           READ ARCH-PADRON
               AT END
                   MOVE "S" TO FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO MST-CANT (IX-MST)
                   IF PAD-DNI NUMERIC
                       ADD PAD-DNI TO MST-HASH (IX-MST)
                   END-IF
           END-READ.

       LEER-MAESTRO.
           READ ARCH-MAESTRO
               AT END
                   MOVE "S" TO FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO MST-CANT (IX-MST)
                   IF MAE-SUELDO NUMERIC
                       ADD MAE-SUELDO TO MST-HASH (IX-MST)
                   END-IF
           END-READ.

       LEER-PARTICIPANTES.
           READ ARCH-PARTICIPANTES
               AT END
                   MOVE "S" TO FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO MST-CANT (IX-MST)
                   IF PM-CUIT NUMERIC
                       MOVE PM-CUIT TO CUIT-NUMERICO
                       ADD CUIT-NUMERICO TO MST-HASH (IX-MST)
                   END-IF
           END-READ.

       LEER-PORCENTAJES.
           READ ARCH-PORCENTAJES
               AT END
                   MOVE "S" TO FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO MST-CANT (IX-MST)
                   IF PORC-VALOR NUMERIC
                       ADD PORC-VALOR TO MST-HASH (IX-MST)
                   END-IF
           END-READ.

       LEER-TASAS.
           READ ARCH-TASAS
               AT END
                   MOVE "S" TO FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO MST-CANT (IX-MST)
                   IF TASA-DIARIA NUMERIC
                       ADD TASA-DIARIA TO MST-HASH (IX-MST)
                   END-IF
           END-READ.

      *>   COMPARA LOS TOTALES DE HOY CON LA ULTIMA FOTO DEL LIBRO,
      *>   LISTA EL RESULTADO Y, SALVO UN CAMBIO NO AUTORIZADO, DEJA
      *>   LA FOTO NUEVA EN EL LIBRO
       EVALUAR-MAESTRO.
           MOVE MAESTRO-NOMBRE (IX-MST) TO DET-ARCHIVO.
           MOVE MST-LIB-CANT (IX-MST) TO DET-LIB-CANT.
           MOVE MST-LIB-HASH (IX-MST) TO DET-LIB-HASH.
           MOVE MST-CANT (IX-MST) TO DET-CANT.
           MOVE MST-HASH (IX-MST) TO DET-HASH.
           MOVE SPACES TO AVI-TEXTO.
           MOVE SPACES TO WS-TOT-ORIGEN.
           EVALUATE TRUE
               WHEN MST-EXISTE (IX-MST) = "N"
                AND MST-HAY-LIBRO (IX-MST) = "N"
                   MOVE "NO EXISTE" TO DET-RESULTADO
                   MOVE ZERO TO DET-LIB-CANT
                   MOVE ZERO TO DET-LIB-HASH
               WHEN MST-EXISTE (IX-MST) = "N"
                   MOVE "NO AUTORIZ" TO DET-RESULTADO
                   STRING "CAMBIO NO AUTORIZADO: " DELIMITED BY SIZE
                       MAESTRO-NOMBRE (IX-MST) DELIMITED BY SPACE
                       " DESAPARECIO; VISTO CORRECTO POR ULTIMA VEZ"
                       " EL " DELIMITED BY SIZE
                       MST-LIB-FECHA (IX-MST) DELIMITED BY SIZE
                       " A LAS " DELIMITED BY SIZE
                       MST-LIB-HORA (IX-MST) DELIMITED BY SIZE
                       INTO AVI-TEXTO
               WHEN MAESTRO-NOMBRE (IX-MST) = ARCHIVO-ACEPTADO
                   MOVE "ACEPTADO" TO DET-RESULTADO
                   MOVE "ACEPTADO" TO WS-TOT-ORIGEN
                   STRING "NUEVA FOTO ACEPTADA POR TARJETA DE "
                       DELIMITED BY SIZE
                       "CORRIDA, OPERADOR " DELIMITED BY SIZE
                       WS-OPERADOR-ID DELIMITED BY SPACE
                       INTO AVI-TEXTO
               WHEN MST-HAY-LIBRO (IX-MST) = "N"
                   MOVE "BASE" TO DET-RESULTADO
                   MOVE "BASE" TO WS-TOT-ORIGEN
                   MOVE ZERO TO DET-LIB-CANT
                   MOVE ZERO TO DET-LIB-HASH
               WHEN MST-CANT (IX-MST) = MST-LIB-CANT (IX-MST)
                AND MST-HASH (IX-MST) = MST-LIB-HASH (IX-MST)
                   MOVE "CORRECTO" TO DET-RESULTADO
                   MOVE "VERIFIC" TO WS-TOT-ORIGEN
               WHEN OTHER
                   MOVE "NO AUTORIZ" TO DET-RESULTADO
                   STRING "CAMBIO NO AUTORIZADO EN " DELIMITED BY SIZE
                       MAESTRO-NOMBRE (IX-MST) DELIMITED BY SPACE
                       ": VISTO CORRECTO POR ULTIMA VEZ EL "
                       DELIMITED BY SIZE
                       MST-LIB-FECHA (IX-MST) DELIMITED BY SIZE
                       " A LAS " DELIMITED BY SIZE
                       MST-LIB-HORA (IX-MST) DELIMITED BY SIZE
                       INTO AVI-TEXTO
           END-EVALUATE.
           MOVE LINEA-DETALLE TO REG-TOTMAEST.
           WRITE REG-TOTMAEST.
           IF AVI-TEXTO NOT = SPACES
               MOVE LINEA-AVISO TO REG-TOTMAEST
               WRITE REG-TOTMAEST
           END-IF.
           IF DET-RESULTADO = "NO AUTORIZ"
               ADD 1 TO CANT-NO-AUTORIZADOS
               DISPLAY AVI-TEXTO
           END-IF.
           IF MST-EXISTE (IX-MST) = "S"
               ADD 1 TO CANT-VERIFICADOS
           END-IF.
           IF WS-TOT-ORIGEN NOT = SPACES
               MOVE MAESTRO-NOMBRE (IX-MST) TO WS-TOT-ARCHIVO
               MOVE MST-CANT (IX-MST) TO WS-TOT-CANT
               MOVE MST-HASH (IX-MST) TO WS-TOT-HASH
               MOVE "EJ-12ENOPER" TO CTL-JOB
               PERFORM REGISTRAR-TOTALES
           END-IF.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY TOTPR.
