      *> Control de presupuesto laboral por sector: finanzas arma
      *> cada anio el presupuesto de costo laboral por sector y mes
      *> (PPTOSEC: dotacion e importe), y lo unico contra que podia
      *> compararlo era el cuadro de headcount y masa salarial de un
      *> solo mes (EJ-06ENCL23). Ahora cada liquidacion deja en
      *> COSTOSEC el costo real por sector (bruto, contribuciones,
      *> horas extra y provision de aguinaldo), y esta corrida, para
      *> el mes de la tarjeta PERIODO (AAAAMM), muestra por sector:
      *>   - el mes: dotacion y costo presupuestado contra real, el
      *>     desvio en pesos y en porcentaje
      *>   - el acumulado de enero al mes, con el mismo desvio
      *>   - la composicion del costo real del mes
      *> y marca EXCEDIDO el sector cuyo costo real supera al
      *> presupuesto en mas del porcentaje de la tarjeta TOLERANCIA
      *> (sin tarjeta ni respuesta, 5%), y SIN PPTO el que tiene
      *> costo sin presupuesto. El costo real es bruto mas
      *> contribuciones mas provision de aguinaldo, el mismo alcance
      *> del presupuesto; las horas extra ya estan dentro del bruto y
      *> se muestran aparte solo para ver cuanto pesan. Todo sale en
      *> el reporte PPTOREP.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-23ENCL23.
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
      *>   PPTOSEC es el presupuesto de finanzas (ver COPYLIB
      *>   PPTOSEC); COSTOSEC el costo real que deja la liquidacion
      *>   (ver COPYLIB COSTOSEC)
           SELECT ARCH-PPTOSEC ASSIGN TO "PPTOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PPTOSEC.

           SELECT ARCH-COSTOSEC ASSIGN TO "COSTOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COSTOSEC.

           SELECT ARCH-PPTOREP ASSIGN TO "PPTOREP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

      *>   CONTROL deja constancia de esta corrida (operador, cantidad
      *>   procesada, resultado) en el registro comun a los demas jobs
      *>   batch del area (ver COPYLIB CONTROL)
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
       FD  ARCH-PPTOSEC
           RECORD CONTAINS 26 CHARACTERS.
           COPY PPTOSEC.

       FD  ARCH-COSTOSEC
           RECORD CONTAINS 65 CHARACTERS.
           COPY COSTOSEC.

       FD  ARCH-PPTOREP.
       01  REG-PPTOREP PIC X(120).

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

      *>   MES PEDIDO Y TOLERANCIA
       77 WS-PERIODO PIC 9(6) VALUE ZEROS.
       77 WS-ANIO PIC 9(4) VALUE ZEROS.
       77 WS-MES PIC 99 VALUE ZEROS.
       77 WS-TOLERANCIA PIC 999 VALUE ZERO.
       77 WS-CSS-ANIO PIC 9(4) VALUE ZEROS.
       77 WS-CSS-MES PIC 99 VALUE ZEROS.

      *>   PRESUPUESTO Y COSTO REAL DEL ANIO POR SECTOR (01 A 99) Y
      *>   MES
       01  TABLA-SECTORES.
           03 SECTOR-ENTRY OCCURS 99 TIMES.
               05 MES-SECTOR OCCURS 12 TIMES.
                   07 TS-PPTO-HC  PIC 9(5).
                   07 TS-PPTO-IMP PIC 9(11)V99.
                   07 TS-REAL-HC  PIC 9(5).
                   07 TS-BRUTO    PIC 9(11)V99.
                   07 TS-CONTRIB  PIC 9(11)V99.
                   07 TS-HS-EXTRA PIC 9(11)V99.
                   07 TS-PROV-SAC PIC 9(11)V99.
       77 IX-SECTOR PIC 999 VALUE ZERO.
       77 IX-MES PIC 99 VALUE ZERO.

      *>   CIFRAS DEL RENGLON QUE SE ESTA LISTANDO
       77 WS-RNG-PPTO-HC PIC 9(7) VALUE ZERO.
       77 WS-RNG-REAL-HC PIC 9(7) VALUE ZERO.
       77 WS-RNG-PPTO PIC 9(13)V99 VALUE ZERO.
       77 WS-RNG-REAL PIC 9(13)V99 VALUE ZERO.
       77 WS-RNG-DESVIO PIC S9(13)V99 VALUE ZERO.
       77 WS-RNG-PORC PIC S9(5)V99 VALUE ZERO.
       77 WS-RNG-MARCA PIC X(9) VALUE SPACES.
       77 WS-RNG-NOMBRE PIC X(10) VALUE SPACES.
       77 WS-SECTOR-NUM PIC 99 VALUE ZERO.
       77 WS-TIENE-DATOS PIC X VALUE "N".
       77 WS-ES-ACUMULADO PIC X VALUE "N".

      *>   TOTALES DE LA SECCION
       77 WS-TOT-PPTO-HC PIC 9(7) VALUE ZERO.
       77 WS-TOT-REAL-HC PIC 9(7) VALUE ZERO.
       77 WS-TOT-PPTO PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-REAL PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-BRUTO PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-CONTRIB PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-HS-EXTRA PIC 9(13)V99 VALUE ZERO.
       77 WS-TOT-PROV-SAC PIC 9(13)V99 VALUE ZERO.

      *>   CONTADORES DE LA CORRIDA
       77 WS-CANT-PPTO PIC 9(5) VALUE ZERO.
       77 WS-CANT-COSTO PIC 9(5) VALUE ZERO.
       77 WS-CANT-COSTO-MES PIC 9(5) VALUE ZERO.
       77 WS-CANT-SECTORES PIC 9(5) VALUE ZERO.
       77 WS-CANT-EXCEDIDOS PIC 9(5) VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-PPTOSEC PIC XX.
           88 FS-PPTOSEC-OK VALUE "00".
       01 WS-FS-COSTOSEC PIC XX.
           88 FS-COSTOSEC-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   LINEAS ARMADAS DEL REPORTE
       01 LINEA-TITULO.
           03 FILLER PIC X(39)
               VALUE "PRESUPUESTO LABORAL CONTRA REAL - MES ".
           03 TIT-PERIODO PIC 9(6).
           03 FILLER PIC X(15) VALUE "  TOLERANCIA: ".
           03 TIT-TOLERANCIA PIC ZZ9.
           03 FILLER PIC X VALUE "%".
       01 LINEA-SUBTITULO.
           03 SUB-TEXTO PIC X(60).
       01 LINEA-ENC-DESVIO.
           03 FILLER PIC X(10) VALUE "SECTOR".
           03 FILLER PIC X(7) VALUE "  HC PP".
           03 FILLER PIC X(7) VALUE "  HC RE".
           03 FILLER PIC X(19) VALUE "        PRESUPUESTO".
           03 FILLER PIC X(19) VALUE "               REAL".
           03 FILLER PIC X(20) VALUE "              DESVIO".
           03 FILLER PIC X(11) VALUE "     DESV.%".
           03 FILLER PIC X(11) VALUE "  MARCA".
       01 LINEA-DESVIO.
           03 DES-NOMBRE  PIC X(10).
           03 DES-PPTO-HC PIC ZZZZZZ9.
           03 DES-REAL-HC PIC ZZZZZZ9.
           03 FILLER      PIC XX VALUE SPACES.
           03 DES-PPTO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC XX VALUE SPACES.
           03 DES-REAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC XX VALUE SPACES.
           03 DES-DESVIO  PIC ---.---.---.--9,99.
           03 FILLER      PIC XX VALUE SPACES.
           03 DES-PORC    PIC -----9,99.
           03 FILLER      PIC XX VALUE SPACES.
           03 DES-MARCA   PIC X(9).
       01 LINEA-ENC-COMPOS.
           03 FILLER PIC X(10) VALUE "SECTOR".
           03 FILLER PIC X(19) VALUE "              BRUTO".
           03 FILLER PIC X(19) VALUE "     CONTRIBUCIONES".
           03 FILLER PIC X(19) VALUE "  HS EXTRA EN BRUTO".
           03 FILLER PIC X(19) VALUE "      PROVISION SAC".
           03 FILLER PIC X(19) VALUE "        COSTO TOTAL".
       01 LINEA-COMPOS.
           03 COM-NOMBRE   PIC X(10).
           03 FILLER       PIC XX VALUE SPACES.
           03 COM-BRUTO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC XX VALUE SPACES.
           03 COM-CONTRIB  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC XX VALUE SPACES.
           03 COM-HS-EXTRA PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC XX VALUE SPACES.
           03 COM-PROV-SAC PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC XX VALUE SPACES.
           03 COM-TOTAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-GUIONES PIC X(120) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-23ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "PRESUPUESTO LABORAL CONTRA REAL POR SECTOR".
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "PERIODO" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:6) TO WS-PERIODO
           ELSE
               DISPLAY "MES A CONTROLAR (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           COMPUTE WS-ANIO = WS-PERIODO / 100.
           COMPUTE WS-MES = WS-PERIODO - WS-ANIO * 100.
           IF WS-MES < 1 OR WS-MES > 12
               DISPLAY "PERIODO " WS-PERIODO " INVALIDO, CORRIDA "
                   "RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           MOVE "TOLERANCIA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:3) TO WS-TOLERANCIA
           ELSE
               DISPLAY "PORCENTAJE TOLERADO SOBRE EL PRESUPUESTO "
                   "(999, CERO = 5): "
               ACCEPT WS-TOLERANCIA
           END-IF.
           IF WS-TOLERANCIA = ZERO
               MOVE 5 TO WS-TOLERANCIA
           END-IF.

           MOVE ZEROS TO TABLA-SECTORES.
           PERFORM CARGAR-PRESUPUESTO.
           IF WS-CANT-PPTO = ZERO
               DISPLAY "NO HAY PRESUPUESTO DEL ANIO " WS-ANIO
                   " EN PPTOSEC, CORRIDA RECHAZADA"
               MOVE "RECHAZADO" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM CARGAR-COSTO-REAL.
           IF WS-CANT-COSTO-MES = ZERO
               DISPLAY "ADVERTENCIA: EL MES " WS-PERIODO " TODAVIA "
                   "NO SE LIQUIDO, EL REAL DEL MES SALE EN CERO"
           END-IF.

           OPEN OUTPUT ARCH-PPTOREP.
           MOVE WS-PERIODO TO TIT-PERIODO.
           MOVE WS-TOLERANCIA TO TIT-TOLERANCIA.
           MOVE LINEA-TITULO TO REG-PPTOREP.
           WRITE REG-PPTOREP.

           MOVE "N" TO WS-ES-ACUMULADO.
           MOVE "DESVIO DEL MES" TO SUB-TEXTO.
           PERFORM LISTAR-DESVIOS.
           MOVE "S" TO WS-ES-ACUMULADO.
           MOVE "DESVIO ACUMULADO DEL ANIO (HC: PROMEDIO MENSUAL)" TO
               SUB-TEXTO.
           PERFORM LISTAR-DESVIOS.
           PERFORM LISTAR-COMPOSICION.
           CLOSE ARCH-PPTOREP.

           DISPLAY " ".
           DISPLAY "RENGLONES DE PRESUPUESTO DEL ANIO: " WS-CANT-PPTO.
           DISPLAY "RENGLONES DE COSTO REAL DEL ANIO:  " WS-CANT-COSTO.
           DISPLAY "SECTORES INFORMADOS:               "
               WS-CANT-SECTORES.
           DISPLAY "MARCAS EXCEDIDO O SIN PPTO:        "
               WS-CANT-EXCEDIDOS.
           DISPLAY "REPORTE GENERADO EN PPTOREP".
           MOVE "OK" TO CTL-ESTADO.

       FIN-CON-CONTROL.
           MOVE "EJ-23ENCL23" TO CTL-JOB.
           MOVE WS-CANT-SECTORES TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   UNA SECCION DEL REPORTE: EL MES SOLO, O EL ACUMULADO DE
      *>   ENERO AL MES
       LISTAR-DESVIOS.
           MOVE SPACES TO REG-PPTOREP.
           WRITE REG-PPTOREP.
           MOVE LINEA-SUBTITULO TO REG-PPTOREP.
           WRITE REG-PPTOREP.
           MOVE LINEA-ENC-DESVIO TO REG-PPTOREP.
           WRITE REG-PPTOREP.
           MOVE LINEA-GUIONES TO REG-PPTOREP.
           WRITE REG-PPTOREP.
           MOVE ZERO TO WS-TOT-PPTO-HC.
           MOVE ZERO TO WS-TOT-REAL-HC.
           MOVE ZERO TO WS-TOT-PPTO.
           MOVE ZERO TO WS-TOT-REAL.
           PERFORM VARYING IX-SECTOR FROM 1 BY 1 UNTIL IX-SECTOR > 99
               PERFORM SUMAR-SECTOR
               IF WS-TIENE-DATOS = "S"
                   MOVE IX-SECTOR TO WS-SECTOR-NUM
                   MOVE SPACES TO WS-RNG-NOMBRE
                   STRING "SECTOR " WS-SECTOR-NUM
                       DELIMITED BY SIZE INTO WS-RNG-NOMBRE
                   ADD WS-RNG-PPTO-HC TO WS-TOT-PPTO-HC
                   ADD WS-RNG-REAL-HC TO WS-TOT-REAL-HC
                   ADD WS-RNG-PPTO TO WS-TOT-PPTO
                   ADD WS-RNG-REAL TO WS-TOT-REAL
                   IF WS-ES-ACUMULADO = "N"
                       ADD 1 TO WS-CANT-SECTORES
                   END-IF
                   PERFORM LISTAR-RENGLON
               END-IF
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-PPTOREP.
           WRITE REG-PPTOREP.
           MOVE "TOTAL" TO WS-RNG-NOMBRE.
           MOVE WS-TOT-PPTO-HC TO WS-RNG-PPTO-HC.
           MOVE WS-TOT-REAL-HC TO WS-RNG-REAL-HC.
           MOVE WS-TOT-PPTO TO WS-RNG-PPTO.
           MOVE WS-TOT-REAL TO WS-RNG-REAL.
           PERFORM LISTAR-RENGLON.

      *>   JUNTA LAS CIFRAS DEL SECTOR PARA EL MES O EL ACUMULADO;
      *>   LA DOTACION DEL ACUMULADO ES EL PROMEDIO DE LOS MESES
       SUMAR-SECTOR.
           MOVE ZERO TO WS-RNG-PPTO-HC.
           MOVE ZERO TO WS-RNG-REAL-HC.
           MOVE ZERO TO WS-RNG-PPTO.
           MOVE ZERO TO WS-RNG-REAL.
           IF WS-ES-ACUMULADO = "S"
               MOVE 1 TO IX-MES
           ELSE
               MOVE WS-MES TO IX-MES
           END-IF.
           PERFORM UNTIL IX-MES > WS-MES
               ADD TS-PPTO-HC (IX-SECTOR, IX-MES) TO WS-RNG-PPTO-HC
               ADD TS-REAL-HC (IX-SECTOR, IX-MES) TO WS-RNG-REAL-HC
               ADD TS-PPTO-IMP (IX-SECTOR, IX-MES) TO WS-RNG-PPTO
               ADD TS-BRUTO (IX-SECTOR, IX-MES)
                   TS-CONTRIB (IX-SECTOR, IX-MES)
                   TS-PROV-SAC (IX-SECTOR, IX-MES) TO WS-RNG-REAL
               ADD 1 TO IX-MES
           END-PERFORM.
           IF WS-ES-ACUMULADO = "S"
               COMPUTE WS-RNG-PPTO-HC ROUNDED = WS-RNG-PPTO-HC / WS-MES
               COMPUTE WS-RNG-REAL-HC ROUNDED = WS-RNG-REAL-HC / WS-MES
           END-IF.
           MOVE "N" TO WS-TIENE-DATOS.
           IF WS-RNG-PPTO > ZERO OR WS-RNG-REAL > ZERO
              OR WS-RNG-PPTO-HC > ZERO OR WS-RNG-REAL-HC > ZERO
               MOVE "S" TO WS-TIENE-DATOS
           END-IF.

      *>   DESVIO = REAL MENOS PRESUPUESTO; POSITIVO ES GASTO DE MAS
       LISTAR-RENGLON.
           COMPUTE WS-RNG-DESVIO = WS-RNG-REAL - WS-RNG-PPTO.
           MOVE ZERO TO WS-RNG-PORC.
           MOVE SPACES TO WS-RNG-MARCA.
           IF WS-RNG-PPTO > ZERO
               COMPUTE WS-RNG-PORC ROUNDED =
                   WS-RNG-DESVIO * 100 / WS-RNG-PPTO
               IF WS-RNG-PORC > WS-TOLERANCIA
                   MOVE "EXCEDIDO" TO WS-RNG-MARCA
               END-IF
           ELSE
               IF WS-RNG-REAL > ZERO
                   MOVE "SIN PPTO" TO WS-RNG-MARCA
               END-IF
           END-IF.
           IF WS-RNG-MARCA NOT = SPACES
              AND WS-RNG-NOMBRE NOT = "TOTAL"
               ADD 1 TO WS-CANT-EXCEDIDOS
               DISPLAY WS-RNG-NOMBRE " " WS-RNG-MARCA
           END-IF.
           MOVE WS-RNG-NOMBRE TO DES-NOMBRE.
           MOVE WS-RNG-PPTO-HC TO DES-PPTO-HC.
           MOVE WS-RNG-REAL-HC TO DES-REAL-HC.
           MOVE WS-RNG-PPTO TO DES-PPTO.
           MOVE WS-RNG-REAL TO DES-REAL.
           MOVE WS-RNG-DESVIO TO DES-DESVIO.
           MOVE WS-RNG-PORC TO DES-PORC.
           MOVE WS-RNG-MARCA TO DES-MARCA.
           MOVE LINEA-DESVIO TO REG-PPTOREP.
           WRITE REG-PPTOREP.

       LISTAR-COMPOSICION.
           MOVE SPACES TO REG-PPTOREP.
           WRITE REG-PPTOREP.
           MOVE "COMPOSICION DEL COSTO REAL DEL MES" TO SUB-TEXTO.
           MOVE LINEA-SUBTITULO TO REG-PPTOREP.
           WRITE REG-PPTOREP.
           MOVE LINEA-ENC-COMPOS TO REG-PPTOREP.
           WRITE REG-PPTOREP.
           MOVE LINEA-GUIONES TO REG-PPTOREP.
           WRITE REG-PPTOREP.
           MOVE ZERO TO WS-TOT-BRUTO.
           MOVE ZERO TO WS-TOT-CONTRIB.
           MOVE ZERO TO WS-TOT-HS-EXTRA.
           MOVE ZERO TO WS-TOT-PROV-SAC.
           PERFORM VARYING IX-SECTOR FROM 1 BY 1 UNTIL IX-SECTOR > 99
               IF TS-REAL-HC (IX-SECTOR, WS-MES) > ZERO
                   MOVE IX-SECTOR TO WS-SECTOR-NUM
                   MOVE SPACES TO COM-NOMBRE
                   STRING "SECTOR " WS-SECTOR-NUM
                       DELIMITED BY SIZE INTO COM-NOMBRE
                   MOVE TS-BRUTO (IX-SECTOR, WS-MES) TO COM-BRUTO
                   MOVE TS-CONTRIB (IX-SECTOR, WS-MES) TO COM-CONTRIB
                   MOVE TS-HS-EXTRA (IX-SECTOR, WS-MES) TO
                        COM-HS-EXTRA
                   MOVE TS-PROV-SAC (IX-SECTOR, WS-MES) TO
                        COM-PROV-SAC
                   COMPUTE COM-TOTAL = TS-BRUTO (IX-SECTOR, WS-MES)
                       + TS-CONTRIB (IX-SECTOR, WS-MES)
                       + TS-PROV-SAC (IX-SECTOR, WS-MES)
                   MOVE LINEA-COMPOS TO REG-PPTOREP
                   WRITE REG-PPTOREP
                   ADD TS-BRUTO (IX-SECTOR, WS-MES) TO WS-TOT-BRUTO
                   ADD TS-CONTRIB (IX-SECTOR, WS-MES) TO WS-TOT-CONTRIB
                   ADD TS-HS-EXTRA (IX-SECTOR, WS-MES) TO
                       WS-TOT-HS-EXTRA
                   ADD TS-PROV-SAC (IX-SECTOR, WS-MES) TO
                       WS-TOT-PROV-SAC
               END-IF
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-PPTOREP.
           WRITE REG-PPTOREP.
           MOVE "TOTAL" TO COM-NOMBRE.
           MOVE WS-TOT-BRUTO TO COM-BRUTO.
           MOVE WS-TOT-CONTRIB TO COM-CONTRIB.
           MOVE WS-TOT-HS-EXTRA TO COM-HS-EXTRA.
           MOVE WS-TOT-PROV-SAC TO COM-PROV-SAC.
           COMPUTE COM-TOTAL =
               WS-TOT-BRUTO + WS-TOT-CONTRIB + WS-TOT-PROV-SAC.
           MOVE LINEA-COMPOS TO REG-PPTOREP.
           WRITE REG-PPTOREP.

       CARGAR-PRESUPUESTO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-PPTOSEC.
           IF NOT FS-PPTOSEC-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-PPTOSEC
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-PPTOSEC
                   NOT AT END
                       IF PPT-ANIO = WS-ANIO
                           IF PPT-SECTOR = ZERO
                              OR PPT-MES < 1 OR PPT-MES > 12
                               DISPLAY "ADVERTENCIA: SE IGNORA "
                                   "PRESUPUESTO CON SECTOR "
                                   PPT-SECTOR " MES " PPT-MES
                           ELSE
                               ADD 1 TO WS-CANT-PPTO
                               ADD PPT-HEADCOUNT TO
                                   TS-PPTO-HC (PPT-SECTOR, PPT-MES)
                               ADD PPT-IMPORTE TO
                                   TS-PPTO-IMP (PPT-SECTOR, PPT-MES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>   DEL ANIO, HASTA EL MES PEDIDO; SI UN PERIODO SE LIQUIDO
      *>   DOS VECES, EL RENGLON MAS NUEVO PISA AL ANTERIOR
       CARGAR-COSTO-REAL.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-COSTOSEC.
           IF NOT FS-COSTOSEC-OK
               DISPLAY "ADVERTENCIA: NO EXISTE COSTOSEC, TODO EL "
                   "REAL SALE EN CERO"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-COSTOSEC
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-COSTOSEC
                   NOT AT END
                       COMPUTE WS-CSS-ANIO = CSS-PERIODO / 100
                       COMPUTE WS-CSS-MES =
                           CSS-PERIODO - WS-CSS-ANIO * 100
                       IF WS-CSS-ANIO = WS-ANIO
                          AND WS-CSS-MES > ZERO
                          AND WS-CSS-MES NOT > WS-MES
                          AND CSS-SECTOR > ZERO
                           PERFORM ANOTAR-COSTO
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-COSTO.
           ADD 1 TO WS-CANT-COSTO.
           IF WS-CSS-MES = WS-MES
               ADD 1 TO WS-CANT-COSTO-MES
           END-IF.
           MOVE CSS-HEADCOUNT TO TS-REAL-HC (CSS-SECTOR, WS-CSS-MES).
           MOVE CSS-BRUTO TO TS-BRUTO (CSS-SECTOR, WS-CSS-MES).
           MOVE CSS-CONTRIB TO TS-CONTRIB (CSS-SECTOR, WS-CSS-MES).
           MOVE CSS-HS-EXTRA TO TS-HS-EXTRA (CSS-SECTOR, WS-CSS-MES).
           MOVE CSS-PROV-SAC TO TS-PROV-SAC (CSS-SECTOR, WS-CSS-MES).

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
