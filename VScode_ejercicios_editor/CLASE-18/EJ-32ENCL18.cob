      *> Saldos a favor abiertos: listado mensual de CREDITOS con
      *> cada saldo todavia abierto (estado "A"), su origen y su
      *> antiguedad en dias desde que se registro, con el total
      *> por tramo de antiguedad, para que tesoreria vea cuanta
      *> plata de las familias queda sin aplicar ni reintegrar.
      *> Solo lee: no toca CREDITOS.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-32ENCL18.
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
      *>   CREDITOS son los saldos a favor por legajo (ver COPYLIB
      *>   CREDITO)
           SELECT ARCH-CREDITOS ASSIGN TO "CREDITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.

      *>   CREDLIST es el listado mensual de saldos abiertos
           SELECT ARCH-CREDLIST ASSIGN TO "CREDLIST"
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
       FD  ARCH-CREDITOS
           RECORD CONTAINS 61 CHARACTERS.
           COPY CREDITO.

       FD  ARCH-CREDLIST.
       01  REG-CREDLIST PIC X(100).

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

       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
      *>   FECHA A LA QUE SE MIDE LA ANTIGUEDAD
       77 WS-FECHA-CORTE PIC 9(8) VALUE ZERO.
       77 WS-DIAS PIC S9(5) VALUE ZERO.

      *>   TRAMOS DE ANTIGUEDAD DEL LISTADO (DIAS HASTA; EL ULTIMO
      *>   NO TIENE TOPE)
       01 WS-TRAMOS-VALOR.
           03 FILLER PIC X(14) VALUE "HASTA 30 DIAS ".
           03 FILLER PIC 9(4)  VALUE 30.
           03 FILLER PIC X(14) VALUE "31 A 90 DIAS  ".
           03 FILLER PIC 9(4)  VALUE 90.
           03 FILLER PIC X(14) VALUE "91 A 180 DIAS ".
           03 FILLER PIC 9(4)  VALUE 180.
           03 FILLER PIC X(14) VALUE "MAS DE 180    ".
           03 FILLER PIC 9(4)  VALUE 9999.
       01 WS-TRAMOS REDEFINES WS-TRAMOS-VALOR.
           03 TRAMO-ENTRY OCCURS 4 TIMES.
               05 TT-NOMBRE PIC X(14).
               05 TT-HASTA  PIC 9(4).
       01 TABLA-ACUM-TRAMOS.
           03 ACUM-ENTRY OCCURS 4 TIMES.
               05 TA-CANT  PIC 9(5).
               05 TA-SALDO PIC 9(11)V99.
       77 IX-TRA PIC 9 VALUE ZERO.
       77 IX-TRA-HALLADO PIC 9 VALUE ZERO.

       77 WS-ABIERTOS PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-SALDO PIC 9(11)V99 VALUE ZERO.

       01 WS-FIN-CREDITOS PIC X VALUE "N".
       01 WS-FS-CREDITOS PIC XX.
           88 FS-CREDITOS-OK VALUE "00".

      *>   LINEAS DEL LISTADO
       01 LINEA-CRE-TITULO.
           03 FILLER PIC X(29)
               VALUE "SALDOS A FAVOR ABIERTOS - AL ".
           03 LCT-FECHA PIC X(10).
       01 LINEA-CRE-ENCABEZADO.
           03 FILLER PIC X(11) VALUE "LEGAJO".
           03 FILLER PIC X(11) VALUE "ALTA".
           03 FILLER PIC X(11) VALUE "ORIGEN".
           03 FILLER PIC X(15) VALUE "       ORIGINAL".
           03 FILLER PIC X(15) VALUE "          SALDO".
           03 FILLER PIC X(7) VALUE "   DIAS".
       01 LINEA-GUIONES PIC X(80) VALUE ALL "-".
       01 LINEA-CRE-DETALLE.
           03 LCD-LEGAJO   PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LCD-FECHA    PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LCD-ORIGEN   PIC X(10).
           03 FILLER       PIC X VALUE SPACE.
           03 LCD-IMPORTE  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X VALUE SPACE.
           03 LCD-SALDO    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X VALUE SPACE.
           03 LCD-DIAS     PIC ZZZZZ9.
       01 LINEA-CRE-TRAMO.
           03 LCR-NOMBRE   PIC X(14).
           03 FILLER       PIC X(2) VALUE SPACES.
           03 LCR-CANT     PIC ZZZZ9.
           03 FILLER       PIC X(8) VALUE " SALDOS ".
           03 LCR-SALDO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-CRE-TOTAL.
           03 FILLER       PIC X(16) VALUE "TOTAL ABIERTO".
           03 LCO-CANT     PIC ZZZZ9.
           03 FILLER       PIC X(8) VALUE " SALDOS ".
           03 LCO-SALDO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *>   FECHA EDITADA DD/MM/AAAA
       01 WS-FEC-NUM PIC 9(8) VALUE ZEROS.
       01 WS-FEC-PARTES REDEFINES WS-FEC-NUM.
           03 WS-FEC-AAAA PIC 9(4).
           03 WS-FEC-MM   PIC 99.
           03 WS-FEC-DD   PIC 99.
       01 WS-FEC-EDIT.
           03 WS-FEC-E-DD   PIC 99.
           03 FILLER        PIC X VALUE "/".
           03 WS-FEC-E-MM   PIC 99.
           03 FILLER        PIC X VALUE "/".
           03 WS-FEC-E-AAAA PIC 9(4).

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-32ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "SALDOS A FAVOR ABIERTOS POR ANTIGUEDAD"
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "FECHA" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:8) TO WS-FECHA-CORTE
           ELSE
               DISPLAY "FECHA DE CORTE AAAAMMDD (CERO = HOY): "
               ACCEPT WS-FECHA-CORTE
           END-IF.
           IF WS-FECHA-CORTE = ZERO
              OR WS-FECHA-CORTE NOT NUMERIC
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
           END-IF.

           OPEN INPUT ARCH-CREDITOS.
           IF NOT FS-CREDITOS-OK
               DISPLAY "NO EXISTE CREDITOS: NO HAY SALDOS A FAVOR"
               MOVE "S" TO WS-FIN-CREDITOS
           END-IF.
           INITIALIZE TABLA-ACUM-TRAMOS.
           OPEN OUTPUT ARCH-CREDLIST.
           MOVE WS-FECHA-CORTE TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO LCT-FECHA.
           MOVE LINEA-CRE-TITULO TO REG-CREDLIST.
           WRITE REG-CREDLIST.
           MOVE SPACES TO REG-CREDLIST.
           WRITE REG-CREDLIST.
           MOVE LINEA-CRE-ENCABEZADO TO REG-CREDLIST.
           WRITE REG-CREDLIST.
           MOVE LINEA-GUIONES TO REG-CREDLIST.
           WRITE REG-CREDLIST.
           PERFORM UNTIL WS-FIN-CREDITOS = "S"
               READ ARCH-CREDITOS
                   AT END
                       MOVE "S" TO WS-FIN-CREDITOS
                       CLOSE ARCH-CREDITOS
                   NOT AT END
                       IF CRE-ESTADO = "A"
                           PERFORM LISTAR-SALDO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-CREDLIST.
           WRITE REG-CREDLIST.
           PERFORM VARYING IX-TRA FROM 1 BY 1 UNTIL IX-TRA > 4
               MOVE TT-NOMBRE (IX-TRA) TO LCR-NOMBRE
               MOVE TA-CANT (IX-TRA) TO LCR-CANT
               MOVE TA-SALDO (IX-TRA) TO LCR-SALDO
               MOVE LINEA-CRE-TRAMO TO REG-CREDLIST
               WRITE REG-CREDLIST
           END-PERFORM.
           MOVE WS-ABIERTOS TO LCO-CANT.
           MOVE WS-TOTAL-SALDO TO LCO-SALDO.
           MOVE LINEA-CRE-TOTAL TO REG-CREDLIST.
           WRITE REG-CREDLIST.
           CLOSE ARCH-CREDLIST.

           DISPLAY "SALDOS ABIERTOS........: " WS-ABIERTOS.
           MOVE WS-ABIERTOS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       LISTAR-SALDO.
           MOVE ZERO TO WS-DIAS.
           IF CRE-FECHA < WS-FECHA-CORTE
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE)
                 - FUNCTION INTEGER-OF-DATE(CRE-FECHA)
           END-IF.
           MOVE ZERO TO IX-TRA-HALLADO.
           PERFORM VARYING IX-TRA FROM 1 BY 1
                   UNTIL IX-TRA > 4 OR IX-TRA-HALLADO > ZERO
               IF WS-DIAS NOT > TT-HASTA (IX-TRA)
                   MOVE IX-TRA TO IX-TRA-HALLADO
               END-IF
           END-PERFORM.
           ADD 1 TO TA-CANT (IX-TRA-HALLADO).
           ADD CRE-SALDO TO TA-SALDO (IX-TRA-HALLADO).
           ADD 1 TO WS-ABIERTOS.
           ADD CRE-SALDO TO WS-TOTAL-SALDO.
           MOVE CRE-LEGAJO TO LCD-LEGAJO.
           MOVE CRE-FECHA TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO LCD-FECHA.
           MOVE CRE-ORIGEN TO LCD-ORIGEN.
           MOVE CRE-IMPORTE TO LCD-IMPORTE.
           MOVE CRE-SALDO TO LCD-SALDO.
           MOVE WS-DIAS TO LCD-DIAS.
           MOVE LINEA-CRE-DETALLE TO REG-CREDLIST.
           WRITE REG-CREDLIST.

       EDITAR-FECHA.
           MOVE WS-FEC-DD TO WS-FEC-E-DD.
           MOVE WS-FEC-MM TO WS-FEC-E-MM.
           MOVE WS-FEC-AAAA TO WS-FEC-E-AAAA.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
