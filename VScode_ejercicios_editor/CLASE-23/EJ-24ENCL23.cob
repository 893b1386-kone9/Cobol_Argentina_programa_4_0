      *> Certificado de trabajo del art. 80: cuando un empleado se
      *> va, la ley obliga a entregarle el certificado con las fechas
      *> trabajadas, las categorias que tuvo y las remuneraciones y
      *> aportes, y el abogado lo armaba a mano desde la carpeta del
      *> legajo, casi siempre tarde. Esta corrida toma de CERTPEND
      *> las bajas que confirmo la liquidacion final (EJ-10ENCL23) y
      *> arma en CERTIFICADOS un certificado por cada una, desde el
      *> maestro de personal (ingreso, CUIL), EGRESOS (fecha y causa
      *> de la baja), SUELDOHIST (sueldo vigente de cada mes),
      *> APORTHIST (categoria, bruto, aportes y contribuciones
      *> depositadas de cada mes liquidado) y LICENCIAS, con los
      *> datos del empleador de EMPRESA. Cada certificado emitido
      *> queda en el registro CERTREG; de CERTENTREGA toma los que ya
      *> se entregaron al ex empleado (legajo y fecha de entrega) y
      *> los marca entregados. Despues lista en CERTFALTA las bajas
      *> de EGRESOS cuyo certificado no se entrego, con los dias que
      *> lleva cada una y la marca VENCIDO pasado el plazo (tarjeta
      *> DIAS).

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-24ENCL23.
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
      *>   CERTPEND son las bajas liquidadas que esperan certificado
      *>   (ver COPYLIB CERTPEND)
           SELECT ARCH-CERTPEND ASSIGN TO "CERTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTPEND.

      *>   CERTENTREGA son los certificados entregados, un renglon
      *>   por legajo; sin archivo no se marca ninguna entrega
           SELECT ARCH-CERTENTREGA ASSIGN TO "CERTENTREGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTENTREGA.

      *>   CERTREG es el registro de certificados emitidos y
      *>   entregados (ver COPYLIB CERTREG)
           SELECT ARCH-CERTREG ASSIGN TO "CERTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTREG.

           SELECT ARCH-EGRESOS ASSIGN TO "EGRESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EGRESOS.

           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-SUELDOHIST ASSIGN TO "SUELDOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUELDOHIST.

      *>   APORTHIST trae lo liquidado y depositado de cada mes (ver
      *>   COPYLIB APORHIST)
           SELECT ARCH-APORHIST ASSIGN TO "APORTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APORHIST.

           SELECT ARCH-LICENCIAS ASSIGN TO "LICENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LICENCIAS.

      *>   EMPRESA trae los datos del empleador (ver COPYLIB EMPRESA)
           SELECT ARCH-EMPRESA ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.

           SELECT ARCH-CERTIFICADOS ASSIGN TO "CERTIFICADOS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-CERTFALTA ASSIGN TO "CERTFALTA"
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
       FD  ARCH-CERTPEND
           RECORD CONTAINS 26 CHARACTERS.
           COPY CERTPEND.

       FD  ARCH-CERTENTREGA
           RECORD CONTAINS 18 CHARACTERS.
       01  REG-CERTENTREGA.
           03 CEN-LEGAJO PIC X(10).
           03 CEN-FECHA  PIC 9(8).

       FD  ARCH-CERTREG
           RECORD CONTAINS 35 CHARACTERS.
           COPY CERTREG.

       FD  ARCH-EGRESOS
           RECORD CONTAINS 30 CHARACTERS.
           COPY EGRESOS.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-SUELDOHIST
           RECORD CONTAINS 29 CHARACTERS.
           COPY SUELDHIS.

       FD  ARCH-APORHIST
           RECORD CONTAINS 53 CHARACTERS.
           COPY APORHIST.

       FD  ARCH-LICENCIAS
           RECORD CONTAINS 39 CHARACTERS.
           COPY LICENCIA.

       FD  ARCH-EMPRESA
           RECORD CONTAINS 116 CHARACTERS.
           COPY EMPRESA.

       FD  ARCH-CERTIFICADOS.
       01  REG-CERTIFICADO PIC X(100).

       FD  ARCH-CERTFALTA.
       01  REG-CERTFALTA PIC X(100).

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

       77 WS-FECHA-HOY PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-PLAZO PIC 9(3) VALUE ZERO.
       77 WS-DIAS-DESDE PIC S9(5) VALUE ZERO.
       77 WS-EMPRESA-OK PIC X VALUE "N".

      *>   BAJAS DE CERTPEND; LAS QUE NO SE PUEDEN EMITIR QUEDAN
      *>   PARA LA PROXIMA CORRIDA
       77 WS-CANT-PEND PIC 999 VALUE ZERO.
       01  TABLA-PEND.
           03 PEND-ENTRY OCCURS 500 TIMES.
               05 TPD-LEGAJO     PIC X(10).
               05 TPD-FECHA-BAJA PIC 9(8).
               05 TPD-FECHA-LIQ  PIC 9(8).
               05 TPD-EMITIDO    PIC X.
       77 IX-PEND PIC 999 VALUE ZERO.

      *>   REGISTRO DE CERTIFICADOS, QUE SE REGRABA ENTERO
       77 WS-CANT-CERTREG PIC 9(4) VALUE ZERO.
       01  TABLA-CERTREG.
           03 CERTREG-ENTRY OCCURS 3000 TIMES.
               05 TCR-LEGAJO        PIC X(10).
               05 TCR-FECHA-BAJA    PIC 9(8).
               05 TCR-EMISION       PIC 9(8).
               05 TCR-ESTADO        PIC X.
               05 TCR-FECHA-ENTREGA PIC 9(8).
       77 IX-CRG PIC 9(4) VALUE ZERO.
       77 IX-CRG-HALLADO PIC 9(4) VALUE ZERO.

      *>   HISTORIA DE BAJAS, PARA LA CAUSA Y PARA EL REPORTE DE
      *>   CERTIFICADOS FALTANTES
       77 WS-CANT-EGRESOS PIC 9(4) VALUE ZERO.
       01  TABLA-EGRESOS.
           03 EGRESO-ENTRY OCCURS 3000 TIMES.
               05 TEG-LEGAJO     PIC X(10).
               05 TEG-FECHA-BAJA PIC 9(8).
               05 TEG-CAUSA      PIC X.
       77 IX-EGR PIC 9(4) VALUE ZERO.
       77 IX-EGR-HALLADO PIC 9(4) VALUE ZERO.

      *>   MAESTRO EN MEMORIA (CONSERVA LAS BAJAS COMO INACTIVAS)
       77 WS-CANT-MAESTRO PIC 9(4) VALUE ZERO.
       01  TABLA-MAESTRO.
           03 MAESTRO-ENTRY OCCURS 500 TIMES.
               05 TM-LEGAJO    PIC X(10).
               05 TM-NOMBRE    PIC X(30).
               05 TM-CUIT      PIC X(11).
               05 TM-INGRESO   PIC 9(8).
               05 TM-CATEGORIA PIC X(4).
               05 TM-SUELDO    PIC 9(9)V99.
       77 IX-MAE PIC 9(4) VALUE ZERO.
       77 IX-MAE-HALLADO PIC 9(4) VALUE ZERO.

      *>   SUELDOS DEL LEGAJO EN CURSO SEGUN SUELDOHIST
       77 WS-CANT-SUELDOS PIC 999 VALUE ZERO.
       01  TABLA-SUELDOS.
           03 SUELDO-ENTRY OCCURS 300 TIMES.
               05 TSU-FECHA  PIC 9(8).
               05 TSU-SUELDO PIC 9(9)V99.
       77 IX-SUE PIC 999 VALUE ZERO.

      *>   MESES LIQUIDADOS DEL LEGAJO EN CURSO SEGUN APORTHIST (EL
      *>   RENGLON MAS NUEVO DE UN MISMO PERIODO PISA AL ANTERIOR)
       77 WS-CANT-MESES PIC 999 VALUE ZERO.
       01  TABLA-MESES.
           03 MES-ENTRY OCCURS 600 TIMES.
               05 TMS-PERIODO   PIC 9(6).
               05 TMS-CATEGORIA PIC X(4).
               05 TMS-BRUTO     PIC 9(9)V99.
               05 TMS-APORTES   PIC 9(9)V99.
               05 TMS-CONTRIB   PIC 9(9)V99.
       77 IX-MES PIC 999 VALUE ZERO.
       77 IX-MES-HALLADO PIC 999 VALUE ZERO.

      *>   CATEGORIAS QUE TUVO EL LEGAJO, CON SU PRIMER Y ULTIMO MES
       77 WS-CANT-CATEG PIC 99 VALUE ZERO.
       01  TABLA-CATEG.
           03 CATEG-ENTRY OCCURS 20 TIMES.
               05 TCT-CATEGORIA PIC X(4).
               05 TCT-DESDE     PIC 9(6).
               05 TCT-HASTA     PIC 9(6).
       77 IX-CAT PIC 99 VALUE ZERO.

      *>   CERTIFICADO EN CURSO
       77 WS-LEGAJO PIC X(10) VALUE SPACES.
       77 WS-FECHA-BAJA PIC 9(8) VALUE ZERO.
       77 WS-INGRESO PIC 9(8) VALUE ZERO.
       77 WS-PER-DESDE PIC 9(6) VALUE ZERO.
       77 WS-PER-HASTA PIC 9(6) VALUE ZERO.
       77 WS-PER-ACTUAL PIC 9(6) VALUE ZERO.
       77 WS-PER-ANIO PIC 9(4) VALUE ZERO.
       77 WS-PER-MES PIC 99 VALUE ZERO.
       77 WS-FECHA-CORTE PIC 9(8) VALUE ZERO.
       77 WS-FECHA-MEJOR PIC 9(8) VALUE ZERO.
       77 WS-SUELDO-MES PIC 9(9)V99 VALUE ZEROS.
       77 WS-MESES-ANTIG PIC 9(4) VALUE ZERO.
       77 WS-ANIOS-ANTIG PIC 99 VALUE ZERO.
       77 WS-RESTO-MESES PIC 99 VALUE ZERO.
       77 WS-TOT-BRUTO PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-APORTES PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CONTRIB PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-DIAS-LIC PIC 9(5) VALUE ZERO.
       77 WS-CANT-LIC PIC 9(4) VALUE ZERO.

      *>   CONTADORES DE LA CORRIDA
       77 WS-CANT-EMITIDOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-REIMPRESOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-NO-EMITIDOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-LEIDOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-ENTREGADOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-YA-ENTREGADOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-SIN-CERT PIC 9(5) VALUE ZERO.
       77 WS-CANT-FALTANTES PIC 9(5) VALUE ZERO.
       77 WS-CANT-VENCIDOS PIC 9(5) VALUE ZERO.

       01 WS-FIN-ARCHIVO PIC X VALUE "N".
       01 WS-FS-CERTPEND PIC XX.
           88 FS-CERTPEND-OK VALUE "00".
       01 WS-FS-CERTENTREGA PIC XX.
           88 FS-CERTENTREGA-OK VALUE "00".
       01 WS-FS-CERTREG PIC XX.
           88 FS-CERTREG-OK VALUE "00".
       01 WS-FS-EGRESOS PIC XX.
           88 FS-EGRESOS-OK VALUE "00".
       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-SUELDOHIST PIC XX.
           88 FS-SUELDOHIST-OK VALUE "00".
       01 WS-FS-APORHIST PIC XX.
           88 FS-APORHIST-OK VALUE "00".
       01 WS-FS-LICENCIAS PIC XX.
           88 FS-LICENCIAS-OK VALUE "00".
       01 WS-FS-EMPRESA PIC XX.
           88 FS-EMPRESA-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE GRABAR CERTREG
           COPY CONFPROC.

      *>   FECHA AAAAMMDD A EDITAR COMO DD/MM/AAAA
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
       01 WS-FEC-INGRESO PIC 9(8) VALUE ZEROS.
       01 WS-FEC-ING-PARTES REDEFINES WS-FEC-INGRESO.
           03 WS-FEC-ING-AAAA PIC 9(4).
           03 WS-FEC-ING-MM   PIC 99.
           03 WS-FEC-ING-DD   PIC 99.

      *>   LINEAS ARMADAS DEL CERTIFICADO
       01 LINEA-CER-TITULO.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(47)
               VALUE "CERTIFICADO DE TRABAJO - ART. 80 LEY 20.744".
       01 LINEA-CER-EMPRESA.
           03 FILLER PIC X(11) VALUE "EMPLEADOR ".
           03 CEE-RAZON PIC X(40).
           03 FILLER PIC X(6) VALUE " CUIT ".
           03 CEE-CUIT PIC X(11).
       01 LINEA-CER-DOMICILIO.
           03 FILLER PIC X(11) VALUE "DOMICILIO ".
           03 CED-DOMICILIO PIC X(40).
           03 FILLER PIC XX VALUE SPACES.
           03 CED-LOCALIDAD PIC X(25).
       01 LINEA-CER-LEGAJO.
           03 FILLER PIC X(11) VALUE "TRABAJADOR ".
           03 CEL-NOMBRE PIC X(30).
           03 FILLER PIC X(6) VALUE " CUIL ".
           03 CEL-CUIT PIC X(11).
           03 FILLER PIC X(9) VALUE "  LEGAJO ".
           03 CEL-LEGAJO PIC X(10).
       01 LINEA-CER-FECHAS.
           03 FILLER PIC X(11) VALUE "INGRESO    ".
           03 CEF-INGRESO PIC X(10).
           03 FILLER PIC X(10) VALUE "  EGRESO ".
           03 CEF-EGRESO PIC X(10).
           03 FILLER PIC X(14) VALUE "  ANTIGUEDAD ".
           03 CEF-ANIOS PIC Z9.
           03 FILLER PIC X(8) VALUE " ANIOS ".
           03 CEF-MESES PIC Z9.
           03 FILLER PIC X(6) VALUE " MESES".
       01 LINEA-CER-CAUSA.
           03 FILLER PIC X(20) VALUE "CAUSA DEL EGRESO   ".
           03 CEC-CAUSA PIC X(20).
       01 LINEA-CER-SUBTITULO.
           03 CES-TEXTO PIC X(60).
       01 LINEA-CER-CATEG.
           03 FILLER PIC X(4) VALUE SPACES.
           03 CEG-CATEGORIA PIC X(4).
           03 FILLER PIC X(8) VALUE "  DESDE ".
           03 CEG-DESDE-MM PIC 99.
           03 FILLER PIC X VALUE "/".
           03 CEG-DESDE-AAAA PIC 9(4).
           03 FILLER PIC X(8) VALUE "  HASTA ".
           03 CEG-HASTA-MM PIC 99.
           03 FILLER PIC X VALUE "/".
           03 CEG-HASTA-AAAA PIC 9(4).
       01 LINEA-CER-CATEG-MAE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 CEM-CATEGORIA PIC X(4).
           03 FILLER PIC X(40)
               VALUE "  (SEGUN MAESTRO, SIN MESES LIQUIDADOS)".
       01 LINEA-CER-COLUMNAS.
           03 FILLER PIC X(9) VALUE "PERIODO".
           03 FILLER PIC X(6) VALUE "CATEG".
           03 FILLER PIC X(18) VALUE "      SUELDO BASE".
           03 FILLER PIC X(18) VALUE "  BRUTO LIQUIDADO".
           03 FILLER PIC X(18) VALUE "          APORTES".
           03 FILLER PIC X(18) VALUE "   CONTRIBUCIONES".
       01 LINEA-CER-MES.
           03 CEH-MM PIC 99.
           03 FILLER PIC X VALUE "/".
           03 CEH-AAAA PIC 9(4).
           03 FILLER PIC XX VALUE SPACES.
           03 CEH-CATEGORIA PIC X(4).
           03 FILLER PIC XX VALUE SPACES.
           03 CEH-SUELDO PIC X(17).
           03 FILLER PIC X VALUE SPACE.
           03 CEH-BRUTO PIC X(17).
           03 FILLER PIC X VALUE SPACE.
           03 CEH-APORTES PIC X(17).
           03 FILLER PIC X VALUE SPACE.
           03 CEH-CONTRIB PIC X(17).
       01 LINEA-CER-TOTAL.
           03 FILLER PIC X(33) VALUE "TOTALES".
           03 CET-BRUTO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER PIC X VALUE SPACE.
           03 CET-APORTES PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER PIC X VALUE SPACE.
           03 CET-CONTRIB PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-CER-LIC.
           03 FILLER PIC X(4) VALUE SPACES.
           03 CEV-TIPO PIC X(10).
           03 FILLER PIC X(8) VALUE "  DESDE ".
           03 CEV-DESDE PIC X(10).
           03 FILLER PIC X(8) VALUE "  HASTA ".
           03 CEV-HASTA PIC X(10).
           03 FILLER PIC XX VALUE SPACES.
           03 CEV-DIAS PIC ZZ9.
           03 FILLER PIC X(6) VALUE " DIAS".
       01 LINEA-CER-LIC-TOTAL.
           03 FILLER PIC X(40) VALUE "    TOTAL DIAS DE LICENCIA".
           03 CEVT-DIAS PIC ZZZZ9.
       01 LINEA-CER-LUGAR PIC X(40).
       01 LINEA-CER-FIRMA.
           03 FILLER PIC X(50) VALUE SPACES.
           03 FILLER PIC X(30) VALUE "FIRMA Y SELLO DEL EMPLEADOR".
       01 LINEA-CER-RAYA.
           03 FILLER PIC X(50) VALUE SPACES.
           03 FILLER PIC X(30) VALUE ALL "_".
       01 LINEA-GUIONES PIC X(100) VALUE ALL "-".
       01 LINEA-CORTE PIC X(100) VALUE ALL "=".
       01 WS-IMPORTE-EDIT PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *>   LINEAS ARMADAS DEL REPORTE DE FALTANTES
       01 LINEA-FAL-TITULO.
           03 FILLER PIC X(46)
               VALUE "BAJAS SIN CERTIFICADO DE TRABAJO ENTREGADO AL ".
           03 FAT-FECHA PIC X(10).
           03 FILLER PIC X(9) VALUE "  PLAZO ".
           03 FAT-DIAS PIC ZZ9.
           03 FILLER PIC X(5) VALUE " DIAS".
       01 LINEA-FAL-ENCABEZADO.
           03 FILLER PIC X(12) VALUE "LEGAJO".
           03 FILLER PIC X(32) VALUE "NOMBRE".
           03 FILLER PIC X(12) VALUE "BAJA".
           03 FILLER PIC X(23) VALUE "ESTADO".
           03 FILLER PIC X(6) VALUE "  DIAS".
       01 LINEA-FALTANTE.
           03 FAL-LEGAJO  PIC X(10).
           03 FILLER      PIC XX VALUE SPACES.
           03 FAL-NOMBRE  PIC X(30).
           03 FILLER      PIC XX VALUE SPACES.
           03 FAL-BAJA    PIC X(10).
           03 FILLER      PIC XX VALUE SPACES.
           03 FAL-ESTADO  PIC X(21).
           03 FILLER      PIC XX VALUE SPACES.
           03 FAL-DIAS    PIC ZZZZ9.
           03 FILLER      PIC XX VALUE SPACES.
           03 FAL-MARCA   PIC X(7).
       01 LINEA-FAL-TOTAL.
           03 FILLER PIC X(30) VALUE "CERTIFICADOS FALTANTES:".
           03 FAT-FALTANTES PIC ZZZZ9.
           03 FILLER PIC X(15) VALUE "   VENCIDOS:".
           03 FAT-VENCIDOS PIC ZZZZ9.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-24ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CERTIFICADOS DE TRABAJO (ART. 80)".
           DISPLAY "-------------------------------------------------".

      *>   primero la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCPR); sin tarjeta se pregunta por consola como siempre
           MOVE "DIAS" TO WS-RC-CLAVE.
           PERFORM OBTENER-RUNCARD.
           IF WS-RC-HALLADO = "S"
               MOVE WS-RC-VALOR (1:3) TO WS-DIAS-PLAZO
           ELSE
               DISPLAY "DIAS DE PLAZO PARA ENTREGAR EL CERTIFICADO "
                   "(999, CERO = 30): "
               ACCEPT WS-DIAS-PLAZO
           END-IF.
           IF WS-DIAS-PLAZO = ZERO
               MOVE 30 TO WS-DIAS-PLAZO
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-CERTREG.
           PERFORM CARGAR-EGRESOS.
           PERFORM CARGAR-CERTPEND.
           PERFORM LEER-EMPRESA.

      *>   SIN LOS DATOS DEL EMPLEADOR EL CERTIFICADO NO TIENE
      *>   VALOR: LAS BAJAS QUEDAN EN CERTPEND PARA LA PROXIMA
           IF WS-CANT-PEND > ZERO
               IF WS-EMPRESA-OK = "S"
                   OPEN OUTPUT ARCH-CERTIFICADOS
                   PERFORM VARYING IX-PEND FROM 1 BY 1
                           UNTIL IX-PEND > WS-CANT-PEND
                       PERFORM EMITIR-CERTIFICADO
                           THRU EMITIR-CERTIFICADO-FIN
                   END-PERFORM
                   CLOSE ARCH-CERTIFICADOS
               ELSE
                   MOVE WS-CANT-PEND TO WS-CANT-NO-EMITIDOS
                   DISPLAY "EMPRESA SIN RAZON SOCIAL O SIN CUIT: NO "
                       "SE EMITEN CERTIFICADOS"
               END-IF
           END-IF.

           PERFORM MARCAR-ENTREGADOS.

           OPEN OUTPUT ARCH-CERTFALTA.
           MOVE WS-FECHA-HOY TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO FAT-FECHA.
           MOVE WS-DIAS-PLAZO TO FAT-DIAS.
           MOVE LINEA-FAL-TITULO TO REG-CERTFALTA.
           WRITE REG-CERTFALTA.
           MOVE LINEA-FAL-ENCABEZADO TO REG-CERTFALTA.
           WRITE REG-CERTFALTA.
           MOVE LINEA-GUIONES TO REG-CERTFALTA.
           WRITE REG-CERTFALTA.
           PERFORM VARYING IX-EGR FROM 1 BY 1
                   UNTIL IX-EGR > WS-CANT-EGRESOS
               PERFORM REVISAR-EGRESO THRU REVISAR-EGRESO-FIN
           END-PERFORM.
           MOVE LINEA-GUIONES TO REG-CERTFALTA.
           WRITE REG-CERTFALTA.
           MOVE WS-CANT-FALTANTES TO FAT-FALTANTES.
           MOVE WS-CANT-VENCIDOS TO FAT-VENCIDOS.
           MOVE LINEA-FAL-TOTAL TO REG-CERTFALTA.
           WRITE REG-CERTFALTA.
           CLOSE ARCH-CERTFALTA.

           DISPLAY " ".
           DISPLAY "CERTIFICADOS EMITIDOS:   " WS-CANT-EMITIDOS.
           DISPLAY "REIMPRESOS:              " WS-CANT-REIMPRESOS.
           DISPLAY "BAJAS SIN EMITIR:        " WS-CANT-NO-EMITIDOS.
           DISPLAY "ENTREGAS LEIDAS:         " WS-CANT-LEIDOS.
           DISPLAY "MARCADOS ENTREGADOS:     " WS-CANT-ENTREGADOS.
           DISPLAY "YA ESTABAN ENTREGADOS:   " WS-CANT-YA-ENTREGADOS.
           DISPLAY "ENTREGAS SIN CERTIFICADO:" WS-CANT-SIN-CERT.
           DISPLAY "CERTIFICADOS FALTANTES:  " WS-CANT-FALTANTES.
           DISPLAY "FALTANTES VENCIDOS:      " WS-CANT-VENCIDOS.
           IF WS-CANT-EMITIDOS > ZERO OR WS-CANT-REIMPRESOS > ZERO
               DISPLAY "CERTIFICADOS GENERADOS EN CERTIFICADOS"
           END-IF.
           DISPLAY "REPORTE GENERADO EN CERTFALTA".

      *>   SIN EMISIONES NI ENTREGAS NUEVAS NO HAY NADA QUE GRABAR
           IF WS-CANT-EMITIDOS = ZERO
              AND WS-CANT-REIMPRESOS = ZERO
              AND WS-CANT-ENTREGADOS = ZERO
               MOVE "OK" TO CTL-ESTADO
               GO TO FIN-CON-CONTROL
           END-IF.
           PERFORM CONFIRMAR-PROCEDER.
           IF CONFIRMA-RESP-SI
               PERFORM GRABAR-CERTREG
               PERFORM GRABAR-CERTPEND
               MOVE "OK" TO CTL-ESTADO
           ELSE
               DISPLAY "CORRIDA CANCELADA POR EL OPERADOR: "
                   "CERTREG Y CERTPEND NO SE TOCAN"
               MOVE "CANCELADO" TO CTL-ESTADO
           END-IF.

       FIN-CON-CONTROL.
           MOVE "EJ-24ENCL23" TO CTL-JOB.
           MOVE WS-CANT-EMITIDOS TO CTL-CANT-REG.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   UN CERTIFICADO POR BAJA PENDIENTE; LA BAJA QUE NO ESTA EN
      *>   EL MAESTRO NO SE PUEDE CERTIFICAR Y QUEDA EN CERTPEND
       EMITIR-CERTIFICADO.
           MOVE TPD-LEGAJO (IX-PEND) TO WS-LEGAJO.
           MOVE TPD-FECHA-BAJA (IX-PEND) TO WS-FECHA-BAJA.
           PERFORM BUSCAR-EN-MAESTRO.
           IF IX-MAE-HALLADO = ZERO
               ADD 1 TO WS-CANT-NO-EMITIDOS
               DISPLAY "BAJA DE " WS-LEGAJO " QUE NO ESTA EN EL "
                   "MAESTRO, NO SE EMITE CERTIFICADO"
               GO TO EMITIR-CERTIFICADO-FIN
           END-IF.
           MOVE TM-INGRESO (IX-MAE-HALLADO) TO WS-INGRESO.
           PERFORM CARGAR-SUELDOS-LEGAJO.
           PERFORM CARGAR-MESES-LEGAJO.
           PERFORM CALCULAR-RANGO-MESES.

           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-CATEGORIAS.
           PERFORM IMPRIMIR-REMUNERACIONES.
           PERFORM IMPRIMIR-LICENCIAS.
           PERFORM IMPRIMIR-PIE.

           MOVE "S" TO TPD-EMITIDO (IX-PEND).
           PERFORM ANOTAR-EMISION.
       EMITIR-CERTIFICADO-FIN.
           EXIT.

       IMPRIMIR-ENCABEZADO.
           MOVE LINEA-CORTE TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE LINEA-CER-TITULO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE LINEA-GUIONES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE EMPR-RAZON TO CEE-RAZON.
           MOVE EMPR-CUIT TO CEE-CUIT.
           MOVE LINEA-CER-EMPRESA TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE EMPR-DOMICILIO TO CED-DOMICILIO.
           MOVE EMPR-LOCALIDAD TO CED-LOCALIDAD.
           MOVE LINEA-CER-DOMICILIO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE LINEA-GUIONES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE TM-NOMBRE (IX-MAE-HALLADO) TO CEL-NOMBRE.
           MOVE TM-CUIT (IX-MAE-HALLADO) TO CEL-CUIT.
           MOVE WS-LEGAJO TO CEL-LEGAJO.
           MOVE LINEA-CER-LEGAJO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE SPACES TO CEF-INGRESO.
           MOVE ZERO TO CEF-ANIOS.
           MOVE ZERO TO CEF-MESES.
           IF WS-INGRESO > ZERO
               MOVE WS-INGRESO TO WS-FEC-NUM
               PERFORM EDITAR-FECHA
               MOVE WS-FEC-EDIT TO CEF-INGRESO
               PERFORM CALCULAR-ANTIGUEDAD
               MOVE WS-ANIOS-ANTIG TO CEF-ANIOS
               MOVE WS-RESTO-MESES TO CEF-MESES
           END-IF.
           MOVE WS-FECHA-BAJA TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO CEF-EGRESO.
           MOVE LINEA-CER-FECHAS TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           PERFORM BUSCAR-EGRESO.
           MOVE "NO INFORMADA" TO CEC-CAUSA.
           IF IX-EGR-HALLADO > ZERO
               EVALUATE TEG-CAUSA (IX-EGR-HALLADO)
                   WHEN "R" MOVE "RENUNCIA" TO CEC-CAUSA
                   WHEN "J" MOVE "JUBILACION" TO CEC-CAUSA
                   WHEN "D" MOVE "DESPIDO" TO CEC-CAUSA
                   WHEN "F" MOVE "FIN DE CONTRATO" TO CEC-CAUSA
               END-EVALUATE
           END-IF.
           MOVE LINEA-CER-CAUSA TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

      *>   ANTIGUEDAD EN ANIOS Y MESES CUMPLIDOS A LA FECHA DE BAJA
       CALCULAR-ANTIGUEDAD.
           MOVE WS-INGRESO TO WS-FEC-INGRESO.
           MOVE WS-FECHA-BAJA TO WS-FEC-NUM.
           COMPUTE WS-MESES-ANTIG =
               (WS-FEC-AAAA * 12 + WS-FEC-MM) -
               (WS-FEC-ING-AAAA * 12 + WS-FEC-ING-MM).
           IF WS-FEC-DD < WS-FEC-ING-DD AND WS-MESES-ANTIG > ZERO
               SUBTRACT 1 FROM WS-MESES-ANTIG
           END-IF.
           DIVIDE WS-MESES-ANTIG BY 12 GIVING WS-ANIOS-ANTIG
               REMAINDER WS-RESTO-MESES.

      *>   LAS CATEGORIAS SALEN DE LOS MESES LIQUIDADOS, EN ORDEN;
      *>   SIN MESES LIQUIDADOS VALE LA CATEGORIA DEL MAESTRO
       IMPRIMIR-CATEGORIAS.
           MOVE LINEA-GUIONES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "CATEGORIAS DESEMPENIADAS" TO CES-TEXTO.
           MOVE LINEA-CER-SUBTITULO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE ZERO TO WS-CANT-CATEG.
           MOVE WS-PER-DESDE TO WS-PER-ACTUAL.
           PERFORM UNTIL WS-PER-ACTUAL > WS-PER-HASTA
               PERFORM BUSCAR-MES
               IF IX-MES-HALLADO > ZERO
                   PERFORM ANOTAR-CATEGORIA
               END-IF
               PERFORM AVANZAR-PERIODO
           END-PERFORM.
           IF WS-CANT-CATEG = ZERO
               MOVE TM-CATEGORIA (IX-MAE-HALLADO) TO CEM-CATEGORIA
               MOVE LINEA-CER-CATEG-MAE TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-IF.
           PERFORM VARYING IX-CAT FROM 1 BY 1
                   UNTIL IX-CAT > WS-CANT-CATEG
               MOVE TCT-CATEGORIA (IX-CAT) TO CEG-CATEGORIA
               MOVE TCT-DESDE (IX-CAT) (5:2) TO CEG-DESDE-MM
               MOVE TCT-DESDE (IX-CAT) (1:4) TO CEG-DESDE-AAAA
               MOVE TCT-HASTA (IX-CAT) (5:2) TO CEG-HASTA-MM
               MOVE TCT-HASTA (IX-CAT) (1:4) TO CEG-HASTA-AAAA
               MOVE LINEA-CER-CATEG TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-PERFORM.

      *>   UN CAMBIO DE CATEGORIA ABRE UN TRAMO NUEVO
       ANOTAR-CATEGORIA.
           IF WS-CANT-CATEG > ZERO
              AND TCT-CATEGORIA (WS-CANT-CATEG) =
                  TMS-CATEGORIA (IX-MES-HALLADO)
               MOVE WS-PER-ACTUAL TO TCT-HASTA (WS-CANT-CATEG)
           ELSE
               IF WS-CANT-CATEG < 20
                   ADD 1 TO WS-CANT-CATEG
                   MOVE TMS-CATEGORIA (IX-MES-HALLADO) TO
                        TCT-CATEGORIA (WS-CANT-CATEG)
                   MOVE WS-PER-ACTUAL TO TCT-DESDE (WS-CANT-CATEG)
                   MOVE WS-PER-ACTUAL TO TCT-HASTA (WS-CANT-CATEG)
               END-IF
           END-IF.

      *>   UN RENGLON POR MES ENTRE EL INGRESO Y LA BAJA: EL SUELDO
      *>   VIGENTE SEGUN SUELDOHIST Y LO LIQUIDADO Y DEPOSITADO SEGUN
      *>   APORTHIST (EN BLANCO LO QUE NO QUEDO REGISTRADO)
       IMPRIMIR-REMUNERACIONES.
           MOVE LINEA-GUIONES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "REMUNERACIONES Y APORTES POR MES" TO CES-TEXTO.
           MOVE LINEA-CER-SUBTITULO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE LINEA-CER-COLUMNAS TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE ZEROS TO WS-TOT-BRUTO.
           MOVE ZEROS TO WS-TOT-APORTES.
           MOVE ZEROS TO WS-TOT-CONTRIB.
           MOVE WS-PER-DESDE TO WS-PER-ACTUAL.
           PERFORM UNTIL WS-PER-ACTUAL > WS-PER-HASTA
               PERFORM IMPRIMIR-MES
               PERFORM AVANZAR-PERIODO
           END-PERFORM.
           MOVE WS-TOT-BRUTO TO CET-BRUTO.
           MOVE WS-TOT-APORTES TO CET-APORTES.
           MOVE WS-TOT-CONTRIB TO CET-CONTRIB.
           MOVE LINEA-CER-TOTAL TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

       IMPRIMIR-MES.
           MOVE WS-PER-ACTUAL (5:2) TO CEH-MM.
           MOVE WS-PER-ACTUAL (1:4) TO CEH-AAAA.
           MOVE SPACES TO CEH-CATEGORIA.
           MOVE SPACES TO CEH-SUELDO.
           MOVE SPACES TO CEH-BRUTO.
           MOVE SPACES TO CEH-APORTES.
           MOVE SPACES TO CEH-CONTRIB.
           PERFORM BUSCAR-SUELDO-MES.
           IF WS-FECHA-MEJOR > ZERO
               MOVE WS-SUELDO-MES TO WS-IMPORTE-EDIT
               MOVE WS-IMPORTE-EDIT TO CEH-SUELDO
           END-IF.
           PERFORM BUSCAR-MES.
           IF IX-MES-HALLADO > ZERO
               MOVE TMS-CATEGORIA (IX-MES-HALLADO) TO CEH-CATEGORIA
               MOVE TMS-BRUTO (IX-MES-HALLADO) TO WS-IMPORTE-EDIT
               MOVE WS-IMPORTE-EDIT TO CEH-BRUTO
               MOVE TMS-APORTES (IX-MES-HALLADO) TO WS-IMPORTE-EDIT
               MOVE WS-IMPORTE-EDIT TO CEH-APORTES
               MOVE TMS-CONTRIB (IX-MES-HALLADO) TO WS-IMPORTE-EDIT
               MOVE WS-IMPORTE-EDIT TO CEH-CONTRIB
               ADD TMS-BRUTO (IX-MES-HALLADO) TO WS-TOT-BRUTO
               ADD TMS-APORTES (IX-MES-HALLADO) TO WS-TOT-APORTES
               ADD TMS-CONTRIB (IX-MES-HALLADO) TO WS-TOT-CONTRIB
           END-IF.
           MOVE LINEA-CER-MES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

      *>   LAS LICENCIAS DEL LEGAJO DENTRO DE LA RELACION LABORAL
       IMPRIMIR-LICENCIAS.
           MOVE LINEA-GUIONES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "LICENCIAS GOZADAS" TO CES-TEXTO.
           MOVE LINEA-CER-SUBTITULO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE ZERO TO WS-CANT-LIC.
           MOVE ZERO TO WS-TOT-DIAS-LIC.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-LICENCIAS.
           IF NOT FS-LICENCIAS-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-LICENCIAS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-LICENCIAS
                   NOT AT END
                       IF LIC-LEGAJO = WS-LEGAJO
                          AND LIC-FECHA-DESDE NOT < WS-INGRESO
                          AND LIC-FECHA-DESDE NOT > WS-FECHA-BAJA
                           PERFORM IMPRIMIR-LICENCIA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CANT-LIC = ZERO
               MOVE "    SIN LICENCIAS REGISTRADAS" TO CES-TEXTO
               MOVE LINEA-CER-SUBTITULO TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           ELSE
               MOVE WS-TOT-DIAS-LIC TO CEVT-DIAS
               MOVE LINEA-CER-LIC-TOTAL TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-IF.

       IMPRIMIR-LICENCIA.
           ADD 1 TO WS-CANT-LIC.
           ADD LIC-DIAS TO WS-TOT-DIAS-LIC.
           MOVE LIC-TIPO TO CEV-TIPO.
           MOVE LIC-FECHA-DESDE TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO CEV-DESDE.
           MOVE LIC-FECHA-HASTA TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO CEV-HASTA.
           MOVE LIC-DIAS TO CEV-DIAS.
           MOVE LINEA-CER-LIC TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

       IMPRIMIR-PIE.
           MOVE LINEA-GUIONES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE WS-FECHA-HOY TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE SPACES TO LINEA-CER-LUGAR.
           STRING EMPR-LOCALIDAD DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  WS-FEC-EDIT DELIMITED BY SIZE
               INTO LINEA-CER-LUGAR.
           MOVE LINEA-CER-LUGAR TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE SPACES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE LINEA-CER-RAYA TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE LINEA-CER-FIRMA TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

      *>   EL CERTIFICADO EMITIDO QUEDA EN EL REGISTRO; SI YA ESTABA
      *>   EMITIDO Y NO ENTREGADO SE ACTUALIZA LA FECHA DE EMISION, Y
      *>   SI YA SE ENTREGO ES UNA REIMPRESION QUE NO CAMBIA NADA
       ANOTAR-EMISION.
           PERFORM BUSCAR-CERTREG.
           IF IX-CRG-HALLADO > ZERO
               ADD 1 TO WS-CANT-REIMPRESOS
               IF TCR-ESTADO (IX-CRG-HALLADO) = "E"
                   MOVE WS-FECHA-HOY TO TCR-EMISION (IX-CRG-HALLADO)
               END-IF
           ELSE
               IF WS-CANT-CERTREG >= 3000
                   DISPLAY "CERTREG LLENO (3000), EL CERTIFICADO DE "
                       WS-LEGAJO " NO QUEDA REGISTRADO"
                   MOVE "N" TO TPD-EMITIDO (IX-PEND)
               ELSE
                   ADD 1 TO WS-CANT-EMITIDOS
                   ADD 1 TO WS-CANT-CERTREG
                   MOVE WS-LEGAJO TO TCR-LEGAJO (WS-CANT-CERTREG)
                   MOVE WS-FECHA-BAJA TO
                        TCR-FECHA-BAJA (WS-CANT-CERTREG)
                   MOVE WS-FECHA-HOY TO TCR-EMISION (WS-CANT-CERTREG)
                   MOVE "E" TO TCR-ESTADO (WS-CANT-CERTREG)
                   MOVE ZEROS TO TCR-FECHA-ENTREGA (WS-CANT-CERTREG)
               END-IF
           END-IF.

      *>   MESES A CERTIFICAR: DEL MES DE INGRESO AL DE LA BAJA; SIN
      *>   FECHA DE INGRESO, DESDE EL PRIMER MES CON DATOS
       CALCULAR-RANGO-MESES.
           COMPUTE WS-PER-HASTA = WS-FECHA-BAJA / 100.
           IF WS-INGRESO > ZERO
               COMPUTE WS-PER-DESDE = WS-INGRESO / 100
           ELSE
               MOVE WS-PER-HASTA TO WS-PER-DESDE
               PERFORM VARYING IX-MES FROM 1 BY 1
                       UNTIL IX-MES > WS-CANT-MESES
                   IF TMS-PERIODO (IX-MES) < WS-PER-DESDE
                       MOVE TMS-PERIODO (IX-MES) TO WS-PER-DESDE
                   END-IF
               END-PERFORM
               PERFORM VARYING IX-SUE FROM 1 BY 1
                       UNTIL IX-SUE > WS-CANT-SUELDOS
                   IF TSU-FECHA (IX-SUE) / 100 < WS-PER-DESDE
                       COMPUTE WS-PER-DESDE = TSU-FECHA (IX-SUE) / 100
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PER-DESDE > WS-PER-HASTA
               MOVE WS-PER-HASTA TO WS-PER-DESDE
           END-IF.

       AVANZAR-PERIODO.
           COMPUTE WS-PER-ANIO = WS-PER-ACTUAL / 100.
           COMPUTE WS-PER-MES = WS-PER-ACTUAL - (WS-PER-ANIO * 100).
           IF WS-PER-MES >= 12
               COMPUTE WS-PER-ACTUAL = (WS-PER-ANIO + 1) * 100 + 1
           ELSE
               ADD 1 TO WS-PER-ACTUAL
           END-IF.

      *>   SUELDO VIGENTE AL FIN DEL MES: EL ULTIMO CAMBIO REGISTRADO
      *>   HASTA ESE DIA
       BUSCAR-SUELDO-MES.
           COMPUTE WS-FECHA-CORTE = WS-PER-ACTUAL * 100 + 31.
           MOVE ZEROS TO WS-FECHA-MEJOR.
           MOVE ZEROS TO WS-SUELDO-MES.
           PERFORM VARYING IX-SUE FROM 1 BY 1
                   UNTIL IX-SUE > WS-CANT-SUELDOS
               IF TSU-FECHA (IX-SUE) NOT > WS-FECHA-CORTE
                  AND TSU-FECHA (IX-SUE) NOT < WS-FECHA-MEJOR
                   MOVE TSU-FECHA (IX-SUE) TO WS-FECHA-MEJOR
                   MOVE TSU-SUELDO (IX-SUE) TO WS-SUELDO-MES
               END-IF
           END-PERFORM.

       BUSCAR-MES.
           MOVE ZERO TO IX-MES-HALLADO.
           PERFORM VARYING IX-MES FROM 1 BY 1
                   UNTIL IX-MES > WS-CANT-MESES
               IF TMS-PERIODO (IX-MES) = WS-PER-ACTUAL
                   MOVE IX-MES TO IX-MES-HALLADO
               END-IF
           END-PERFORM.

       CARGAR-SUELDOS-LEGAJO.
           MOVE ZERO TO WS-CANT-SUELDOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-SUELDOHIST.
           IF NOT FS-SUELDOHIST-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-SUELDOHIST
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-SUELDOHIST
                   NOT AT END
                       IF SH-LEGAJO = WS-LEGAJO
                          AND WS-CANT-SUELDOS < 300
                           ADD 1 TO WS-CANT-SUELDOS
                           MOVE SH-FECHA TO
                                TSU-FECHA (WS-CANT-SUELDOS)
                           MOVE SH-SUELDO TO
                                TSU-SUELDO (WS-CANT-SUELDOS)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-MESES-LEGAJO.
           MOVE ZERO TO WS-CANT-MESES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-APORHIST.
           IF NOT FS-APORHIST-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-APORHIST
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-APORHIST
                   NOT AT END
                       IF APH-LEGAJO = WS-LEGAJO
                           PERFORM ANOTAR-MES
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-MES.
           MOVE APH-PERIODO TO WS-PER-ACTUAL.
           PERFORM BUSCAR-MES.
           IF IX-MES-HALLADO = ZERO
               IF WS-CANT-MESES >= 600
                   DISPLAY "ADVERTENCIA: " WS-LEGAJO " TIENE MAS DE "
                       "600 MESES EN APORTHIST, SE IGNORA " APH-PERIODO
               ELSE
                   ADD 1 TO WS-CANT-MESES
                   MOVE WS-CANT-MESES TO IX-MES-HALLADO
               END-IF
           END-IF.
           IF IX-MES-HALLADO > ZERO
               MOVE APH-PERIODO TO TMS-PERIODO (IX-MES-HALLADO)
               MOVE APH-CATEGORIA TO TMS-CATEGORIA (IX-MES-HALLADO)
               MOVE APH-BRUTO TO TMS-BRUTO (IX-MES-HALLADO)
               MOVE APH-APORTES TO TMS-APORTES (IX-MES-HALLADO)
               MOVE APH-CONTRIB TO TMS-CONTRIB (IX-MES-HALLADO)
           END-IF.

      *>   CERTENTREGA: CADA CERTIFICADO ENTREGADO SE MARCA EN EL
      *>   REGISTRO, EN LA BAJA MAS NUEVA DEL LEGAJO
       MARCAR-ENTREGADOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-CERTENTREGA.
           IF NOT FS-CERTENTREGA-OK
               DISPLAY "SIN CERTENTREGA: NO SE MARCAN ENTREGAS"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-CERTENTREGA
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-CERTENTREGA
                   NOT AT END
                       ADD 1 TO WS-CANT-LEIDOS
                       PERFORM MARCAR-ENTREGADO
                           THRU MARCAR-ENTREGADO-FIN
               END-READ
           END-PERFORM.

       MARCAR-ENTREGADO.
           MOVE ZERO TO IX-CRG-HALLADO.
           PERFORM VARYING IX-CRG FROM 1 BY 1
                   UNTIL IX-CRG > WS-CANT-CERTREG
               IF TCR-LEGAJO (IX-CRG) = CEN-LEGAJO
                   IF IX-CRG-HALLADO = ZERO
                       MOVE IX-CRG TO IX-CRG-HALLADO
                   ELSE
                       IF TCR-FECHA-BAJA (IX-CRG) >
                          TCR-FECHA-BAJA (IX-CRG-HALLADO)
                           MOVE IX-CRG TO IX-CRG-HALLADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF IX-CRG-HALLADO = ZERO
               ADD 1 TO WS-CANT-SIN-CERT
               DISPLAY "LEGAJO " CEN-LEGAJO ": NO HAY CERTIFICADO "
                   "EMITIDO, SE IGNORA LA ENTREGA"
               GO TO MARCAR-ENTREGADO-FIN
           END-IF.
           IF TCR-ESTADO (IX-CRG-HALLADO) = "N"
               ADD 1 TO WS-CANT-YA-ENTREGADOS
               GO TO MARCAR-ENTREGADO-FIN
           END-IF.
           ADD 1 TO WS-CANT-ENTREGADOS.
           MOVE "N" TO TCR-ESTADO (IX-CRG-HALLADO).
      *>   SIN FECHA EN EL RENGLON SE TOMA LA DE LA CARGA
           IF CEN-FECHA NOT NUMERIC OR CEN-FECHA = ZERO
               MOVE WS-FECHA-HOY TO
                    TCR-FECHA-ENTREGA (IX-CRG-HALLADO)
           ELSE
               MOVE CEN-FECHA TO TCR-FECHA-ENTREGA (IX-CRG-HALLADO)
           END-IF.
       MARCAR-ENTREGADO-FIN.
           EXIT.

      *>   UNA BAJA SIN CERTIFICADO ENTREGADO VA AL REPORTE, MARCADA
      *>   VENCIDO SI YA PASO EL PLAZO DESDE LA BAJA
       REVISAR-EGRESO.
           MOVE TEG-LEGAJO (IX-EGR) TO WS-LEGAJO.
           MOVE TEG-FECHA-BAJA (IX-EGR) TO WS-FECHA-BAJA.
           PERFORM BUSCAR-CERTREG.
           IF IX-CRG-HALLADO > ZERO
               IF TCR-ESTADO (IX-CRG-HALLADO) = "N"
                   GO TO REVISAR-EGRESO-FIN
               END-IF
           END-IF.
           ADD 1 TO WS-CANT-FALTANTES.
           MOVE WS-LEGAJO TO FAL-LEGAJO.
           MOVE SPACES TO FAL-NOMBRE.
           PERFORM BUSCAR-EN-MAESTRO.
           IF IX-MAE-HALLADO > ZERO
               MOVE TM-NOMBRE (IX-MAE-HALLADO) TO FAL-NOMBRE
           END-IF.
           MOVE WS-FECHA-BAJA TO WS-FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE WS-FEC-EDIT TO FAL-BAJA.
           IF IX-CRG-HALLADO > ZERO
               MOVE TCR-EMISION (IX-CRG-HALLADO) TO WS-FEC-NUM
               PERFORM EDITAR-FECHA
               MOVE SPACES TO FAL-ESTADO
               STRING "EMITIDO " WS-FEC-EDIT
                   DELIMITED BY SIZE INTO FAL-ESTADO
           ELSE
               MOVE "SIN EMITIR" TO FAL-ESTADO
           END-IF.
           MOVE ZERO TO WS-DIAS-DESDE.
           IF WS-FECHA-BAJA > ZERO
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-BAJA) = ZERO
               COMPUTE WS-DIAS-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-BAJA)
           END-IF.
           IF WS-DIAS-DESDE < ZERO
               MOVE ZERO TO WS-DIAS-DESDE
           END-IF.
           MOVE WS-DIAS-DESDE TO FAL-DIAS.
           MOVE SPACES TO FAL-MARCA.
           IF WS-DIAS-DESDE > WS-DIAS-PLAZO
               ADD 1 TO WS-CANT-VENCIDOS
               MOVE "VENCIDO" TO FAL-MARCA
           END-IF.
           MOVE LINEA-FALTANTE TO REG-CERTFALTA.
           WRITE REG-CERTFALTA.
       REVISAR-EGRESO-FIN.
           EXIT.

       BUSCAR-CERTREG.
           MOVE ZERO TO IX-CRG-HALLADO.
           PERFORM VARYING IX-CRG FROM 1 BY 1
                   UNTIL IX-CRG > WS-CANT-CERTREG
               IF TCR-LEGAJO (IX-CRG) = WS-LEGAJO
                  AND TCR-FECHA-BAJA (IX-CRG) = WS-FECHA-BAJA
                   MOVE IX-CRG TO IX-CRG-HALLADO
               END-IF
           END-PERFORM.

       BUSCAR-EGRESO.
           MOVE ZERO TO IX-EGR-HALLADO.
           PERFORM VARYING IX-EGR FROM 1 BY 1
                   UNTIL IX-EGR > WS-CANT-EGRESOS
               IF TEG-LEGAJO (IX-EGR) = WS-LEGAJO
                  AND TEG-FECHA-BAJA (IX-EGR) = WS-FECHA-BAJA
                   MOVE IX-EGR TO IX-EGR-HALLADO
               END-IF
           END-PERFORM.

       BUSCAR-EN-MAESTRO.
           MOVE ZERO TO IX-MAE-HALLADO.
           PERFORM VARYING IX-MAE FROM 1 BY 1
                   UNTIL IX-MAE > WS-CANT-MAESTRO
               IF TM-LEGAJO (IX-MAE) = WS-LEGAJO
                   MOVE IX-MAE TO IX-MAE-HALLADO
               END-IF
           END-PERFORM.

       EDITAR-FECHA.
           MOVE WS-FEC-DD TO WS-FEC-E-DD.
           MOVE WS-FEC-MM TO WS-FEC-E-MM.
           MOVE WS-FEC-AAAA TO WS-FEC-E-AAAA.

       LEER-EMPRESA.
           MOVE "N" TO WS-EMPRESA-OK.
           MOVE SPACES TO REG-EMPRESA.
           OPEN INPUT ARCH-EMPRESA.
           IF FS-EMPRESA-OK
               READ ARCH-EMPRESA
                   AT END
                       MOVE SPACES TO REG-EMPRESA
               END-READ
               CLOSE ARCH-EMPRESA
           END-IF.
           IF EMPR-RAZON NOT = SPACES AND EMPR-CUIT NOT = SPACES
               MOVE "S" TO WS-EMPRESA-OK
           END-IF.

       CARGAR-MAESTRO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE EL MAESTRO DE PERSONAL, CORRIDA "
                   "RECHAZADA"
               MOVE "EJ-24ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF WS-CANT-MAESTRO >= 500
                           DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO, "
                               "YA HAY 500 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-MAESTRO
                           MOVE MAE-LEGAJO TO
                                TM-LEGAJO (WS-CANT-MAESTRO)
                           MOVE MAE-NOMBRE TO
                                TM-NOMBRE (WS-CANT-MAESTRO)
                           MOVE MAE-CUIT TO
                                TM-CUIT (WS-CANT-MAESTRO)
                           MOVE MAE-CATEGORIA TO
                                TM-CATEGORIA (WS-CANT-MAESTRO)
                           MOVE MAE-SUELDO TO
                                TM-SUELDO (WS-CANT-MAESTRO)
                           IF MAE-FECHA-INGRESO NUMERIC
                               MOVE MAE-FECHA-INGRESO TO
                                    TM-INGRESO (WS-CANT-MAESTRO)
                           ELSE
                               MOVE ZERO TO
                                    TM-INGRESO (WS-CANT-MAESTRO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-CERTPEND.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-CERTPEND.
           IF NOT FS-CERTPEND-OK
               DISPLAY "SIN CERTPEND: NO HAY BAJAS PENDIENTES DE "
                   "CERTIFICADO"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-CERTPEND
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-CERTPEND
                   NOT AT END
                       IF WS-CANT-PEND >= 500
                           DISPLAY "ADVERTENCIA: MAS DE 500 BAJAS EN "
                               "CERTPEND, " CTP-LEGAJO " QUEDA PARA "
                               "LA PROXIMA CORRIDA"
                       ELSE
                           ADD 1 TO WS-CANT-PEND
                           MOVE CTP-LEGAJO TO TPD-LEGAJO (WS-CANT-PEND)
                           MOVE CTP-FECHA-BAJA TO
                                TPD-FECHA-BAJA (WS-CANT-PEND)
                           MOVE CTP-FECHA-LIQ TO
                                TPD-FECHA-LIQ (WS-CANT-PEND)
                           MOVE "N" TO TPD-EMITIDO (WS-CANT-PEND)
                       END-IF
               END-READ
           END-PERFORM.

      *>   EL REGISTRO SE REGRABA ENTERO: SI NO ENTRA EN MEMORIA SE
      *>   PERDERIAN RENGLONES
       CARGAR-CERTREG.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-CERTREG.
           IF NOT FS-CERTREG-OK
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-CERTREG
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-CERTREG
                   NOT AT END
                       PERFORM ANOTAR-CERTREG
               END-READ
           END-PERFORM.

       ANOTAR-CERTREG.
           IF WS-CANT-CERTREG >= 3000
               DISPLAY "CERTREG TIENE MAS DE 3000 RENGLONES, CORRIDA "
                   "RECHAZADA"
               MOVE "EJ-24ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-CERTREG.
           MOVE CRG-LEGAJO TO TCR-LEGAJO (WS-CANT-CERTREG).
           MOVE CRG-FECHA-BAJA TO TCR-FECHA-BAJA (WS-CANT-CERTREG).
           MOVE CRG-EMISION TO TCR-EMISION (WS-CANT-CERTREG).
           MOVE CRG-ESTADO TO TCR-ESTADO (WS-CANT-CERTREG).
           MOVE CRG-FECHA-ENTREGA TO
                TCR-FECHA-ENTREGA (WS-CANT-CERTREG).

       CARGAR-EGRESOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-EGRESOS.
           IF NOT FS-EGRESOS-OK
               DISPLAY "SIN EGRESOS: EL REPORTE DE FALTANTES SALE "
                   "VACIO"
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ARCH-EGRESOS
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                       CLOSE ARCH-EGRESOS
                   NOT AT END
                       IF WS-CANT-EGRESOS >= 3000
                           DISPLAY "ADVERTENCIA: SE IGNORA EGRESO DE "
                               EGR-LEGAJO ", YA HAY 3000 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-EGRESOS
                           MOVE EGR-LEGAJO TO
                                TEG-LEGAJO (WS-CANT-EGRESOS)
                           MOVE EGR-FECHA-BAJA TO
                                TEG-FECHA-BAJA (WS-CANT-EGRESOS)
                           MOVE EGR-CAUSA TO
                                TEG-CAUSA (WS-CANT-EGRESOS)
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-CERTREG.
           OPEN OUTPUT ARCH-CERTREG.
           PERFORM VARYING IX-CRG FROM 1 BY 1
                   UNTIL IX-CRG > WS-CANT-CERTREG
               MOVE TCR-LEGAJO (IX-CRG) TO CRG-LEGAJO
               MOVE TCR-FECHA-BAJA (IX-CRG) TO CRG-FECHA-BAJA
               MOVE TCR-EMISION (IX-CRG) TO CRG-EMISION
               MOVE TCR-ESTADO (IX-CRG) TO CRG-ESTADO
               MOVE TCR-FECHA-ENTREGA (IX-CRG) TO CRG-FECHA-ENTREGA
               WRITE REG-CERTREG
           END-PERFORM.
           CLOSE ARCH-CERTREG.

      *>   EN CERTPEND QUEDAN SOLO LAS BAJAS QUE NO SE EMITIERON
       GRABAR-CERTPEND.
           OPEN OUTPUT ARCH-CERTPEND.
           PERFORM VARYING IX-PEND FROM 1 BY 1
                   UNTIL IX-PEND > WS-CANT-PEND
               IF TPD-EMITIDO (IX-PEND) NOT = "S"
                   MOVE TPD-LEGAJO (IX-PEND) TO CTP-LEGAJO
                   MOVE TPD-FECHA-BAJA (IX-PEND) TO CTP-FECHA-BAJA
                   MOVE TPD-FECHA-LIQ (IX-PEND) TO CTP-FECHA-LIQ
                   WRITE REG-CERTPEND
               END-IF
           END-PERFORM.
           CLOSE ARCH-CERTPEND.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
