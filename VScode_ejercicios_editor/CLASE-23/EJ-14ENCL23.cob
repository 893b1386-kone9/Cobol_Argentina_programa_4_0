      *> Control de sueldos contra la escala del convenio: recorre el
      *> maestro de personal y, para cada legajo activo con
      *> categoria, arma el minimo que le corresponde hoy por la
      *> escala vigente (basico de la categoria mas el porcentaje de
      *> antiguedad por anio cumplido desde MAE-FECHA-INGRESO, el
      *> mismo calculo de la liquidacion) y lo compara contra el
      *> MAE-SUELDO cargado. En DEBAJOCONV quedan los legajos que
      *> cobran por debajo del convenio con la diferencia, y aparte
      *> los que no tienen categoria o cuya categoria no tiene una
      *> escala en vigor, para que Recursos Humanos los complete
      *> antes de la proxima paritaria.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-14ENCL23.
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
           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   CATEGORIAS es la escala del convenio con sus versiones
      *>   (ver COPYLIB CATEGOR)
           SELECT ARCH-CATEGORIAS ASSIGN TO "CATEGORIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATEGORIAS.

      *>   DEBAJOCONV es el reporte impreso del control
           SELECT ARCH-DEBAJOCONV ASSIGN TO "DEBAJOCONV"
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
       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-CATEGORIAS
           RECORD CONTAINS 64 CHARACTERS.
           COPY CATEGOR.

       FD  ARCH-DEBAJOCONV.
       01  REG-DEBAJOCONV PIC X(100).

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

      *>   ESCALA DEL CONVENIO (TODAS LAS VERSIONES CARGADAS)
       77 WS-CANT-CATEGORIAS PIC 99 VALUE ZERO.
       01  TABLA-CATEGORIAS.
           03 CATEGORIA-ENTRY OCCURS 50 TIMES.
               05 TCA-CODIGO     PIC X(4).
               05 TCA-BASICO     PIC 9(9)V99.
               05 TCA-PORC-ANTIG PIC 9V99.
               05 TCA-VIG-DESDE  PIC 9(8).
               05 TCA-VIG-HASTA  PIC 9(8).
       77 IX-CAT PIC 99 VALUE ZERO.
       77 IX-CAT-HALLADA PIC 99 VALUE ZERO.

      *>   LEGAJOS SIN CATEGORIA O SIN ESCALA, PARA LISTARLOS AL
      *>   FINAL DEL REPORTE
       77 WS-CANT-PENDIENTES PIC 999 VALUE ZERO.
       01  TABLA-PENDIENTES.
           03 PENDIENTE-ENTRY OCCURS 500 TIMES.
               05 TPN-LEGAJO    PIC X(10).
               05 TPN-NOMBRE    PIC X(30).
               05 TPN-CATEGORIA PIC X(4).
               05 TPN-MOTIVO    PIC X(20).
       77 IX-PEN PIC 999 VALUE ZERO.
       77 WS-MOTIVO-PENDIENTE PIC X(20) VALUE SPACES.

      *>   CALCULO DEL LEGAJO EN CURSO
       77 WS-FECHA-HOY PIC 9(8) VALUE ZEROS.
       77 WS-ANTIGUEDAD PIC 99 VALUE ZERO.
       77 WS-ADICIONAL-ANTIG PIC 9(9)V99 VALUE ZEROS.
       77 WS-MINIMO PIC 9(9)V99 VALUE ZEROS.
       77 WS-DIFERENCIA PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOTAL-DIFERENCIA PIC 9(11)V99 VALUE ZEROS.

       77 WS-LEGAJOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-DEBAJO PIC 9(5) VALUE ZERO.

       01 WS-FIN-MAESTRO PIC X VALUE "N".
       01 WS-FIN-CATEGORIAS PIC X VALUE "N".

       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".
       01 WS-FS-CATEGORIAS PIC XX.
           88 FS-CATEGORIAS-OK VALUE "00".

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
           03 FILLER PIC X(40)
               VALUE "LEGAJOS QUE COBRAN DEBAJO DEL CONVENIO".
           03 FILLER PIC X(9) VALUE "  AL DIA ".
           03 TIT-FECHA PIC 9(8).
       01 LINEA-ENCABEZADO.
           03 FILLER PIC X(12) VALUE "LEGAJO".
           03 FILLER PIC X(31) VALUE "NOMBRE".
           03 FILLER PIC X(6) VALUE "CAT".
           03 FILLER PIC X(17) VALUE "SUELDO".
           03 FILLER PIC X(17) VALUE "MINIMO".
           03 FILLER PIC X(10) VALUE "DIFERENCIA".
       01 LINEA-LEGAJO.
           03 DEB-LEGAJO     PIC X(10).
           03 FILLER         PIC XX VALUE SPACES.
           03 DEB-NOMBRE     PIC X(30).
           03 FILLER         PIC X VALUE SPACE.
           03 DEB-CATEGORIA  PIC X(4).
           03 FILLER         PIC XX VALUE SPACES.
           03 DEB-SUELDO     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER         PIC XXX VALUE SPACES.
           03 DEB-MINIMO     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER         PIC XXX VALUE SPACES.
           03 DEB-DIFERENCIA PIC ZZZ.ZZZ.ZZ9,99.
       01 LINEA-TOTAL.
           03 FILLER         PIC X(20) VALUE "LEGAJOS DEBAJO: ".
           03 TOT-CANT       PIC ZZZZ9.
           03 FILLER         PIC X(22) VALUE
               "   DIFERENCIA MENSUAL ".
           03 TOT-DIFERENCIA PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINEA-TITULO-PENDIENTES.
           03 FILLER PIC X(50)
               VALUE "LEGAJOS SIN CATEGORIA O SIN ESCALA VIGENTE".
       01 LINEA-PENDIENTE.
           03 PEN-LEGAJO    PIC X(10).
           03 FILLER        PIC XX VALUE SPACES.
           03 PEN-NOMBRE    PIC X(30).
           03 FILLER        PIC X VALUE SPACE.
           03 PEN-CATEGORIA PIC X(4).
           03 FILLER        PIC XX VALUE SPACES.
           03 PEN-MOTIVO    PIC X(20).
       01 LINEA-GUIONES PIC X(95) VALUE ALL "-".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-14ENCL23" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CONTROL DE SUELDOS CONTRA LA ESCALA DEL CONVENIO".
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-CATEGORIAS.
      *>   SIN ESCALA NO HAY CONTRA QUE COMPARAR
           IF WS-CANT-CATEGORIAS = ZERO
               DISPLAY "NO HAY ESCALA DE CONVENIO CARGADA, CORRIDA "
                   "RECHAZADA"
               MOVE "EJ-14ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

           MOVE "N" TO WS-FIN-MAESTRO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE EL MAESTRO DE PERSONAL, CORRIDA "
                   "RECHAZADA"
               MOVE "EJ-14ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

           OPEN OUTPUT ARCH-DEBAJOCONV.
           MOVE WS-FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO REG-DEBAJOCONV.
           WRITE REG-DEBAJOCONV.
           MOVE LINEA-ENCABEZADO TO REG-DEBAJOCONV.
           WRITE REG-DEBAJOCONV.
           MOVE LINEA-GUIONES TO REG-DEBAJOCONV.
           WRITE REG-DEBAJOCONV.

           PERFORM UNTIL WS-FIN-MAESTRO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO WS-FIN-MAESTRO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
      *>               EL LEGAJO INACTIVO YA NO COBRA, NO SE CONTROLA
                       IF MAE-ESTADO NOT = "I"
                           PERFORM CONTROLAR-LEGAJO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE LINEA-GUIONES TO REG-DEBAJOCONV.
           WRITE REG-DEBAJOCONV.
           MOVE WS-CANT-DEBAJO TO TOT-CANT.
           MOVE WS-TOTAL-DIFERENCIA TO TOT-DIFERENCIA.
           MOVE LINEA-TOTAL TO REG-DEBAJOCONV.
           WRITE REG-DEBAJOCONV.
           PERFORM GRABAR-PENDIENTES.
           CLOSE ARCH-DEBAJOCONV.

           DISPLAY "LEGAJOS CONTROLADOS:      " WS-LEGAJOS.
           DISPLAY "DEBAJO DEL CONVENIO:      " WS-CANT-DEBAJO.
           DISPLAY "SIN CATEGORIA O ESCALA:   " WS-CANT-PENDIENTES.
           DISPLAY "REPORTE GENERADO EN DEBAJOCONV".

           MOVE "EJ-14ENCL23" TO CTL-JOB.
           MOVE WS-LEGAJOS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.

           STOP RUN.

       CONTROLAR-LEGAJO.
           ADD 1 TO WS-LEGAJOS.
           IF MAE-CATEGORIA = SPACES
               MOVE "SIN CATEGORIA" TO WS-MOTIVO-PENDIENTE
               PERFORM AGREGAR-PENDIENTE
           ELSE
               PERFORM BUSCAR-CATEGORIA-VIGENTE
               IF IX-CAT-HALLADA = ZERO
                   MOVE "SIN ESCALA VIGENTE" TO WS-MOTIVO-PENDIENTE
                   PERFORM AGREGAR-PENDIENTE
               ELSE
                   PERFORM COMPARAR-CONTRA-MINIMO
               END-IF
           END-IF.

      *>   EL MINIMO ES EL BASICO MAS LA ANTIGUEDAD, CON EL MISMO
      *>   CRITERIO DE ANIOS CUMPLIDOS DE LA LIQUIDACION
       COMPARAR-CONTRA-MINIMO.
           IF MAE-FECHA-INGRESO NOT NUMERIC
              OR MAE-FECHA-INGRESO = ZERO
              OR MAE-FECHA-INGRESO > WS-FECHA-HOY
               MOVE ZERO TO WS-ANTIGUEDAD
           ELSE
               COMPUTE WS-ANTIGUEDAD =
                   (WS-FECHA-HOY - MAE-FECHA-INGRESO) / 10000
           END-IF.
           COMPUTE WS-ADICIONAL-ANTIG ROUNDED =
               TCA-BASICO (IX-CAT-HALLADA) * WS-ANTIGUEDAD *
               TCA-PORC-ANTIG (IX-CAT-HALLADA) / 100.
           COMPUTE WS-MINIMO =
               TCA-BASICO (IX-CAT-HALLADA) + WS-ADICIONAL-ANTIG.
           IF MAE-SUELDO < WS-MINIMO
               ADD 1 TO WS-CANT-DEBAJO
               COMPUTE WS-DIFERENCIA = WS-MINIMO - MAE-SUELDO
               ADD WS-DIFERENCIA TO WS-TOTAL-DIFERENCIA
               MOVE MAE-LEGAJO TO DEB-LEGAJO
               MOVE MAE-NOMBRE TO DEB-NOMBRE
               MOVE MAE-CATEGORIA TO DEB-CATEGORIA
               MOVE MAE-SUELDO TO DEB-SUELDO
               MOVE WS-MINIMO TO DEB-MINIMO
               MOVE WS-DIFERENCIA TO DEB-DIFERENCIA
               MOVE LINEA-LEGAJO TO REG-DEBAJOCONV
               WRITE REG-DEBAJOCONV
               DISPLAY "DEBAJO DEL CONVENIO: " MAE-LEGAJO " "
                   MAE-NOMBRE " CAT " MAE-CATEGORIA
           END-IF.

      *>   DEJA EL LEGAJO EN LA LISTA DE PENDIENTES CON EL MOTIVO
      *>   QUE TRAE WS-MOTIVO-PENDIENTE
       AGREGAR-PENDIENTE.
           IF WS-CANT-PENDIENTES >= 500
               DISPLAY "ADVERTENCIA: SE IGNORA PENDIENTE "
                   MAE-LEGAJO ", YA HAY 500 LISTADOS"
           ELSE
               ADD 1 TO WS-CANT-PENDIENTES
               MOVE WS-MOTIVO-PENDIENTE TO
                    TPN-MOTIVO (WS-CANT-PENDIENTES)
               MOVE MAE-LEGAJO TO TPN-LEGAJO (WS-CANT-PENDIENTES)
               MOVE MAE-NOMBRE TO TPN-NOMBRE (WS-CANT-PENDIENTES)
               MOVE MAE-CATEGORIA TO
                    TPN-CATEGORIA (WS-CANT-PENDIENTES)
           END-IF.

       GRABAR-PENDIENTES.
           IF WS-CANT-PENDIENTES > ZERO
               MOVE SPACES TO REG-DEBAJOCONV
               WRITE REG-DEBAJOCONV
               MOVE LINEA-TITULO-PENDIENTES TO REG-DEBAJOCONV
               WRITE REG-DEBAJOCONV
               MOVE LINEA-GUIONES TO REG-DEBAJOCONV
               WRITE REG-DEBAJOCONV
           END-IF.
           PERFORM VARYING IX-PEN FROM 1 BY 1
                   UNTIL IX-PEN > WS-CANT-PENDIENTES
               MOVE TPN-LEGAJO (IX-PEN) TO PEN-LEGAJO
               MOVE TPN-NOMBRE (IX-PEN) TO PEN-NOMBRE
               MOVE TPN-CATEGORIA (IX-PEN) TO PEN-CATEGORIA
               MOVE TPN-MOTIVO (IX-PEN) TO PEN-MOTIVO
               MOVE LINEA-PENDIENTE TO REG-DEBAJOCONV
               WRITE REG-DEBAJOCONV
           END-PERFORM.

      *>   LA VERSION DE LA CATEGORIA EN VIGOR A LA FECHA DE LA
      *>   CORRIDA (VIGENCIA EN CEROS = SIEMPRE VIGENTE)
       BUSCAR-CATEGORIA-VIGENTE.
           MOVE ZERO TO IX-CAT-HALLADA.
           PERFORM VARYING IX-CAT FROM 1 BY 1
                   UNTIL IX-CAT > WS-CANT-CATEGORIAS
               IF TCA-CODIGO (IX-CAT) = MAE-CATEGORIA
                  AND (TCA-VIG-DESDE (IX-CAT) = ZERO
                       OR WS-FECHA-HOY NOT < TCA-VIG-DESDE (IX-CAT))
                  AND (TCA-VIG-HASTA (IX-CAT) = ZERO
                       OR WS-FECHA-HOY NOT > TCA-VIG-HASTA (IX-CAT))
                   MOVE IX-CAT TO IX-CAT-HALLADA
               END-IF
           END-PERFORM.

       CARGAR-CATEGORIAS.
           MOVE "N" TO WS-FIN-CATEGORIAS.
           OPEN INPUT ARCH-CATEGORIAS.
           IF NOT FS-CATEGORIAS-OK
               MOVE "S" TO WS-FIN-CATEGORIAS
           END-IF.
           PERFORM UNTIL WS-FIN-CATEGORIAS = "S"
               READ ARCH-CATEGORIAS
                   AT END
                       MOVE "S" TO WS-FIN-CATEGORIAS
                       CLOSE ARCH-CATEGORIAS
                   NOT AT END
                       IF WS-CANT-CATEGORIAS >= 50
                           DISPLAY "ADVERTENCIA: SE IGNORA CATEGORIA, "
                               "YA HAY 50 CARGADAS"
                       ELSE
                           ADD 1 TO WS-CANT-CATEGORIAS
                           MOVE CAT-CODIGO TO
                                TCA-CODIGO (WS-CANT-CATEGORIAS)
                           MOVE CAT-BASICO TO
                                TCA-BASICO (WS-CANT-CATEGORIAS)
                           MOVE CAT-PORC-ANTIG TO
                                TCA-PORC-ANTIG (WS-CANT-CATEGORIAS)
                           MOVE CAT-VIG-DESDE TO
                                TCA-VIG-DESDE (WS-CANT-CATEGORIAS)
                           MOVE CAT-VIG-HASTA TO
                                TCA-VIG-HASTA (WS-CANT-CATEGORIAS)
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
