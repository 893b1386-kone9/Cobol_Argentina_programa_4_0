      *> (jubilacion, obra social, ganancias; porcentaje o monto
      *> fijo, con tope), lo aplica a cada legajo de ARCH-EMPLEADOS,
      *> graba en RECIBOS el detalle por legajo (bruto, cada
      *> descuento, neto) y totaliza el costo para finanzas. El
      *> legajo con categoria de convenio en el maestro de personal
      *> cobra el basico vigente de su categoria (CATEGORIAS) mas la
      *> antiguedad, en vez del sueldo tipeado en el lote. Con la
      *> escala de ganancias del anio cargada (ESCGANAN/GANPARAM) la
      *> retencion de GANANCIAS deja de ser el porcentaje plano: se
      *> calcula acumulada en el anio contra lo ya retenido segun
      *> GANHIST, con las cargas de FAMILIARES y las deducciones
      *> declaradas en DEDUCCIONES, y se postea el ajuste anual
      *> pendiente que deja EJ-15ENCL23 en AJUSTEGAN. Los embargos
      *> judiciales activos de EMBARGOS se descuentan del neto despues
      *> de los descuentos de ley, primero alimentos y despues los
      *> comunes por fecha de oficio, con el tope legal de lo
      *> embargable; el deposito a las cuentas de los juzgados sale
      *> en EMBTRANSF y el oficio se cierra al llegar a su total.
      *> Despues se descuenta la cuota del mes de cada prestamo o
      *> adelanto de PRESTAMOS, sin dejar el neto por debajo del piso
      *> configurado.

      *>--------------------------------------
      *> IdentificarDatos
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   HORASEXTRA trae las horas al 50 y al 100 del mes por
      *>   legajo que la justificacion de horas extra EJ-25ENCL23
      *>   dejo pasar (justificadas o autorizadas); sin archivo se
      *>   liquida plano como antes (ver COPYLIB HORASEXT)
           SELECT ARCH-HORASEXTRA ASSIGN TO "HORASEXTRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORASEXTRA.

      *>   HORASCAT trae las horas catedra del mes ya valuadas por
      *>   legajo, calculadas por EJ-19ENCL23; sin archivo no se
      *>   liquidan horas catedra (ver COPYLIB HORASCAT)
           SELECT ARCH-HORASCAT ASSIGN TO "HORASCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HORASCAT.

      *>   RETROPEND trae el retroactivo de paritaria pendiente por
      *>   legajo (lo deja EJ-12ENCL23); se convierte en concepto
      *>   RETROACTIVO del recibo y el archivo se vacia al terminar
           SELECT ARCH-F931 ASSIGN TO "F931RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   COSTOSEC acumula mes a mes el costo real por sector para
      *>   el control de presupuesto laboral (ver COPYLIB COSTOSEC)
           SELECT ARCH-COSTOSEC ASSIGN TO "COSTOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COSTOSEC.

      *>   APORTHIST guarda por legajo y mes los aportes retenidos y
      *>   las contribuciones depositadas, para el certificado de
      *>   trabajo (ver COPYLIB APORHIST)
           SELECT ARCH-APORHIST ASSIGN TO "APORTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APORHIST.

      *>   FAMILIARES trae las cargas de familia por legajo (ver
      *>   COPYLIB FAMILIAR); ESCALAASIG el importe de la asignacion
      *>   por banda salarial (MENOS/MAS, con el corte que ya define
           SELECT ARCH-ASIGEXCEP ASSIGN TO "ASIGEXCEP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   MAESEMPL da la categoria de convenio y la fecha de
      *>   ingreso de cada legajo; CATEGORIAS la escala vigente (ver
      *>   COPYLIB CATEGOR). Sin alguno de los dos se liquida con el
      *>   sueldo del lote, como antes
           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

           SELECT ARCH-CATEGORIAS ASSIGN TO "CATEGORIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATEGORIAS.

      *>   ESCGANAN y GANPARAM traen la escala progresiva y las
      *>   deducciones generales de ganancias del anio (ver COPYLIB
      *>   GANPR); DEDUCCIONES las deducciones que declaro cada
      *>   empleado (ver COPYLIB DEDUCGAN); GANHIST lo liquidado y
      *>   retenido cada mes del anio (ver COPYLIB GANHIST)
           SELECT ARCH-ESCGANAN ASSIGN TO "ESCGANAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCGANAN.

           SELECT ARCH-GANPARAM ASSIGN TO "GANPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GANPARAM.

           SELECT ARCH-DEDUCCIONES ASSIGN TO "DEDUCCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEDUCCIONES.

           SELECT ARCH-GANHIST ASSIGN TO "GANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GANHIST.

      *>   AJUSTEGAN trae el ajuste anual de ganancias pendiente por
      *>   legajo (lo deja EJ-15ENCL23): se convierte en concepto del
      *>   recibo y sale del archivo al terminar la corrida valida
           SELECT ARCH-AJUSTEGAN ASSIGN TO "AJUSTEGAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJUSTEGAN.

      *>   EMBARGOS es el registro de oficios judiciales por legajo
      *>   (ver COPYLIB EMBARGO); se regraba con lo cobrado al
      *>   terminar la corrida valida. EMBTRANSF lleva el deposito
      *>   del mes a la cuenta de cada juzgado
           SELECT ARCH-EMBARGOS ASSIGN TO "EMBARGOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMBARGOS.

           SELECT ARCH-EMBTRANSF ASSIGN TO "EMBTRANSF"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   PRESTAMOS es el registro de prestamos y adelantos al
      *>   personal (ver COPYLIB PRESTAMO); se regraba con la cuota
      *>   cobrada al terminar la corrida valida
           SELECT ARCH-PRESTAMOS ASSIGN TO "PRESTAMOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESTAMOS.

      *>   RECIBOS lleva el detalle de la liquidacion por legajo
           SELECT ARCH-RECIBOS ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

      *>   PERIODOS es el estado contable de cada periodo (ver
      *>   COPYLIB PERIPR): en un periodo cerrado no se postea
           SELECT ARCH-PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.

      *>   RUNCARDS trae la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCARD): con tarjeta el job corre desatendido
           SELECT ARCH-RUNCARDS ASSIGN TO "RUNCARDS"
           RECORD CONTAINS 20 CHARACTERS.
           COPY HORASEXT.

       FD  ARCH-HORASCAT
           RECORD CONTAINS 33 CHARACTERS.
           COPY HORASCAT.

       FD  ARCH-RETROPEND
           RECORD CONTAINS 23 CHARACTERS.
       01  REG-RETROPEND.
       FD  ARCH-F931.
       01  REG-F931 PIC X(80).

       FD  ARCH-COSTOSEC
           RECORD CONTAINS 65 CHARACTERS.
           COPY COSTOSEC.

       FD  ARCH-APORHIST
           RECORD CONTAINS 53 CHARACTERS.
           COPY APORHIST.

       FD  ARCH-FAMILIARES
           RECORD CONTAINS 44 CHARACTERS.
           COPY FAMILIAR.
           03 AEX-SEP3      PIC X.
           03 AEX-MOTIVO    PIC X(25).

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-CATEGORIAS
           RECORD CONTAINS 64 CHARACTERS.
           COPY CATEGOR.

       FD  ARCH-ESCGANAN
           RECORD CONTAINS 30 CHARACTERS.
           COPY ESCGANAN.

       FD  ARCH-GANPARAM
           RECORD CONTAINS 48 CHARACTERS.
           COPY GANPARAM.

       FD  ARCH-DEDUCCIONES
           RECORD CONTAINS 37 CHARACTERS.
           COPY DEDUCGAN.

       FD  ARCH-GANHIST
           RECORD CONTAINS 60 CHARACTERS.
           COPY GANHIST.

       FD  ARCH-AJUSTEGAN
           RECORD CONTAINS 26 CHARACTERS.
       01  REG-AJUSTEGAN.
           03 AJG-LEGAJO  PIC X(10).
           03 AJG-ANIO    PIC 9(4).
           03 AJG-TIPO    PIC X.
           03 AJG-IMPORTE PIC 9(9)V99.

       FD  ARCH-EMBARGOS
           RECORD CONTAINS 120 CHARACTERS.
           COPY EMBARGO.

       FD  ARCH-EMBTRANSF.
       01  REG-EMBTRANSF PIC X(80).

       FD  ARCH-PRESTAMOS
           RECORD CONTAINS 69 CHARACTERS.
           COPY PRESTAMO.

       FD  ARCH-RECIBOS.
           COPY RECIBO.

       FD  ARCH-CONTROL.
           COPY CONTROL.

       FD  ARCH-PERIODOS
           RECORD CONTAINS 45 CHARACTERS.
           COPY PERIODO.

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.
       01 WS-FS-HORASEXTRA PIC XX.
           88 FS-HORASEXTRA-OK VALUE "00".

      *>   HORAS CATEDRA DEL PERIODO POR LEGAJO, YA VALUADAS
       77 WS-CANT-HORASCAT PIC 999 VALUE ZERO.
       01  TABLA-HORASCAT.
           03 HORASCAT-ENTRY OCCURS 200 TIMES.
               05 THC-LEGAJO  PIC X(10).
               05 THC-IMPORTE PIC 9(9)V99.
       77 IX-HCT PIC 999 VALUE ZERO.
       77 IX-HCT-HALLADO PIC 999 VALUE ZERO.
       01 WS-FIN-HORASCAT PIC X VALUE "N".
       01 WS-FS-HORASCAT PIC XX.
           88 FS-HORASCAT-OK VALUE "00".

      *>   CARGAS DE FAMILIA EN MEMORIA Y ESCALA DE ASIGNACIONES POR
      *>   BANDA SALARIAL (EL CORTE ES EL SUELDO DE REFERENCIA DE
      *>   PARAMSAL); LA EDAD LIMITE DEL HIJO A CARGO ES 18
       01 WS-FS-PARAMSAL PIC XX.
           88 FS-PARAMSAL-OK VALUE "00".

      *>   CATEGORIA Y FECHA DE INGRESO DE CADA LEGAJO DEL MAESTRO
       77 WS-CANT-PERSONAL PIC 9(4) VALUE ZERO.
       01  TABLA-PERSONAL.
           03 PERSONAL-ENTRY OCCURS 500 TIMES.
               05 TPE-LEGAJO    PIC X(10).
               05 TPE-CATEGORIA PIC X(4).
               05 TPE-INGRESO   PIC 9(8).
       77 IX-PER PIC 9(4) VALUE ZERO.
       77 IX-PER-HALLADO PIC 9(4) VALUE ZERO.
       01 WS-FIN-MAESTRO PIC X VALUE "N".
       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".

      *>   ESCALA DEL CONVENIO, TODAS LAS VERSIONES; EL LOOKUP ELIGE
      *>   LA VERSION EN VIGOR A LA FECHA DE LA CORRIDA
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
       01 WS-FIN-CATEGORIAS PIC X VALUE "N".
       01 WS-FS-CATEGORIAS PIC XX.
           88 FS-CATEGORIAS-OK VALUE "00".

      *>   REMUNERACION DE CONVENIO DEL LEGAJO EN CURSO: BASICO DE
      *>   LA CATEGORIA MAS ANTIGUEDAD (O EL SUELDO DEL LOTE SI NO
      *>   TIENE CATEGORIA); ES LA BASE DE LA HORA EXTRA Y DE LA
      *>   BANDA DE ASIGNACIONES
       77 WS-SUELDO-BASE PIC 9(9)V99 VALUE ZEROS.
       77 WS-ADICIONAL-ANTIG PIC 9(9)V99 VALUE ZEROS.
       77 WS-ANTIGUEDAD PIC 99 VALUE ZERO.
       77 WS-CANT-CONVENIO PIC 9(5) VALUE ZEROS.
       77 WS-CANT-SIN-ESCALA PIC 9(5) VALUE ZEROS.

      *>   GANANCIAS ACUMULADA DEL ANIO: LO LIQUIDADO CADA MES POR
      *>   LEGAJO SEGUN GANHIST (EL MES DE ESTA CORRIDA SE PISA CON
      *>   LO QUE SE LIQUIDA AHORA Y SE GRABA AL FINAL)
       77 WS-PERIODO PIC 9(6) VALUE ZEROS.
       77 WS-MES-GAN PIC 99 VALUE ZERO.
       77 WS-CANT-GANHIST PIC 9(4) VALUE ZERO.
       01  TABLA-GANHIST.
           03 GANHIST-ENTRY OCCURS 500 TIMES.
               05 TGH-LEGAJO    PIC X(10).
               05 TGH-LIQUIDADO PIC X.
               05 TGH-MES OCCURS 12 TIMES.
                   07 TGH-BRUTO    PIC 9(9)V99.
                   07 TGH-APORTES  PIC 9(9)V99.
                   07 TGH-RETENIDO PIC 9(9)V99.
                   07 TGH-DEVUELTO PIC 9(9)V99.
       77 IX-GH PIC 9(4) VALUE ZERO.
       77 IX-GH-HALLADO PIC 9(4) VALUE ZERO.
       77 IX-GH-MES PIC 99 VALUE ZERO.
       77 WS-GH-LEGAJO PIC X(10) VALUE SPACES.
       77 WS-GH-ANIO PIC 9(4) VALUE ZERO.
       77 WS-GH-MES PIC 99 VALUE ZERO.
       01 WS-FIN-GANHIST PIC X VALUE "N".
       01 WS-FS-GANHIST PIC XX.
           88 FS-GANHIST-OK VALUE "00".
           88 FS-GANHIST-NO-EXISTE VALUE "35".

      *>   DEDUCCIONES PERSONALES DECLARADAS DEL ANIO (IMPORTE ANUAL
      *>   POR LEGAJO Y TIPO; LA RECTIFICACION PISA EL TIPO)
       77 WS-CANT-DEDUC PIC 9(4) VALUE ZERO.
       01  TABLA-DEDUCCIONES.
           03 DEDUCCION-ENTRY OCCURS 1000 TIMES.
               05 TDD-LEGAJO  PIC X(10).
               05 TDD-TIPO    PIC X(12).
               05 TDD-IMPORTE PIC 9(9)V99.
       77 IX-DED PIC 9(4) VALUE ZERO.
       77 IX-DED-HALLADA PIC 9(4) VALUE ZERO.
       01 WS-FIN-DEDUCCIONES PIC X VALUE "N".
       01 WS-FS-DEDUCCIONES PIC XX.
           88 FS-DEDUCCIONES-OK VALUE "00".

      *>   AJUSTES ANUALES PENDIENTES (DESDE EJ-15ENCL23)
       77 WS-CANT-AJUSTES PIC 999 VALUE ZERO.
       01  TABLA-AJUSTES.
           03 AJUSTE-ENTRY OCCURS 500 TIMES.
               05 TAJ-LEGAJO   PIC X(10).
               05 TAJ-ANIO     PIC 9(4).
               05 TAJ-TIPO     PIC X.
               05 TAJ-IMPORTE  PIC 9(9)V99.
               05 TAJ-APLICADO PIC X.
       77 IX-AJU PIC 999 VALUE ZERO.
       77 WS-CANT-AJ-APLICADOS PIC 9(5) VALUE ZERO.
       01 WS-FIN-AJUSTES PIC X VALUE "N".
       01 WS-FS-AJUSTEGAN PIC XX.
           88 FS-AJUSTEGAN-OK VALUE "00".

      *>   GANANCIAS DEL LEGAJO EN CURSO
       77 WS-APORTES-MES PIC 9(9)V99 VALUE ZEROS.
       77 WS-GAN-BRUTO-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WS-GAN-APORTES-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WS-GAN-RETENIDO-PREVIO PIC S9(11)V99 VALUE ZEROS.
       77 WS-GAN-DIFERENCIA PIC S9(11)V99 VALUE ZEROS.
       77 WS-RETENCION-GAN PIC 9(9)V99 VALUE ZEROS.
       77 WS-DEVOLUCION PIC 9(9)V99 VALUE ZEROS.
       77 WS-FECHA-LIMITE-GAN PIC 9(8) VALUE ZEROS.

      *>   ESCALA Y DEDUCCIONES GENERALES DE GANANCIAS (VER COPYLIB
      *>   GANPROC)
           COPY GANPROC.

      *>   EMBARGOS JUDICIALES (DESDE EMBARGOS); TEM-MES ES LO
      *>   COBRADO EN ESTA CORRIDA Y TEM-VISTO MARCA EL OFICIO YA
      *>   TRATADO EN EL LEGAJO EN CURSO
       77 WS-CANT-EMBARGOS PIC 999 VALUE ZERO.
       01  TABLA-EMBARGOS.
           03 EMBARGO-ENTRY OCCURS 300 TIMES.
               05 TEM-LEGAJO     PIC X(10).
               05 TEM-EXPEDIENTE PIC X(20).
               05 TEM-TIPO       PIC X.
               05 TEM-MODO       PIC X.
               05 TEM-VALOR      PIC 9(9)V99.
               05 TEM-TOTAL      PIC 9(11)V99.
               05 TEM-COBRADO    PIC 9(11)V99.
               05 TEM-BANCO      PIC X(3).
               05 TEM-CBU        PIC X(22).
               05 TEM-FECHA      PIC 9(8).
               05 TEM-ESTADO     PIC X.
               05 TEM-ULT-PERIODO PIC 9(6).
               05 TEM-ULT-IMPORTE PIC 9(9)V99.
               05 TEM-MES        PIC 9(9)V99.
               05 TEM-VISTO      PIC X.
       77 IX-EMB PIC 999 VALUE ZERO.
       77 IX-EMB-ELEGIDO PIC 999 VALUE ZERO.
       77 WS-CANT-EMB-COMUN PIC 999 VALUE ZERO.
       01 WS-FIN-EMBARGOS PIC X VALUE "N".
       01 WS-FS-EMBARGOS PIC XX.
           88 FS-EMBARGOS-OK VALUE "00".

      *>   SALARIO MINIMO VITAL Y MOVIL DEL MES EN PESOS ENTEROS
      *>   (TARJETA O CONSOLA): HASTA EL SMVM EL SUELDO NO SE
      *>   EMBARGA; HASTA EL DOBLE SE EMBARGA EL 10% DE LO QUE LO
      *>   EXCEDE Y POR ENCIMA EL 20%. LOS ALIMENTOS NO TIENEN ESE
      *>   TOPE
       77 WS-SMVM PIC 9(9) VALUE ZEROS.
       77 WS-TIPO-EMB PIC X VALUE SPACE.
       77 WS-EMB-DISPONIBLE PIC 9(9)V99 VALUE ZEROS.
       77 WS-EMB-TOPE-COMUN PIC 9(9)V99 VALUE ZEROS.
       77 WS-EMB-PEDIDO PIC 9(11)V99 VALUE ZEROS.
       77 WS-EMB-RESTO PIC 9(11)V99 VALUE ZEROS.
       77 WS-EMBARGADO-LEGAJO PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOTAL-EMBARGADO PIC 9(11)V99 VALUE ZEROS.
       77 WS-CANT-EMB-COBRADOS PIC 9(5) VALUE ZERO.
       77 WS-CANT-EMB-CERRADOS PIC 9(5) VALUE ZERO.

      *>   LINEAS DEL DEPOSITO A LOS JUZGADOS
       01 LINEA-EMBTRANSF.
           03 ETR-BANCO      PIC X(3).
           03 FILLER         PIC X VALUE ";".
           03 ETR-CBU        PIC X(22).
           03 FILLER         PIC X VALUE ";".
           03 ETR-LEGAJO     PIC X(10).
           03 FILLER         PIC X VALUE ";".
           03 ETR-EXPEDIENTE PIC X(20).
           03 FILLER         PIC X VALUE ";".
           03 ETR-IMPORTE    PIC 9(11)V99.
       01 LINEA-EMBTRANSF-TRL.
           03 FILLER         PIC X(4) VALUE "TRL;".
           03 ETR-TRL-CANT   PIC 9(7).
           03 FILLER         PIC X VALUE ";".
           03 ETR-TRL-TOTAL  PIC 9(13)V99.
       77 WS-CANT-EMBTRANSF PIC 9(7) VALUE ZEROS.
       77 WS-TOTAL-EMBTRANSF PIC 9(13)V99 VALUE ZEROS.

      *>   PRESTAMOS Y ADELANTOS AL PERSONAL (VER COPYLIB PRESPROC)
           COPY PRESPROC.

      *>   PISO DEL NETO EN PESOS ENTEROS (TARJETA O CONSOLA): LA
      *>   CUOTA DE UN PRESTAMO NO DEJA EL NETO DEL MES POR DEBAJO;
      *>   LO QUE NO ENTRA QUEDA EN EL SALDO PARA LOS MESES QUE VIENEN
       77 WS-PISO-NETO PIC 9(9) VALUE ZEROS.
       77 WS-CANT-PRE-ACTIVOS PIC 999 VALUE ZERO.
       77 WS-PRE-MARGEN PIC S9(9)V99 VALUE ZEROS.
       77 WS-TOTAL-CUOTAS PIC 9(11)V99 VALUE ZEROS.
       77 WS-CANT-CUOTAS-COBRADAS PIC 9(5) VALUE ZERO.
       77 WS-CANT-PRE-CANCELADOS PIC 9(5) VALUE ZERO.

      *>   CALCULO DEL LEGAJO EN CURSO
       77 WS-BRUTO PIC 9(9)V99 VALUE ZEROS.
       77 WS-DESCUENTO PIC 9(9)V99 VALUE ZEROS.
               05 TS-REMUN     PIC 9(11)V99.
               05 TS-APORTES   PIC 9(11)V99.
               05 TS-CONTRIB   PIC 9(11)V99.
               05 TS-HS-EXTRA  PIC 9(11)V99.
               05 TS-PROV-SAC  PIC 9(11)V99.
       77 IX-SECTOR PIC 999 VALUE ZERO.
       77 WS-SECTOR-NUM PIC 99 VALUE ZERO.
       77 WS-FECHA-F931 PIC 9(8) VALUE ZEROS.

      *>   PARA LA HISTORIA DE COSTO POR SECTOR: HORAS EXTRA DEL
      *>   LEGAJO Y PROVISION DE AGUINALDO (UN DOCEAVO DEL BRUTO)
       77 WS-HS-EXTRA-LEGAJO PIC 9(9)V99 VALUE ZEROS.
       77 WS-PROV-SAC PIC 9(9)V99 VALUE ZEROS.
       01 WS-FS-COSTOSEC PIC XX.
           88 FS-COSTOSEC-OK VALUE "00".
           88 FS-COSTOSEC-NO-EXISTE VALUE "35".

      *>   APORTES Y CONTRIBUCIONES DEL MES POR LEGAJO LIQUIDADO, QUE
      *>   SE GRABAN EN APORTHIST AL CERRAR LA CORRIDA
       77 WS-APORTES-SEGSOC PIC 9(9)V99 VALUE ZEROS.
       77 WS-CANT-APORHIST PIC 9(4) VALUE ZERO.
       01  TABLA-APORHIST.
           03 APORHIST-ENTRY OCCURS 500 TIMES.
               05 TAH-LEGAJO    PIC X(10).
               05 TAH-CATEGORIA PIC X(4).
               05 TAH-BRUTO     PIC 9(9)V99.
               05 TAH-APORTES   PIC 9(9)V99.
               05 TAH-CONTRIB   PIC 9(9)V99.
       77 IX-APH PIC 9(4) VALUE ZERO.
       01 WS-FS-APORHIST PIC XX.
           88 FS-APORHIST-OK VALUE "00".
           88 FS-APORHIST-NO-EXISTE VALUE "35".

      *>   LINEAS ARMADAS DEL RESUMEN F.931
       01 LINEA-F931-HDR.
           03 FILLER        PIC X(4) VALUE "HDR;".
      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   CONTROL DE PERIODO CERRADO (VER COPYLIB PERIPROC)
           COPY PERIPROC.

      *>   EDICION PARA LOS TOTALES POR PANTALLA
       01 EDICION PIC $ZZZ.ZZZ.ZZZ.ZZ9,99.

               STOP RUN
           END-IF.

           MOVE ZEROS TO TABLA-F931.
           PERFORM CARGAR-PATRONALES.
           PERFORM CARGAR-HORASEXTRA.
           PERFORM CARGAR-RETROPEND.
           PERFORM CARGAR-FAMILIARES.
           PERFORM CARGAR-ESCALA-ASIGNACIONES.
           PERFORM CARGAR-PERSONAL.
           PERFORM CARGAR-CATEGORIAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *>   el mes que se liquida no puede estar cerrado por
      *>   contabilidad (ver COPYLIB PERIPR)
           COMPUTE WS-PER-PERIODO = WS-FECHA-HOY / 100.
           MOVE "NOMINA" TO WS-PER-SUBSISTEMA.
           PERFORM VERIFICAR-PERIODO-ABIERTO.
           PERFORM PREPARAR-GANANCIAS.
           PERFORM CARGAR-EMBARGOS.
           PERFORM PREPARAR-PRESTAMOS.
           PERFORM CARGAR-HORASCAT.
           OPEN OUTPUT ARCH-ASIGEXCEP.

           OPEN INPUT ARCH-EMPLEADOS.
               OPEN OUTPUT ARCH-RETROPEND
               CLOSE ARCH-RETROPEND
           END-IF.
      *>   LO RETENIDO DE GANANCIAS EN ESTA CORRIDA VALIDA QUEDA EN
      *>   GANHIST Y LOS AJUSTES APLICADOS SALEN DE AJUSTEGAN
           PERFORM GRABAR-GANHIST.
      *>   LO COBRADO DE CADA EMBARGO QUEDA EN EMBARGOS Y EL
      *>   DEPOSITO DEL MES EN EMBTRANSF
           PERFORM GRABAR-EMBARGOS.
           IF WS-CANT-PRESTAMOS > ZERO
               PERFORM CERRAR-MES-PRESTAMOS
               PERFORM GRABAR-PRESTAMOS
           END-IF.

           DISPLAY " ".
           DISPLAY "EMPLEADOS LIQUIDADOS: " WS-EMPLE.
           DISPLAY "TOTAL DESCONTADO:   " EDICION.
           MOVE WS-TOTAL-NETO TO EDICION.
           DISPLAY "TOTAL NETO A PAGAR: " EDICION.
           DISPLAY "LIQUIDADOS POR CONVENIO: " WS-CANT-CONVENIO.
           DISPLAY "CATEGORIA SIN ESCALA:    " WS-CANT-SIN-ESCALA.
           DISPLAY "ASIGNACIONES PAGADAS: " WS-CANT-ASIGNACIONES.
           DISPLAY "CARGAS FUERA DE EDAD: " WS-CANT-FUERA-EDAD.
           DISPLAY "AJUSTES ANUALES DE GANANCIAS APLICADOS: "
               WS-CANT-AJ-APLICADOS.
           DISPLAY "EMBARGOS COBRADOS:    " WS-CANT-EMB-COBRADOS.
           MOVE WS-TOTAL-EMBARGADO TO EDICION.
           DISPLAY "TOTAL EMBARGADO:    " EDICION.
           DISPLAY "EMBARGOS CANCELADOS:  " WS-CANT-EMB-CERRADOS.
           DISPLAY "CUOTAS DE PRESTAMOS:  " WS-CANT-CUOTAS-COBRADAS.
           MOVE WS-TOTAL-CUOTAS TO EDICION.
           DISPLAY "TOTAL CUOTAS:       " EDICION.
           DISPLAY "PRESTAMOS CANCELADOS: " WS-CANT-PRE-CANCELADOS.
           MOVE WS-TOTAL-CONTRIB TO EDICION.
           DISPLAY "CONTRIBUCIONES PATRONALES: " EDICION.
           PERFORM GRABAR-F931.
           PERFORM GRABAR-COSTOSEC.
           PERFORM GRABAR-APORHIST.

           MOVE "EJ-02ENCL23" TO CTL-JOB.
           MOVE WS-EMPLE TO CTL-CANT-REG.
      *>   LINEA NETO
       LIQUIDAR-LEGAJO.
           ADD 1 TO WS-EMPLE.
           MOVE ZEROS TO WS-TOTAL-DESCONTADO.
           PERFORM DETERMINAR-SUELDO-BASE.
           MOVE WS-SUELDO-BASE TO WS-BRUTO.
           MOVE ZEROS TO WS-HS-EXTRA-LEGAJO.

      *>   LAS HORAS EXTRA DEL MES SON REMUNERATIVAS: SUMAN AL
      *>   BRUTO SOBRE EL QUE SE APLICAN LOS DESCUENTOS
           PERFORM BUSCAR-HORASEXTRA.
           IF IX-HEX-HALLADO > ZERO
               COMPUTE WS-VALOR-HORA ROUNDED = WS-SUELDO-BASE / 200
               IF TH-HS-50 (IX-HEX-HALLADO) > ZERO
                   COMPUTE WS-IMPORTE-50 ROUNDED =
                       TH-HS-50 (IX-HEX-HALLADO) *
                       WS-VALOR-HORA * 1,5
                   ADD WS-IMPORTE-50 TO WS-BRUTO
                   ADD WS-IMPORTE-50 TO WS-HS-EXTRA-LEGAJO
                   MOVE EMP-ID TO REC-LEGAJO
                   MOVE "HS EXTRA 50" TO REC-CONCEPTO
                   MOVE WS-IMPORTE-50 TO REC-IMPORTE
                       TH-HS-100 (IX-HEX-HALLADO) *
                       WS-VALOR-HORA * 2
                   ADD WS-IMPORTE-100 TO WS-BRUTO
                   ADD WS-IMPORTE-100 TO WS-HS-EXTRA-LEGAJO
                   MOVE EMP-ID TO REC-LEGAJO
                   MOVE "HS EXTRA 100" TO REC-CONCEPTO
                   MOVE WS-IMPORTE-100 TO REC-IMPORTE
               END-IF
           END-IF.

      *>   LAS HORAS CATEDRA DEL MES TAMBIEN SON REMUNERATIVAS
           PERFORM BUSCAR-HORASCAT.
           IF IX-HCT-HALLADO > ZERO
               ADD THC-IMPORTE (IX-HCT-HALLADO) TO WS-BRUTO
               MOVE EMP-ID TO REC-LEGAJO
               MOVE "HORAS CATEDRA" TO REC-CONCEPTO
               MOVE THC-IMPORTE (IX-HCT-HALLADO) TO REC-IMPORTE
               WRITE REG-RECIBO
           END-IF.

      *>   EL RETROACTIVO DE PARITARIA TAMBIEN ES REMUNERATIVO
           PERFORM BUSCAR-RETRO.
           IF IX-RETRO-HALLADO > ZERO
           MOVE WS-BRUTO TO REC-IMPORTE.
           WRITE REG-RECIBO.

           MOVE ZEROS TO WS-APORTES-MES.
           MOVE ZEROS TO WS-APORTES-SEGSOC.
           MOVE ZEROS TO WS-DEVOLUCION.
           PERFORM VARYING IX-CONC FROM 1 BY 1
                   UNTIL IX-CONC > WS-CANT-CONCEPTOS
      *>       CON ESCALA DE GANANCIAS DEL ANIO EL CONCEPTO PLANO
      *>       GANANCIAS NO SE APLICA: LO REEMPLAZA EL ACUMULADO
               IF WS-GAN-ESCALA-OK = "S"
                  AND TD-CONCEPTO(IX-CONC) = "GANANCIAS"
                   CONTINUE
               ELSE
                   PERFORM APLICAR-CONCEPTO
               END-IF
           END-PERFORM.

           IF WS-GAN-ESCALA-OK = "S"
               PERFORM LIQUIDAR-GANANCIAS THRU LIQUIDAR-GANANCIAS-FIN
           END-IF.
           PERFORM APLICAR-AJUSTE-GANANCIAS.

      *>   UNA DEVOLUCION DE GANANCIAS NO ES DESCUENTO: SUMA AL NETO
           COMPUTE WS-NETO =
               WS-BRUTO - WS-TOTAL-DESCONTADO + WS-DEVOLUCION.
           IF WS-NETO < ZERO
               DISPLAY "ADVERTENCIA: LEGAJO " EMP-ID " CON NETO "
                   "NEGATIVO, REVISAR LOS CONCEPTOS"
           END-IF.
      *>   LOS EMBARGOS SE COBRAN SOBRE EL NETO DE LEY, ANTES DE LAS
      *>   ASIGNACIONES FAMILIARES, QUE SON INEMBARGABLES
           PERFORM APLICAR-EMBARGOS THRU APLICAR-EMBARGOS-FIN.
      *>   LAS CUOTAS DE PRESTAMOS VAN DESPUES DE LOS EMBARGOS, QUE
      *>   TIENEN PRIORIDAD POR SER ORDEN JUDICIAL
           PERFORM DESCONTAR-PRESTAMOS.
      *>   LAS ASIGNACIONES FAMILIARES SON NO REMUNERATIVAS: SE
      *>   SUMAN AL NETO DESPUES DE LOS DESCUENTOS, UNA LINEA POR
      *>   CARGA ELEGIBLE
      *>   MISMO BRUTO Y VA AL RESUMEN F.931 POR SECTOR
           PERFORM CALCULAR-CONTRIBUCIONES.
           PERFORM ACUMULAR-F931.
           PERFORM ANOTAR-APORHIST.
           ADD WS-TOTAL-DESCONTADO TO WS-TOTAL-RETENIDO.
           ADD WS-NETO TO WS-TOTAL-NETO.
           MOVE EMP-ID TO REC-LEGAJO.
           MOVE WS-NETO TO REC-IMPORTE.
           WRITE REG-RECIBO.

       APLICAR-CONCEPTO.
           IF TD-TIPO(IX-CONC) = "F"
               MOVE TD-VALOR(IX-CONC) TO WS-DESCUENTO
           ELSE
               COMPUTE WS-DESCUENTO ROUNDED =
                   WS-BRUTO * TD-VALOR(IX-CONC) / 100
           END-IF.
      *>   EL TOPE DEL CONCEPTO CORTA EL DESCUENTO; TOPE CERO
      *>   QUIERE DECIR SIN TOPE
           IF TD-TOPE(IX-CONC) > ZERO
              AND WS-DESCUENTO > TD-TOPE(IX-CONC)
               MOVE TD-TOPE(IX-CONC) TO WS-DESCUENTO
           END-IF.
           ADD WS-DESCUENTO TO WS-TOTAL-DESCONTADO.
      *>   CON GANANCIAS ACUMULADA LOS DEMAS CONCEPTOS (JUBILACION,
      *>   OBRA SOCIAL) SON LOS APORTES DEDUCIBLES DEL MES
           ADD WS-DESCUENTO TO WS-APORTES-MES.
      *>   PARA EL CERTIFICADO DE TRABAJO SOLO CUENTAN LOS APORTES DE
      *>   SEGURIDAD SOCIAL, NO EL IMPUESTO
           IF TD-CONCEPTO(IX-CONC) NOT = "GANANCIAS"
               ADD WS-DESCUENTO TO WS-APORTES-SEGSOC
           END-IF.
           MOVE EMP-ID TO REC-LEGAJO.
           MOVE TD-CONCEPTO(IX-CONC) TO REC-CONCEPTO.
           COMPUTE REC-IMPORTE = WS-DESCUENTO * -1.
           WRITE REG-RECIBO.

      *>   GANANCIAS ACUMULADA: IMPUESTO DEL ANIO HASTA ESTE MES
      *>   (BRUTO MENOS APORTES MENOS DEDUCCIONES PRORRATEADAS, POR
      *>   LA ESCALA PRORRATEADA) MENOS LO YA RETENIDO EN LOS MESES
      *>   ANTERIORES; SI DA NEGATIVO SE DEVUELVE LA DIFERENCIA
       LIQUIDAR-GANANCIAS.
           MOVE EMP-ID TO WS-GH-LEGAJO.
           PERFORM BUSCAR-GANHIST.
           IF IX-GH-HALLADO = ZERO
               IF WS-CANT-GANHIST >= 500
                   DISPLAY "ADVERTENCIA: LEGAJO " EMP-ID " SIN LUGAR "
                       "EN LA TABLA DE GANANCIAS, NO SE LE RETIENE"
                   GO TO LIQUIDAR-GANANCIAS-FIN
               END-IF
               ADD 1 TO WS-CANT-GANHIST
               INITIALIZE GANHIST-ENTRY (WS-CANT-GANHIST)
               MOVE EMP-ID TO TGH-LEGAJO (WS-CANT-GANHIST)
               MOVE WS-CANT-GANHIST TO IX-GH-HALLADO
           END-IF.
           MOVE WS-BRUTO TO WS-GAN-BRUTO-ACUM.
           MOVE WS-APORTES-MES TO WS-GAN-APORTES-ACUM.
           MOVE ZEROS TO WS-GAN-RETENIDO-PREVIO.
           PERFORM VARYING IX-GH-MES FROM 1 BY 1
                   UNTIL IX-GH-MES NOT < WS-MES-GAN
               ADD TGH-BRUTO (IX-GH-HALLADO, IX-GH-MES)
                   TO WS-GAN-BRUTO-ACUM
               ADD TGH-APORTES (IX-GH-HALLADO, IX-GH-MES)
                   TO WS-GAN-APORTES-ACUM
               COMPUTE WS-GAN-RETENIDO-PREVIO =
                   WS-GAN-RETENIDO-PREVIO
                   + TGH-RETENIDO (IX-GH-HALLADO, IX-GH-MES)
                   - TGH-DEVUELTO (IX-GH-HALLADO, IX-GH-MES)
           END-PERFORM.
           PERFORM CONTAR-CARGAS-GANANCIAS.
           PERFORM SUMAR-DEDUCCIONES-DECLARADAS.
           MOVE WS-MES-GAN TO WS-GAN-MESES.
           PERFORM CALCULAR-DEDUCCIONES-GANANCIAS.
           COMPUTE WS-GAN-BASE = WS-GAN-BRUTO-ACUM
               - WS-GAN-APORTES-ACUM - WS-GAN-DEDUCCIONES.
           PERFORM CALCULAR-IMPUESTO-GANANCIAS.
           COMPUTE WS-GAN-DIFERENCIA =
               WS-GAN-IMPUESTO - WS-GAN-RETENIDO-PREVIO.

           MOVE "S" TO TGH-LIQUIDADO (IX-GH-HALLADO).
           MOVE WS-BRUTO TO TGH-BRUTO (IX-GH-HALLADO, WS-MES-GAN).
           MOVE WS-APORTES-MES TO
                TGH-APORTES (IX-GH-HALLADO, WS-MES-GAN).
           MOVE ZEROS TO TGH-RETENIDO (IX-GH-HALLADO, WS-MES-GAN).
           MOVE ZEROS TO TGH-DEVUELTO (IX-GH-HALLADO, WS-MES-GAN).
           IF WS-GAN-DIFERENCIA > ZERO
               MOVE WS-GAN-DIFERENCIA TO WS-RETENCION-GAN
               MOVE WS-RETENCION-GAN TO
                    TGH-RETENIDO (IX-GH-HALLADO, WS-MES-GAN)
               ADD WS-RETENCION-GAN TO WS-TOTAL-DESCONTADO
               MOVE EMP-ID TO REC-LEGAJO
               MOVE "GANANCIAS" TO REC-CONCEPTO
               COMPUTE REC-IMPORTE = WS-RETENCION-GAN * -1
               WRITE REG-RECIBO
           END-IF.
           IF WS-GAN-DIFERENCIA < ZERO
               COMPUTE WS-RETENCION-GAN = WS-GAN-DIFERENCIA * -1
               MOVE WS-RETENCION-GAN TO
                    TGH-DEVUELTO (IX-GH-HALLADO, WS-MES-GAN)
               ADD WS-RETENCION-GAN TO WS-DEVOLUCION
               MOVE EMP-ID TO REC-LEGAJO
               MOVE "DEVOL GANANCIAS" TO REC-CONCEPTO
               MOVE WS-RETENCION-GAN TO REC-IMPORTE
               WRITE REG-RECIBO
           END-IF.
       LIQUIDAR-GANANCIAS-FIN.
           EXIT.

      *>   CONYUGE Y HIJOS MENORES DE 18 A CARGO, VIGENTES A LA FECHA
      *>   DE LA CORRIDA (MISMO CRITERIO QUE LAS ASIGNACIONES)
       CONTAR-CARGAS-GANANCIAS.
           MOVE ZERO TO WS-GAN-CANT-CONYUGE.
           MOVE ZERO TO WS-GAN-CANT-HIJOS.
           PERFORM VARYING IX-FAM FROM 1 BY 1
                   UNTIL IX-FAM > WS-CANT-FAMILIARES
               IF TF-LEGAJO (IX-FAM) = EMP-ID
                  AND WS-FECHA-HOY NOT < TF-VIG-DESDE (IX-FAM)
                  AND (TF-VIG-HASTA (IX-FAM) = ZERO
                       OR WS-FECHA-HOY NOT > TF-VIG-HASTA (IX-FAM))
                   IF TF-VINCULO (IX-FAM) = "CONYUGE"
                       MOVE 1 TO WS-GAN-CANT-CONYUGE
                   END-IF
                   IF TF-VINCULO (IX-FAM) = "HIJO"
                       COMPUTE WS-FECHA-LIMITE-GAN =
                           TF-FECHA-NAC (IX-FAM) + 180000
                       IF WS-FECHA-HOY < WS-FECHA-LIMITE-GAN
                           ADD 1 TO WS-GAN-CANT-HIJOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SUMAR-DEDUCCIONES-DECLARADAS.
           MOVE ZEROS TO WS-GAN-DECLARADAS.
           PERFORM VARYING IX-DED FROM 1 BY 1
                   UNTIL IX-DED > WS-CANT-DEDUC
               IF TDD-LEGAJO (IX-DED) = EMP-ID
                   ADD TDD-IMPORTE (IX-DED) TO WS-GAN-DECLARADAS
               END-IF
           END-PERFORM.

      *>   EL AJUSTE ANUAL PENDIENTE DEL LEGAJO SE POSTEA EN ESTE
      *>   RECIBO: "R" ES RETENCION DE MAS, "D" DEVOLUCION
       APLICAR-AJUSTE-GANANCIAS.
           PERFORM VARYING IX-AJU FROM 1 BY 1
                   UNTIL IX-AJU > WS-CANT-AJUSTES
               IF TAJ-LEGAJO (IX-AJU) = EMP-ID
                  AND TAJ-APLICADO (IX-AJU) = "N"
                   PERFORM POSTEAR-AJUSTE-GANANCIAS
               END-IF
           END-PERFORM.

       POSTEAR-AJUSTE-GANANCIAS.
           MOVE "S" TO TAJ-APLICADO (IX-AJU).
           ADD 1 TO WS-CANT-AJ-APLICADOS.
           MOVE EMP-ID TO REC-LEGAJO.
           IF TAJ-TIPO (IX-AJU) = "D"
               ADD TAJ-IMPORTE (IX-AJU) TO WS-DEVOLUCION
               MOVE "DEVOL AJ GANANC" TO REC-CONCEPTO
               MOVE TAJ-IMPORTE (IX-AJU) TO REC-IMPORTE
           ELSE
               ADD TAJ-IMPORTE (IX-AJU) TO WS-TOTAL-DESCONTADO
               MOVE "AJUSTE GANANC" TO REC-CONCEPTO
               COMPUTE REC-IMPORTE = TAJ-IMPORTE (IX-AJU) * -1
           END-IF.
           WRITE REG-RECIBO.

      *>   CON CATEGORIA Y ESCALA VIGENTE EL BASICO SALE DEL
      *>   CONVENIO Y SE SUMA UN RENGLON DE ANTIGUEDAD (ANIOS
      *>   CUMPLIDOS DESDE EL INGRESO POR EL PORCENTAJE DE LA
      *>   CATEGORIA); SIN CATEGORIA SE LIQUIDA EL SUELDO DEL LOTE
       DETERMINAR-SUELDO-BASE.
           MOVE EMP-SUELDO TO WS-SUELDO-BASE.
           MOVE ZEROS TO WS-ADICIONAL-ANTIG.
           MOVE ZERO TO IX-CAT-HALLADA.
           PERFORM BUSCAR-PERSONAL.
           IF IX-PER-HALLADO > ZERO
              AND TPE-CATEGORIA (IX-PER-HALLADO) NOT = SPACES
               PERFORM BUSCAR-CATEGORIA-VIGENTE
               IF IX-CAT-HALLADA = ZERO
                   ADD 1 TO WS-CANT-SIN-ESCALA
                   DISPLAY "AVISO: LEGAJO " EMP-ID " CATEGORIA "
                       TPE-CATEGORIA (IX-PER-HALLADO) " SIN ESCALA "
                       "VIGENTE, SE LIQUIDA EL SUELDO DEL LOTE"
               END-IF
           END-IF.
           IF IX-CAT-HALLADA > ZERO
               ADD 1 TO WS-CANT-CONVENIO
      *>       ANTIGUEDAD EN ANIOS CUMPLIDOS, CON EL MISMO CRITERIO
      *>       DE LA CORRIDA DE VACACIONES
               IF TPE-INGRESO (IX-PER-HALLADO) = ZERO
                  OR TPE-INGRESO (IX-PER-HALLADO) > WS-FECHA-HOY
                   MOVE ZERO TO WS-ANTIGUEDAD
               ELSE
                   COMPUTE WS-ANTIGUEDAD =
                       (WS-FECHA-HOY - TPE-INGRESO (IX-PER-HALLADO))
                       / 10000
               END-IF
               COMPUTE WS-ADICIONAL-ANTIG ROUNDED =
                   TCA-BASICO (IX-CAT-HALLADA) * WS-ANTIGUEDAD *
                   TCA-PORC-ANTIG (IX-CAT-HALLADA) / 100
               COMPUTE WS-SUELDO-BASE =
                   TCA-BASICO (IX-CAT-HALLADA) + WS-ADICIONAL-ANTIG
               MOVE EMP-ID TO REC-LEGAJO
               MOVE "SUELDO BASICO" TO REC-CONCEPTO
               MOVE TCA-BASICO (IX-CAT-HALLADA) TO REC-IMPORTE
               WRITE REG-RECIBO
               IF WS-ADICIONAL-ANTIG > ZERO
                   MOVE EMP-ID TO REC-LEGAJO
                   MOVE "ANTIGUEDAD" TO REC-CONCEPTO
                   MOVE WS-ADICIONAL-ANTIG TO REC-IMPORTE
                   WRITE REG-RECIBO
               END-IF
           ELSE
               MOVE EMP-ID TO REC-LEGAJO
               MOVE "SUELDO BASICO" TO REC-CONCEPTO
               MOVE EMP-SUELDO TO REC-IMPORTE
               WRITE REG-RECIBO
           END-IF.

       BUSCAR-GANHIST.
           MOVE ZERO TO IX-GH-HALLADO.
           PERFORM VARYING IX-GH FROM 1 BY 1
                   UNTIL IX-GH > WS-CANT-GANHIST
               IF TGH-LEGAJO (IX-GH) = WS-GH-LEGAJO
                   MOVE IX-GH TO IX-GH-HALLADO
               END-IF
           END-PERFORM.

      *>   ANIO Y MES DE LA CORRIDA; SIN ESCALA DEL ANIO GANANCIAS
      *>   SIGUE SALIENDO DEL PORCENTAJE PLANO DE DESCUENTOS
       PREPARAR-GANANCIAS.
           COMPUTE WS-PERIODO = WS-FECHA-HOY / 100.
           COMPUTE WS-GAN-ANIO = WS-PERIODO / 100.
           COMPUTE WS-MES-GAN = WS-PERIODO - (WS-GAN-ANIO * 100).
           PERFORM CARGAR-ESCALA-GANANCIAS.
           IF WS-GAN-ESCALA-OK = "S"
               PERFORM CARGAR-DEDUCCIONES
               PERFORM CARGAR-GANHIST
           ELSE
               DISPLAY "SIN ESCALA DE GANANCIAS DEL ANIO " WS-GAN-ANIO
                   ": SE RETIENE EL PORCENTAJE PLANO DE DESCUENTOS"
           END-IF.
           PERFORM CARGAR-AJUSTES.

       CARGAR-DEDUCCIONES.
           MOVE "N" TO WS-FIN-DEDUCCIONES.
           OPEN INPUT ARCH-DEDUCCIONES.
           IF NOT FS-DEDUCCIONES-OK
               DISPLAY "SIN DEDUCCIONES: GANANCIAS SE CALCULA SOLO "
                   "CON LAS DEDUCCIONES GENERALES"
               MOVE "S" TO WS-FIN-DEDUCCIONES
           END-IF.
           PERFORM UNTIL WS-FIN-DEDUCCIONES = "S"
               READ ARCH-DEDUCCIONES
                   AT END
                       MOVE "S" TO WS-FIN-DEDUCCIONES
                       CLOSE ARCH-DEDUCCIONES
                   NOT AT END
                       IF DGA-ANIO = WS-GAN-ANIO
                           PERFORM ANOTAR-DEDUCCION
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-DEDUCCION.
           MOVE ZERO TO IX-DED-HALLADA.
           PERFORM VARYING IX-DED FROM 1 BY 1
                   UNTIL IX-DED > WS-CANT-DEDUC
               IF TDD-LEGAJO (IX-DED) = DGA-LEGAJO
                  AND TDD-TIPO (IX-DED) = DGA-TIPO
                   MOVE IX-DED TO IX-DED-HALLADA
               END-IF
           END-PERFORM.
           IF IX-DED-HALLADA = ZERO
               IF WS-CANT-DEDUC >= 1000
                   DISPLAY "ADVERTENCIA: SE IGNORA DEDUCCION DE "
                       DGA-LEGAJO ", YA HAY 1000 CARGADAS"
               ELSE
                   ADD 1 TO WS-CANT-DEDUC
                   MOVE WS-CANT-DEDUC TO IX-DED-HALLADA
                   MOVE DGA-LEGAJO TO TDD-LEGAJO (IX-DED-HALLADA)
                   MOVE DGA-TIPO TO TDD-TIPO (IX-DED-HALLADA)
               END-IF
           END-IF.
           IF IX-DED-HALLADA > ZERO
               MOVE DGA-IMPORTE TO TDD-IMPORTE (IX-DED-HALLADA)
           END-IF.

      *>   LOS MESES DEL ANIO EN CURSO; EL RENGLON MAS NUEVO DE UN
      *>   MISMO LEGAJO Y MES PISA AL ANTERIOR
       CARGAR-GANHIST.
           MOVE "N" TO WS-FIN-GANHIST.
           OPEN INPUT ARCH-GANHIST.
           IF NOT FS-GANHIST-OK
               MOVE "S" TO WS-FIN-GANHIST
           END-IF.
           PERFORM UNTIL WS-FIN-GANHIST = "S"
               READ ARCH-GANHIST
                   AT END
                       MOVE "S" TO WS-FIN-GANHIST
                       CLOSE ARCH-GANHIST
                   NOT AT END
                       COMPUTE WS-GH-ANIO = GHI-PERIODO / 100
                       COMPUTE WS-GH-MES =
                           GHI-PERIODO - (WS-GH-ANIO * 100)
                       IF WS-GH-ANIO = WS-GAN-ANIO
                          AND WS-GH-MES > ZERO
                          AND WS-GH-MES NOT > 12
                           PERFORM ANOTAR-GANHIST
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-GANHIST.
           MOVE GHI-LEGAJO TO WS-GH-LEGAJO.
           PERFORM BUSCAR-GANHIST.
           IF IX-GH-HALLADO = ZERO
               IF WS-CANT-GANHIST >= 500
                   DISPLAY "ADVERTENCIA: SE IGNORA GANHIST DE "
                       GHI-LEGAJO ", YA HAY 500 LEGAJOS"
               ELSE
                   ADD 1 TO WS-CANT-GANHIST
                   INITIALIZE GANHIST-ENTRY (WS-CANT-GANHIST)
                   MOVE GHI-LEGAJO TO TGH-LEGAJO (WS-CANT-GANHIST)
                   MOVE "N" TO TGH-LIQUIDADO (WS-CANT-GANHIST)
                   MOVE WS-CANT-GANHIST TO IX-GH-HALLADO
               END-IF
           END-IF.
           IF IX-GH-HALLADO > ZERO
               MOVE GHI-BRUTO TO TGH-BRUTO (IX-GH-HALLADO, WS-GH-MES)
               MOVE GHI-APORTES TO
                    TGH-APORTES (IX-GH-HALLADO, WS-GH-MES)
               MOVE GHI-RETENIDO TO
                    TGH-RETENIDO (IX-GH-HALLADO, WS-GH-MES)
               MOVE GHI-DEVUELTO TO
                    TGH-DEVUELTO (IX-GH-HALLADO, WS-GH-MES)
           END-IF.

       CARGAR-AJUSTES.
           MOVE "N" TO WS-FIN-AJUSTES.
           OPEN INPUT ARCH-AJUSTEGAN.
           IF NOT FS-AJUSTEGAN-OK
               MOVE "S" TO WS-FIN-AJUSTES
           END-IF.
           PERFORM UNTIL WS-FIN-AJUSTES = "S"
               READ ARCH-AJUSTEGAN
                   AT END
                       MOVE "S" TO WS-FIN-AJUSTES
                       CLOSE ARCH-AJUSTEGAN
                   NOT AT END
                       IF WS-CANT-AJUSTES >= 500
                           DISPLAY "ADVERTENCIA: SE IGNORA AJUSTE DE "
                               "GANANCIAS, YA HAY 500 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-AJUSTES
                           MOVE AJG-LEGAJO TO
                                TAJ-LEGAJO (WS-CANT-AJUSTES)
                           MOVE AJG-ANIO TO TAJ-ANIO (WS-CANT-AJUSTES)
                           MOVE AJG-TIPO TO TAJ-TIPO (WS-CANT-AJUSTES)
                           MOVE AJG-IMPORTE TO
                                TAJ-IMPORTE (WS-CANT-AJUSTES)
                           MOVE "N" TO TAJ-APLICADO (WS-CANT-AJUSTES)
                       END-IF
               END-READ
           END-PERFORM.

      *>   AGREGA A GANHIST EL MES LIQUIDADO DE CADA LEGAJO Y UN
      *>   RENGLON AAAA13 POR CADA AJUSTE ANUAL APLICADO; EN
      *>   AJUSTEGAN QUEDAN SOLO LOS AJUSTES DE LEGAJOS QUE NO
      *>   VINIERON EN ESTE LOTE
       GRABAR-GANHIST.
           IF WS-GAN-ESCALA-OK = "S" OR WS-CANT-AJ-APLICADOS > ZERO
               OPEN EXTEND ARCH-GANHIST
               IF FS-GANHIST-NO-EXISTE
                   OPEN OUTPUT ARCH-GANHIST
               END-IF
               PERFORM VARYING IX-GH FROM 1 BY 1
                       UNTIL IX-GH > WS-CANT-GANHIST
                   IF TGH-LIQUIDADO (IX-GH) = "S"
                       MOVE WS-PERIODO TO GHI-PERIODO
                       MOVE TGH-LEGAJO (IX-GH) TO GHI-LEGAJO
                       MOVE TGH-BRUTO (IX-GH, WS-MES-GAN) TO GHI-BRUTO
                       MOVE TGH-APORTES (IX-GH, WS-MES-GAN) TO
                            GHI-APORTES
                       MOVE TGH-RETENIDO (IX-GH, WS-MES-GAN) TO
                            GHI-RETENIDO
                       MOVE TGH-DEVUELTO (IX-GH, WS-MES-GAN) TO
                            GHI-DEVUELTO
                       WRITE REG-GANHIST
                   END-IF
               END-PERFORM
               PERFORM VARYING IX-AJU FROM 1 BY 1
                       UNTIL IX-AJU > WS-CANT-AJUSTES
                   IF TAJ-APLICADO (IX-AJU) = "S"
                       COMPUTE GHI-PERIODO =
                           TAJ-ANIO (IX-AJU) * 100 + 13
                       MOVE TAJ-LEGAJO (IX-AJU) TO GHI-LEGAJO
                       MOVE ZEROS TO GHI-BRUTO
                       MOVE ZEROS TO GHI-APORTES
                       MOVE ZEROS TO GHI-RETENIDO
                       MOVE ZEROS TO GHI-DEVUELTO
                       IF TAJ-TIPO (IX-AJU) = "D"
                           MOVE TAJ-IMPORTE (IX-AJU) TO GHI-DEVUELTO
                       ELSE
                           MOVE TAJ-IMPORTE (IX-AJU) TO GHI-RETENIDO
                       END-IF
                       WRITE REG-GANHIST
                   END-IF
               END-PERFORM
               CLOSE ARCH-GANHIST
           END-IF.
           IF WS-CANT-AJ-APLICADOS > ZERO
               OPEN OUTPUT ARCH-AJUSTEGAN
               PERFORM VARYING IX-AJU FROM 1 BY 1
                       UNTIL IX-AJU > WS-CANT-AJUSTES
                   IF TAJ-APLICADO (IX-AJU) = "N"
                       MOVE TAJ-LEGAJO (IX-AJU) TO AJG-LEGAJO
                       MOVE TAJ-ANIO (IX-AJU) TO AJG-ANIO
                       MOVE TAJ-TIPO (IX-AJU) TO AJG-TIPO
                       MOVE TAJ-IMPORTE (IX-AJU) TO AJG-IMPORTE
                       WRITE REG-AJUSTEGAN
                   END-IF
               END-PERFORM
               CLOSE ARCH-AJUSTEGAN
           END-IF.

      *>   EMBARGOS DEL LEGAJO SOBRE EL NETO DE LEY: PRIMERO LOS DE
      *>   ALIMENTOS Y DESPUES LOS COMUNES, CADA TIPO POR FECHA DE
      *>   OFICIO (EL MAS VIEJO COBRA PRIMERO). LOS COMUNES JUNTOS NO
      *>   PASAN EL TOPE LEGAL Y NINGUNO PASA LO QUE LE FALTA COBRAR
       APLICAR-EMBARGOS.
           MOVE ZEROS TO WS-EMBARGADO-LEGAJO.
           IF WS-CANT-EMBARGOS = ZERO OR WS-NETO NOT > ZERO
               GO TO APLICAR-EMBARGOS-FIN
           END-IF.
           MOVE WS-NETO TO WS-EMB-DISPONIBLE.
           EVALUATE TRUE
               WHEN WS-SMVM = ZERO
                   MOVE ZEROS TO WS-EMB-TOPE-COMUN
               WHEN WS-NETO NOT > WS-SMVM
                   MOVE ZEROS TO WS-EMB-TOPE-COMUN
               WHEN WS-NETO NOT > WS-SMVM * 2
                   COMPUTE WS-EMB-TOPE-COMUN ROUNDED =
                       (WS-NETO - WS-SMVM) * 10 / 100
               WHEN OTHER
                   COMPUTE WS-EMB-TOPE-COMUN ROUNDED =
                       (WS-NETO - WS-SMVM) * 20 / 100
           END-EVALUATE.
           PERFORM VARYING IX-EMB FROM 1 BY 1
                   UNTIL IX-EMB > WS-CANT-EMBARGOS
               MOVE "N" TO TEM-VISTO (IX-EMB)
           END-PERFORM.
           MOVE "A" TO WS-TIPO-EMB.
           PERFORM ELEGIR-EMBARGO.
           PERFORM UNTIL IX-EMB-ELEGIDO = ZERO
               PERFORM COBRAR-EMBARGO
               PERFORM ELEGIR-EMBARGO
           END-PERFORM.
           MOVE "C" TO WS-TIPO-EMB.
           PERFORM ELEGIR-EMBARGO.
           PERFORM UNTIL IX-EMB-ELEGIDO = ZERO
               PERFORM COBRAR-EMBARGO
               PERFORM ELEGIR-EMBARGO
           END-PERFORM.
           SUBTRACT WS-EMBARGADO-LEGAJO FROM WS-NETO.
           ADD WS-EMBARGADO-LEGAJO TO WS-TOTAL-EMBARGADO.
       APLICAR-EMBARGOS-FIN.
           EXIT.

      *>   EL OFICIO ACTIVO DEL TIPO EN CURSO MAS VIEJO QUE TODAVIA
      *>   NO SE TRATO PARA ESTE LEGAJO
       ELEGIR-EMBARGO.
           MOVE ZERO TO IX-EMB-ELEGIDO.
           PERFORM VARYING IX-EMB FROM 1 BY 1
                   UNTIL IX-EMB > WS-CANT-EMBARGOS
               IF TEM-LEGAJO (IX-EMB) = EMP-ID
                  AND TEM-TIPO (IX-EMB) = WS-TIPO-EMB
                  AND TEM-ESTADO (IX-EMB) = "A"
                  AND TEM-VISTO (IX-EMB) = "N"
                   IF IX-EMB-ELEGIDO = ZERO
                       MOVE IX-EMB TO IX-EMB-ELEGIDO
                   ELSE
                       IF TEM-FECHA (IX-EMB) <
                          TEM-FECHA (IX-EMB-ELEGIDO)
                           MOVE IX-EMB TO IX-EMB-ELEGIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       COBRAR-EMBARGO.
           MOVE "S" TO TEM-VISTO (IX-EMB-ELEGIDO).
           IF TEM-MODO (IX-EMB-ELEGIDO) = "P"
               COMPUTE WS-EMB-PEDIDO ROUNDED =
                   WS-NETO * TEM-VALOR (IX-EMB-ELEGIDO) / 100
           ELSE
               MOVE TEM-VALOR (IX-EMB-ELEGIDO) TO WS-EMB-PEDIDO
           END-IF.
      *>   TOTAL CERO QUIERE DECIR SIN TOTAL (CUOTA ALIMENTARIA)
           IF TEM-TOTAL (IX-EMB-ELEGIDO) > ZERO
               COMPUTE WS-EMB-RESTO = TEM-TOTAL (IX-EMB-ELEGIDO)
                   - TEM-COBRADO (IX-EMB-ELEGIDO)
               IF WS-EMB-PEDIDO > WS-EMB-RESTO
                   MOVE WS-EMB-RESTO TO WS-EMB-PEDIDO
               END-IF
           END-IF.
           IF WS-TIPO-EMB = "C"
              AND WS-EMB-PEDIDO > WS-EMB-TOPE-COMUN
               MOVE WS-EMB-TOPE-COMUN TO WS-EMB-PEDIDO
           END-IF.
           IF WS-EMB-PEDIDO > WS-EMB-DISPONIBLE
               MOVE WS-EMB-DISPONIBLE TO WS-EMB-PEDIDO
           END-IF.
           IF WS-EMB-PEDIDO = ZERO
               DISPLAY "EMBARGO " TEM-EXPEDIENTE (IX-EMB-ELEGIDO)
                   " DEL LEGAJO " EMP-ID " SIN MARGEN EMBARGABLE "
                   "ESTE MES"
           ELSE
               SUBTRACT WS-EMB-PEDIDO FROM WS-EMB-DISPONIBLE
               IF WS-TIPO-EMB = "C"
                   SUBTRACT WS-EMB-PEDIDO FROM WS-EMB-TOPE-COMUN
               END-IF
               ADD WS-EMB-PEDIDO TO WS-EMBARGADO-LEGAJO
               ADD WS-EMB-PEDIDO TO TEM-MES (IX-EMB-ELEGIDO)
               ADD WS-EMB-PEDIDO TO TEM-COBRADO (IX-EMB-ELEGIDO)
               ADD 1 TO WS-CANT-EMB-COBRADOS
               MOVE EMP-ID TO REC-LEGAJO
               IF WS-TIPO-EMB = "A"
                   MOVE "EMBARGO ALIM" TO REC-CONCEPTO
               ELSE
                   MOVE "EMBARGO COMUN" TO REC-CONCEPTO
               END-IF
               COMPUTE REC-IMPORTE = WS-EMB-PEDIDO * -1
               WRITE REG-RECIBO
               IF TEM-TOTAL (IX-EMB-ELEGIDO) > ZERO
                  AND TEM-COBRADO (IX-EMB-ELEGIDO) NOT <
                      TEM-TOTAL (IX-EMB-ELEGIDO)
                   MOVE "C" TO TEM-ESTADO (IX-EMB-ELEGIDO)
                   ADD 1 TO WS-CANT-EMB-CERRADOS
                   DISPLAY "EMBARGO " TEM-EXPEDIENTE (IX-EMB-ELEGIDO)
                       " DEL LEGAJO " EMP-ID " LLEGO AL TOTAL, "
                       "QUEDA CANCELADO"
               END-IF
           END-IF.

      *>   EMBARGOS SE REGRABA COMPLETO CON LO COBRADO Y EL ESTADO;
      *>   CADA OFICIO COBRADO EN EL MES VA A EMBTRANSF CON LA CUENTA
      *>   DEL JUZGADO, MAS UNA LINEA DE CONTROL TRL
       GRABAR-EMBARGOS.
           IF WS-CANT-EMBARGOS > ZERO
               OPEN OUTPUT ARCH-EMBARGOS
               OPEN OUTPUT ARCH-EMBTRANSF
               PERFORM VARYING IX-EMB FROM 1 BY 1
                       UNTIL IX-EMB > WS-CANT-EMBARGOS
                   IF TEM-MES (IX-EMB) > ZERO
                       MOVE WS-PERIODO TO TEM-ULT-PERIODO (IX-EMB)
                       MOVE TEM-MES (IX-EMB) TO
                            TEM-ULT-IMPORTE (IX-EMB)
                       PERFORM DEPOSITAR-EMBARGO
                   END-IF
                   MOVE TEM-LEGAJO (IX-EMB) TO EMB-LEGAJO
                   MOVE TEM-EXPEDIENTE (IX-EMB) TO EMB-EXPEDIENTE
                   MOVE TEM-TIPO (IX-EMB) TO EMB-TIPO
                   MOVE TEM-MODO (IX-EMB) TO EMB-MODO
                   MOVE TEM-VALOR (IX-EMB) TO EMB-VALOR
                   MOVE TEM-TOTAL (IX-EMB) TO EMB-TOTAL
                   MOVE TEM-COBRADO (IX-EMB) TO EMB-COBRADO
                   MOVE TEM-BANCO (IX-EMB) TO EMB-BANCO
                   MOVE TEM-CBU (IX-EMB) TO EMB-CBU
                   MOVE TEM-FECHA (IX-EMB) TO EMB-FECHA
                   MOVE TEM-ESTADO (IX-EMB) TO EMB-ESTADO
                   MOVE TEM-ULT-PERIODO (IX-EMB) TO EMB-ULT-PERIODO
                   MOVE TEM-ULT-IMPORTE (IX-EMB) TO EMB-ULT-IMPORTE
                   WRITE REG-EMBARGO
               END-PERFORM
               MOVE WS-CANT-EMBTRANSF TO ETR-TRL-CANT
               MOVE WS-TOTAL-EMBTRANSF TO ETR-TRL-TOTAL
               MOVE LINEA-EMBTRANSF-TRL TO REG-EMBTRANSF
               WRITE REG-EMBTRANSF
               CLOSE ARCH-EMBTRANSF
               CLOSE ARCH-EMBARGOS
           END-IF.

       DEPOSITAR-EMBARGO.
           IF TEM-CBU (IX-EMB) = SPACES
               DISPLAY "EMBARGO " TEM-EXPEDIENTE (IX-EMB)
                   " SIN CUENTA DEL JUZGADO: DEPOSITAR POR VENTANILLA"
           ELSE
               ADD 1 TO WS-CANT-EMBTRANSF
               ADD TEM-MES (IX-EMB) TO WS-TOTAL-EMBTRANSF
               MOVE TEM-BANCO (IX-EMB) TO ETR-BANCO
               MOVE TEM-CBU (IX-EMB) TO ETR-CBU
               MOVE TEM-LEGAJO (IX-EMB) TO ETR-LEGAJO
               MOVE TEM-EXPEDIENTE (IX-EMB) TO ETR-EXPEDIENTE
               MOVE TEM-MES (IX-EMB) TO ETR-IMPORTE
               MOVE LINEA-EMBTRANSF TO REG-EMBTRANSF
               WRITE REG-EMBTRANSF
           END-IF.

      *>   CUOTA DEL MES DE CADA PRESTAMO ACTIVO DEL LEGAJO YA
      *>   VENCIDO (PRIMERA CUOTA EN ESTE MES O ANTES), RECORTADA
      *>   PARA QUE EL NETO NO QUEDE BAJO EL PISO
       DESCONTAR-PRESTAMOS.
           PERFORM VARYING IX-PRE FROM 1 BY 1
                   UNTIL IX-PRE > WS-CANT-PRESTAMOS
               IF TPR-LEGAJO (IX-PRE) = EMP-ID
                  AND TPR-ESTADO (IX-PRE) = "A"
                  AND TPR-SALDO (IX-PRE) > ZERO
                  AND TPR-MES-INICIO (IX-PRE) NOT > WS-PERIODO
                   PERFORM COBRAR-CUOTA-PRESTAMO
               END-IF
           END-PERFORM.

       COBRAR-CUOTA-PRESTAMO.
           PERFORM CALCULAR-CUOTA-PRESTAMO.
           COMPUTE WS-PRE-MARGEN = WS-NETO - WS-PISO-NETO.
           IF WS-PRE-MARGEN NOT > ZERO
               DISPLAY "PRESTAMO " TPR-NUMERO (IX-PRE) " DEL LEGAJO "
                   EMP-ID " SIN CUOTA: EL NETO NO LLEGA AL PISO"
           ELSE
               IF WS-PRE-CUOTA > WS-PRE-MARGEN
                   MOVE WS-PRE-MARGEN TO WS-PRE-CUOTA
                   DISPLAY "PRESTAMO " TPR-NUMERO (IX-PRE)
                       " DEL LEGAJO " EMP-ID " CON CUOTA PARCIAL "
                       "POR EL PISO DEL NETO"
               END-IF
               SUBTRACT WS-PRE-CUOTA FROM WS-NETO
               SUBTRACT WS-PRE-CUOTA FROM TPR-SALDO (IX-PRE)
               ADD WS-PRE-CUOTA TO TPR-MES (IX-PRE)
               ADD 1 TO TPR-CUOTAS-PAGAS (IX-PRE)
               ADD WS-PRE-CUOTA TO WS-TOTAL-CUOTAS
               ADD 1 TO WS-CANT-CUOTAS-COBRADAS
               MOVE EMP-ID TO REC-LEGAJO
               IF TPR-TIPO (IX-PRE) = "A"
                   MOVE "CUOTA ADELANTO" TO REC-CONCEPTO
               ELSE
                   MOVE "CUOTA PRESTAMO" TO REC-CONCEPTO
               END-IF
               COMPUTE REC-IMPORTE = WS-PRE-CUOTA * -1
               WRITE REG-RECIBO
               IF TPR-SALDO (IX-PRE) = ZERO
                   MOVE "C" TO TPR-ESTADO (IX-PRE)
                   ADD 1 TO WS-CANT-PRE-CANCELADOS
               END-IF
           END-IF.

      *>   LO COBRADO EN EL MES QUEDA COMO ULTIMO PERIODO DE CADA
      *>   PRESTAMO, PARA PODER VOLVER A CORRER EL MES
       CERRAR-MES-PRESTAMOS.
           PERFORM VARYING IX-PRE FROM 1 BY 1
                   UNTIL IX-PRE > WS-CANT-PRESTAMOS
               IF TPR-MES (IX-PRE) > ZERO
                   MOVE WS-PERIODO TO TPR-ULT-PERIODO (IX-PRE)
                   MOVE TPR-MES (IX-PRE) TO TPR-ULT-IMPORTE (IX-PRE)
               END-IF
           END-PERFORM.

       BUSCAR-PERSONAL.
           MOVE ZERO TO IX-PER-HALLADO.
           PERFORM VARYING IX-PER FROM 1 BY 1
                   UNTIL IX-PER > WS-CANT-PERSONAL
               IF TPE-LEGAJO (IX-PER) = EMP-ID
                   MOVE IX-PER TO IX-PER-HALLADO
               END-IF
           END-PERFORM.

      *>   LA VERSION DE LA CATEGORIA EN VIGOR A LA FECHA DE LA
      *>   CORRIDA (VIGENCIA EN CEROS = SIEMPRE VIGENTE)
       BUSCAR-CATEGORIA-VIGENTE.
           MOVE ZERO TO IX-CAT-HALLADA.
           PERFORM VARYING IX-CAT FROM 1 BY 1
                   UNTIL IX-CAT > WS-CANT-CATEGORIAS
               IF TCA-CODIGO (IX-CAT) = TPE-CATEGORIA (IX-PER-HALLADO)
                  AND (TCA-VIG-DESDE (IX-CAT) = ZERO
                       OR WS-FECHA-HOY NOT < TCA-VIG-DESDE (IX-CAT))
                  AND (TCA-VIG-HASTA (IX-CAT) = ZERO
                       OR WS-FECHA-HOY NOT > TCA-VIG-HASTA (IX-CAT))
                   MOVE IX-CAT TO IX-CAT-HALLADA
               END-IF
           END-PERFORM.

       CARGAR-PERSONAL.
           MOVE "N" TO WS-FIN-MAESTRO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "SIN MAESTRO DE PERSONAL: TODOS LOS LEGAJOS "
                   "SE LIQUIDAN CON EL SUELDO DEL LOTE"
               MOVE "S" TO WS-FIN-MAESTRO
           END-IF.
           PERFORM UNTIL WS-FIN-MAESTRO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO WS-FIN-MAESTRO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF WS-CANT-PERSONAL >= 500
                           DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO "
                               MAE-LEGAJO ", YA HAY 500 CARGADOS"
                       ELSE
                           ADD 1 TO WS-CANT-PERSONAL
                           MOVE MAE-LEGAJO TO
                                TPE-LEGAJO (WS-CANT-PERSONAL)
                           MOVE MAE-CATEGORIA TO
                                TPE-CATEGORIA (WS-CANT-PERSONAL)
      *>                   UN MAESTRO GRABADO ANTES DE LLEVAR FECHA
      *>                   DE INGRESO LA TRAE EN BLANCO
                           IF MAE-FECHA-INGRESO NUMERIC
                               MOVE MAE-FECHA-INGRESO TO
                                    TPE-INGRESO (WS-CANT-PERSONAL)
                           ELSE
                               MOVE ZERO TO
                                    TPE-INGRESO (WS-CANT-PERSONAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-CATEGORIAS.
           MOVE "N" TO WS-FIN-CATEGORIAS.
           OPEN INPUT ARCH-CATEGORIAS.
           IF NOT FS-CATEGORIAS-OK
               DISPLAY "SIN CATEGORIAS: TODOS LOS LEGAJOS SE "
                   "LIQUIDAN CON EL SUELDO DEL LOTE"
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

       BUSCAR-RETRO.
           MOVE ZERO TO IX-RETRO-HALLADO.
           PERFORM VARYING IX-RETRO FROM 1 BY 1
               END-IF
           END-PERFORM.

      *>   SI EL MES YA SE HABIA LIQUIDADO (SE VUELVE A CORRER) LO
      *>   COBRADO ESE MES SE DESCUENTA ANTES DE COBRAR DE NUEVO. EL
      *>   REGISTRO SE REGRABA COMPLETO: SI NO ENTRA EN LA TABLA SE
      *>   RECHAZA LA CORRIDA ANTES QUE PERDER OFICIOS
       CARGAR-EMBARGOS.
           MOVE "N" TO WS-FIN-EMBARGOS.
           OPEN INPUT ARCH-EMBARGOS.
           IF NOT FS-EMBARGOS-OK
               MOVE "S" TO WS-FIN-EMBARGOS
           END-IF.
           PERFORM UNTIL WS-FIN-EMBARGOS = "S"
               READ ARCH-EMBARGOS
                   AT END
                       MOVE "S" TO WS-FIN-EMBARGOS
                       CLOSE ARCH-EMBARGOS
                   NOT AT END
                       PERFORM ANOTAR-EMBARGO
               END-READ
           END-PERFORM.
           IF WS-CANT-EMB-COMUN > ZERO
               MOVE "SMVM" TO WS-RC-CLAVE
               PERFORM OBTENER-RUNCARD
               IF WS-RC-HALLADO = "S"
                   MOVE WS-RC-VALOR (1:9) TO WS-SMVM
               ELSE
                   DISPLAY "SALARIO MINIMO VITAL Y MOVIL DEL MES "
                       "(PESOS, 9 DIGITOS): "
                   ACCEPT WS-SMVM
               END-IF
               IF WS-SMVM = ZERO
                   DISPLAY "SIN SMVM: LOS EMBARGOS COMUNES NO SE "
                       "COBRAN ESTE MES"
               END-IF
           END-IF.

       ANOTAR-EMBARGO.
           IF WS-CANT-EMBARGOS >= 300
               DISPLAY "EMBARGOS TIENE MAS DE 300 OFICIOS, SE "
                   "RECHAZA LA CORRIDA"
               MOVE "EJ-02ENCL23" TO CTL-JOB
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-EMBARGOS.
           MOVE EMB-LEGAJO TO TEM-LEGAJO (WS-CANT-EMBARGOS).
           MOVE EMB-EXPEDIENTE TO TEM-EXPEDIENTE (WS-CANT-EMBARGOS).
           MOVE EMB-TIPO TO TEM-TIPO (WS-CANT-EMBARGOS).
           MOVE EMB-MODO TO TEM-MODO (WS-CANT-EMBARGOS).
           MOVE EMB-VALOR TO TEM-VALOR (WS-CANT-EMBARGOS).
           MOVE EMB-TOTAL TO TEM-TOTAL (WS-CANT-EMBARGOS).
           MOVE EMB-COBRADO TO TEM-COBRADO (WS-CANT-EMBARGOS).
           MOVE EMB-BANCO TO TEM-BANCO (WS-CANT-EMBARGOS).
           MOVE EMB-CBU TO TEM-CBU (WS-CANT-EMBARGOS).
           MOVE EMB-FECHA TO TEM-FECHA (WS-CANT-EMBARGOS).
           MOVE EMB-ESTADO TO TEM-ESTADO (WS-CANT-EMBARGOS).
           MOVE EMB-ULT-PERIODO TO TEM-ULT-PERIODO (WS-CANT-EMBARGOS).
           MOVE EMB-ULT-IMPORTE TO TEM-ULT-IMPORTE (WS-CANT-EMBARGOS).
           MOVE ZEROS TO TEM-MES (WS-CANT-EMBARGOS).
           MOVE "N" TO TEM-VISTO (WS-CANT-EMBARGOS).
           IF EMB-ULT-PERIODO = WS-PERIODO
               SUBTRACT EMB-ULT-IMPORTE FROM
                   TEM-COBRADO (WS-CANT-EMBARGOS)
               MOVE ZEROS TO TEM-ULT-PERIODO (WS-CANT-EMBARGOS)
               MOVE ZEROS TO TEM-ULT-IMPORTE (WS-CANT-EMBARGOS)
               MOVE "A" TO TEM-ESTADO (WS-CANT-EMBARGOS)
           END-IF.
           IF TEM-TIPO (WS-CANT-EMBARGOS) = "C"
              AND TEM-ESTADO (WS-CANT-EMBARGOS) = "A"
               ADD 1 TO WS-CANT-EMB-COMUN
           END-IF.

      *>   SI EL MES YA SE HABIA LIQUIDADO (SE VUELVE A CORRER) LA
      *>   CUOTA COBRADA ESE MES VUELVE AL SALDO ANTES DE COBRARLA DE
      *>   NUEVO
       PREPARAR-PRESTAMOS.
           PERFORM CARGAR-PRESTAMOS.
           MOVE ZERO TO WS-CANT-PRE-ACTIVOS.
           PERFORM VARYING IX-PRE FROM 1 BY 1
                   UNTIL IX-PRE > WS-CANT-PRESTAMOS
               IF TPR-ULT-PERIODO (IX-PRE) = WS-PERIODO
                   ADD TPR-ULT-IMPORTE (IX-PRE) TO TPR-SALDO (IX-PRE)
                   IF TPR-CUOTAS-PAGAS (IX-PRE) > ZERO
                       SUBTRACT 1 FROM TPR-CUOTAS-PAGAS (IX-PRE)
                   END-IF
                   MOVE ZEROS TO TPR-ULT-PERIODO (IX-PRE)
                   MOVE ZEROS TO TPR-ULT-IMPORTE (IX-PRE)
                   MOVE "A" TO TPR-ESTADO (IX-PRE)
               END-IF
               IF TPR-ESTADO (IX-PRE) = "A"
                   ADD 1 TO WS-CANT-PRE-ACTIVOS
               END-IF
           END-PERFORM.
           IF WS-CANT-PRE-ACTIVOS > ZERO
               MOVE "PISONETO" TO WS-RC-CLAVE
               PERFORM OBTENER-RUNCARD
               IF WS-RC-HALLADO = "S"
                   MOVE WS-RC-VALOR (1:9) TO WS-PISO-NETO
               ELSE
                   DISPLAY "PISO DEL NETO PARA DESCONTAR CUOTAS DE "
                       "PRESTAMOS (PESOS, 9 DIGITOS): "
                   ACCEPT WS-PISO-NETO
               END-IF
           END-IF.

       CARGAR-RETROPEND.
           MOVE "N" TO WS-FIN-RETRO.
           OPEN INPUT ARCH-RETROPEND.
                       TS-APORTES (WS-SECTOR-NUM)
                   ADD WS-CONTRIB-LEGAJO TO
                       TS-CONTRIB (WS-SECTOR-NUM)
                   ADD WS-HS-EXTRA-LEGAJO TO
                       TS-HS-EXTRA (WS-SECTOR-NUM)
                   COMPUTE WS-PROV-SAC ROUNDED = WS-BRUTO / 12
                   ADD WS-PROV-SAC TO TS-PROV-SAC (WS-SECTOR-NUM)
               END-IF
           END-IF.

           WRITE REG-F931.
           CLOSE ARCH-F931.

      *>   EL MISMO CUADRO POR SECTOR QUEDA EN LA HISTORIA DE COSTO,
      *>   CON EL PERIODO LIQUIDADO
       GRABAR-COSTOSEC.
           OPEN EXTEND ARCH-COSTOSEC.
           IF FS-COSTOSEC-NO-EXISTE
               OPEN OUTPUT ARCH-COSTOSEC
           END-IF.
           PERFORM VARYING IX-SECTOR FROM 1 BY 1
                   UNTIL IX-SECTOR > 99
               IF TS-HEADCOUNT (IX-SECTOR) > ZERO
                   MOVE WS-PERIODO TO CSS-PERIODO
                   MOVE IX-SECTOR TO CSS-SECTOR
                   MOVE TS-HEADCOUNT (IX-SECTOR) TO CSS-HEADCOUNT
                   MOVE TS-REMUN (IX-SECTOR) TO CSS-BRUTO
                   MOVE TS-CONTRIB (IX-SECTOR) TO CSS-CONTRIB
                   MOVE TS-HS-EXTRA (IX-SECTOR) TO CSS-HS-EXTRA
                   MOVE TS-PROV-SAC (IX-SECTOR) TO CSS-PROV-SAC
                   WRITE REG-COSTOSEC
               END-IF
           END-PERFORM.
           CLOSE ARCH-COSTOSEC.

      *>   EL MES LIQUIDADO DEL LEGAJO, CON LA CATEGORIA DEL
      *>   CONVENIO QUE TENIA, PARA LA HISTORIA DE APORTES
       ANOTAR-APORHIST.
           IF WS-CANT-APORHIST >= 500
               DISPLAY "ADVERTENCIA: LEGAJO " EMP-ID " NO ENTRA EN "
                   "APORTHIST, YA HAY 500 LEGAJOS"
           ELSE
               ADD 1 TO WS-CANT-APORHIST
               MOVE EMP-ID TO TAH-LEGAJO (WS-CANT-APORHIST)
               MOVE SPACES TO TAH-CATEGORIA (WS-CANT-APORHIST)
               IF IX-PER-HALLADO > ZERO
                   MOVE TPE-CATEGORIA (IX-PER-HALLADO) TO
                        TAH-CATEGORIA (WS-CANT-APORHIST)
               END-IF
               MOVE WS-BRUTO TO TAH-BRUTO (WS-CANT-APORHIST)
               MOVE WS-APORTES-SEGSOC TO
                    TAH-APORTES (WS-CANT-APORHIST)
               MOVE WS-CONTRIB-LEGAJO TO
                    TAH-CONTRIB (WS-CANT-APORHIST)
           END-IF.

      *>   AGREGA A APORTHIST EL MES DE CADA LEGAJO LIQUIDADO
       GRABAR-APORHIST.
           OPEN EXTEND ARCH-APORHIST.
           IF FS-APORHIST-NO-EXISTE
               OPEN OUTPUT ARCH-APORHIST
           END-IF.
           PERFORM VARYING IX-APH FROM 1 BY 1
                   UNTIL IX-APH > WS-CANT-APORHIST
               MOVE WS-PERIODO TO APH-PERIODO
               MOVE TAH-LEGAJO (IX-APH) TO APH-LEGAJO
               MOVE TAH-CATEGORIA (IX-APH) TO APH-CATEGORIA
               MOVE TAH-BRUTO (IX-APH) TO APH-BRUTO
               MOVE TAH-APORTES (IX-APH) TO APH-APORTES
               MOVE TAH-CONTRIB (IX-APH) TO APH-CONTRIB
               WRITE REG-APORHIST
           END-PERFORM.
           CLOSE ARCH-APORHIST.

       CARGAR-PATRONALES.
           MOVE "N" TO WS-FIN-CONTRIBUCIONES.
           OPEN INPUT ARCH-CONTRIBUCIONES.
      *>   EN EL SUELDO DE REFERENCIA DE PARAMSAL). UN HIJO QUE YA
      *>   PASO LOS 18 NO GENERA ASIGNACION Y SE DENUNCIA EN
      *>   ASIGEXCEP PARA QUE RECURSOS HUMANOS LO DEPURE
           IF WS-SUELDO-BASE NOT > WS-SUELDO-REF
               MOVE WS-IMPORTE-MENOS TO WS-IMPORTE-ASIG
           ELSE
               MOVE WS-IMPORTE-MAS TO WS-IMPORTE-ASIG
               END-READ
           END-PERFORM.

       BUSCAR-HORASCAT.
           MOVE ZERO TO IX-HCT-HALLADO.
           PERFORM VARYING IX-HCT FROM 1 BY 1
                   UNTIL IX-HCT > WS-CANT-HORASCAT
               IF THC-LEGAJO (IX-HCT) = EMP-ID
                   MOVE IX-HCT TO IX-HCT-HALLADO
               END-IF
           END-PERFORM.

       CARGAR-HORASCAT.
      *>   SOLO CUENTAN LOS RENGLONES DEL PERIODO QUE SE LIQUIDA: UN
      *>   HORASCAT VIEJO NO SE VUELVE A PAGAR
           MOVE "N" TO WS-FIN-HORASCAT.
           OPEN INPUT ARCH-HORASCAT.
           IF NOT FS-HORASCAT-OK
               DISPLAY "SIN HORASCAT: LA LIQUIDACION SALE SIN "
                   "HORAS CATEDRA"
               MOVE "S" TO WS-FIN-HORASCAT
           END-IF.
           PERFORM UNTIL WS-FIN-HORASCAT = "S"
               READ ARCH-HORASCAT
                   AT END
                       MOVE "S" TO WS-FIN-HORASCAT
                       CLOSE ARCH-HORASCAT
                   NOT AT END
                       IF HCT-PERIODO NOT = WS-PERIODO
                           DISPLAY "ADVERTENCIA: HORASCAT DEL LEGAJO "
                               HCT-LEGAJO " ES DEL PERIODO "
                               HCT-PERIODO ", NO SE LIQUIDA"
                       ELSE
                           IF WS-CANT-HORASCAT >= 200
                               DISPLAY "ADVERTENCIA: SE IGNORA "
                                   "RENGLON DE HORASCAT, YA HAY 200 "
                                   "CARGADOS"
                           ELSE
                               ADD 1 TO WS-CANT-HORASCAT
                               MOVE HCT-LEGAJO TO
                                    THC-LEGAJO (WS-CANT-HORASCAT)
                               MOVE HCT-IMPORTE TO
                                    THC-IMPORTE (WS-CANT-HORASCAT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-CONCEPTOS.
           OPEN INPUT ARCH-DESCUENTOS.
           PERFORM UNTIL WS-NO-HAY-MAS-DESCUENTOS
           CLOSE ARCH-DESCUENTOS.

           COPY CTLPR.
           COPY GANPR.
           COPY OPERPR.
           COPY PERIPR.
           COPY PRESPR.
           COPY RUNCPR.
