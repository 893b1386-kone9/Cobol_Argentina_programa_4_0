      *> Stock de la tienda del museo: la tienda rendia un solo
      *> total por dia en TIENDA y no habia forma de saber que se
      *> vendio, que falta en la gondola ni que se robaron. Esta
      *> corrida toma la venta itemizada de la caja (TIENDAVTA, ver
      *> COPYLIB TIENVTA), descuenta el stock de cada articulo del
      *> maestro PRODUCTOS y arma con la suma por dia el mismo parte
      *> TIENDA de siempre, asi el estado de ingresos EJ-22ENCL18
      *> sigue funcionando sin tocarlo. Despues aplica los
      *> movimientos de TIENDAMOV (ver COPYLIB TIENMOV): las
      *> recepciones suman stock y los conteos fisicos, que se toman
      *> al cierre despues de la venta del dia, reemplazan el stock
      *> de libros; la diferencia contra libros sale valorizada a
      *> costo en el reporte MERMAS. Al final emite REPOSICION con
      *> los articulos en o por debajo de su punto de pedido y su
      *> proveedor. PRODUCTOS se regraba entero y los dos feeds se
      *> vacian para que nada se aplique dos veces.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-37ENCL18.
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
      *>   PRODUCTOS es el maestro de articulos con su stock de
      *>   libros (ver COPYLIB PRODUCTO); se regraba entero
           SELECT ARCH-PRODUCTOS ASSIGN TO "PRODUCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRODUCTOS.

      *>   TIENDAVTA es la venta itemizada pendiente de la caja
           SELECT ARCH-TIENDAVTA ASSIGN TO "TIENDAVTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIENDAVTA.

      *>   TIENDAMOV son las recepciones y conteos pendientes
           SELECT ARCH-TIENDAMOV ASSIGN TO "TIENDAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIENDAMOV.

      *>   TIENDA es el parte diario que lee el estado de ingresos
           SELECT ARCH-TIENDA ASSIGN TO "TIENDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIENDA.

      *>   MERMAS y REPOSICION son los reportes imprimibles
           SELECT ARCH-MERMAS ASSIGN TO "MERMAS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-REPOSICION ASSIGN TO "REPOSICION"
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
       FD  ARCH-PRODUCTOS
           RECORD CONTAINS 93 CHARACTERS.
           COPY PRODUCTO.

       FD  ARCH-TIENDAVTA
           RECORD CONTAINS 32 CHARACTERS.
           COPY TIENVTA.

       FD  ARCH-TIENDAMOV
           RECORD CONTAINS 42 CHARACTERS.
           COPY TIENMOV.

       FD  ARCH-TIENDA.
       01  REG-TIENDA.
           03 TIE-FECHA   PIC 9(8).
           03 TIE-SEP1    PIC X.
           03 TIE-IMPORTE PIC 9(7)V99.

       FD  ARCH-MERMAS.
       01  REG-MERMAS PIC X(100).

       FD  ARCH-REPOSICION.
       01  REG-REPOSICION PIC X(100).

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

      *>   MAESTRO DE ARTICULOS EN MEMORIA
       77 WS-CANT-PRODUCTOS PIC 9(3) VALUE ZERO.
       01 TABLA-PRODUCTOS.
           03 PRODUCTO-ENTRY OCCURS 500 TIMES.
               05 TP-CODIGO       PIC X(8).
               05 TP-DESCRIPCION  PIC X(30).
               05 TP-COSTO        PIC 9(7)V99.
               05 TP-PRECIO       PIC 9(7)V99.
               05 TP-PUNTO-PEDIDO PIC 9(5).
               05 TP-PROVEEDOR    PIC X(20).
               05 TP-STOCK        PIC 9(6).
       77 IX-PRD PIC 9(3) VALUE ZERO.
       77 IX-PRD-HALLADO PIC 9(3) VALUE ZERO.
       77 WS-CODIGO-BUSCADO PIC X(8) VALUE SPACES.

      *>   TOTAL VENDIDO POR DIA PARA EL PARTE TIENDA
       77 WS-CANT-DIAS PIC 99 VALUE ZERO.
       01 TABLA-DIAS.
           03 DIA-ENTRY OCCURS 31 TIMES.
               05 TD-FECHA   PIC 9(8).
               05 TD-IMPORTE PIC 9(7)V99.
       77 IX-DIA PIC 99 VALUE ZERO.
       77 IX-DIA-HALLADO PIC 99 VALUE ZERO.

      *>   CONTADORES DE LA CORRIDA
       77 WS-RENGLONES-VENTA PIC 9(5) VALUE ZERO.
       77 WS-VENTAS-SIN-ARTICULO PIC 9(5) VALUE ZERO.
       77 WS-VENTAS-SIN-STOCK PIC 9(5) VALUE ZERO.
       77 WS-RECEPCIONES PIC 9(5) VALUE ZERO.
       77 WS-CONTEOS PIC 9(5) VALUE ZERO.
       77 WS-MOVS-RECHAZADOS PIC 9(5) VALUE ZERO.
       77 WS-A-REPONER PIC 9(3) VALUE ZERO.

      *>   MERMA DEL CONTEO EN CURSO Y TOTAL VALORIZADO
       77 WS-DIFERENCIA PIC S9(6) VALUE ZERO.
       77 WS-VALOR-DIFERENCIA PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-MERMA PIC S9(9)V99 VALUE ZERO.
       01 EDICION PIC -Z(8)9.99.

       01 WS-FIN-PRODUCTOS PIC X VALUE "N".
       01 WS-FIN-VENTAS PIC X VALUE "N".
       01 WS-FIN-MOVS PIC X VALUE "N".

       01 WS-FS-PRODUCTOS PIC XX.
           88 FS-PRODUCTOS-OK VALUE "00".
       01 WS-FS-TIENDAVTA PIC XX.
           88 FS-TIENDAVTA-OK VALUE "00".
       01 WS-FS-TIENDAMOV PIC XX.
           88 FS-TIENDAMOV-OK VALUE "00".
       01 WS-FS-TIENDA PIC XX.
           88 FS-TIENDA-OK VALUE "00".
           88 FS-TIENDA-NO-EXISTE VALUE "35".

      *>   LINEAS ARMADAS DE LOS REPORTES
       01 LINEA-MERMA.
           03 MER-FECHA       PIC 9(8).
           03 FILLER          PIC X VALUE SPACE.
           03 MER-CODIGO      PIC X(8).
           03 FILLER          PIC X VALUE SPACE.
           03 MER-DESCRIPCION PIC X(30).
           03 FILLER          PIC X(7) VALUE " LIBRO ".
           03 MER-LIBRO       PIC ZZZZZ9.
           03 FILLER          PIC X(8) VALUE " CONTADO".
           03 MER-CONTADO     PIC ZZZZZ9.
           03 FILLER          PIC X VALUE SPACE.
           03 MER-DIFERENCIA  PIC -ZZZZZ9.
           03 FILLER          PIC X VALUE SPACE.
           03 MER-VALOR       PIC -Z(6)9.99.
       01 LINEA-REPOSICION.
           03 REP-CODIGO      PIC X(8).
           03 FILLER          PIC X VALUE SPACE.
           03 REP-DESCRIPCION PIC X(30).
           03 FILLER          PIC X(7) VALUE " STOCK ".
           03 REP-STOCK       PIC ZZZZZ9.
           03 FILLER          PIC X(7) VALUE " PUNTO ".
           03 REP-PUNTO       PIC ZZZZ9.
           03 FILLER          PIC X VALUE SPACE.
           03 REP-PROVEEDOR   PIC X(20).
           03 FILLER          PIC X VALUE SPACE.
           03 REP-MARCA       PIC X(9).

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job
      *>   antes de tocar nada (ver COPYLIB OPERPR)
           MOVE "EJ-37ENCL18" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "STOCK DE LA TIENDA DEL MUSEO"
           DISPLAY "-------------------------------------------------".

           PERFORM CARGAR-PRODUCTOS.
           IF WS-CANT-PRODUCTOS = ZERO
               DISPLAY "SIN MAESTRO DE PRODUCTOS NO HAY STOCK QUE "
                   "MOVER: CORRIDA RECHAZADA, LOS FEEDS NO SE TOCAN"
               MOVE ZERO TO CTL-CANT-REG
               MOVE "RECHAZADO" TO CTL-ESTADO
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.

           PERFORM APLICAR-VENTAS.
           PERFORM GRABAR-PARTE-TIENDA.

           OPEN OUTPUT ARCH-MERMAS.
           MOVE "MERMAS POR CONTEO FISICO, VALORIZADAS A COSTO"
             TO REG-MERMAS.
           WRITE REG-MERMAS.
           PERFORM APLICAR-MOVIMIENTOS.
           MOVE WS-TOTAL-MERMA TO EDICION.
           MOVE SPACES TO REG-MERMAS.
           STRING "MERMA TOTAL VALORIZADA: " EDICION
               DELIMITED BY SIZE INTO REG-MERMAS.
           WRITE REG-MERMAS.
           CLOSE ARCH-MERMAS.

           PERFORM REGRABAR-PRODUCTOS.
      *>   LOS FEEDS YA APLICADOS SE VACIAN PARA QUE UNA SEGUNDA
      *>   CORRIDA NO DESCUENTE NI SUME DOS VECES
           OPEN OUTPUT ARCH-TIENDAVTA.
           CLOSE ARCH-TIENDAVTA.
           OPEN OUTPUT ARCH-TIENDAMOV.
           CLOSE ARCH-TIENDAMOV.

           PERFORM EMITIR-REPOSICION.

           DISPLAY "RENGLONES DE VENTA:        " WS-RENGLONES-VENTA.
           DISPLAY "VENTAS DE ARTICULO SIN ALTA: "
               WS-VENTAS-SIN-ARTICULO.
           DISPLAY "VENTAS SIN STOCK EN LIBROS: "
               WS-VENTAS-SIN-STOCK.
           DISPLAY "RECEPCIONES:               " WS-RECEPCIONES.
           DISPLAY "CONTEOS:                   " WS-CONTEOS.
           DISPLAY "MOVIMIENTOS RECHAZADOS:    " WS-MOVS-RECHAZADOS.
           DISPLAY "ARTICULOS A REPONER:       " WS-A-REPONER.
           MOVE WS-TOTAL-MERMA TO EDICION.
           DISPLAY "MERMA VALORIZADA:  " EDICION.
           COMPUTE CTL-CANT-REG = WS-RENGLONES-VENTA
               + WS-RECEPCIONES + WS-CONTEOS.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   LA PLATA DE UN RENGLON VA SIEMPRE AL PARTE DEL DIA, AUNQUE
      *>   EL ARTICULO NO ESTE DADO DE ALTA: LA CAJA LO COBRO. EL
      *>   STOCK NUNCA BAJA DE CERO; UNA VENTA SIN STOCK EN LIBROS SE
      *>   AVISA Y LA CORRIGE EL PROXIMO CONTEO
       APLICAR-VENTAS.
           MOVE "N" TO WS-FIN-VENTAS.
           OPEN INPUT ARCH-TIENDAVTA.
           IF NOT FS-TIENDAVTA-OK
               DISPLAY "NO EXISTE TIENDAVTA: NO HAY VENTA QUE APLICAR"
               MOVE "S" TO WS-FIN-VENTAS
           END-IF.
           PERFORM UNTIL WS-FIN-VENTAS = "S"
               READ ARCH-TIENDAVTA
                   AT END
                       MOVE "S" TO WS-FIN-VENTAS
                       CLOSE ARCH-TIENDAVTA
                   NOT AT END
                       ADD 1 TO WS-RENGLONES-VENTA
                       PERFORM SUMAR-VENTA-DEL-DIA
                       MOVE TVT-CODIGO TO WS-CODIGO-BUSCADO
                       PERFORM UBICAR-PRODUCTO
                       EVALUATE TRUE
                           WHEN IX-PRD-HALLADO = ZERO
                               ADD 1 TO WS-VENTAS-SIN-ARTICULO
                               DISPLAY "VENTA DE ARTICULO SIN ALTA: "
                                   TVT-CODIGO " DEL " TVT-FECHA
                           WHEN TVT-CANTIDAD >
                                TP-STOCK (IX-PRD-HALLADO)
                               ADD 1 TO WS-VENTAS-SIN-STOCK
                               DISPLAY "VENTA SIN STOCK EN LIBROS: "
                                   TVT-CODIGO " DEL " TVT-FECHA
                               MOVE ZERO TO TP-STOCK (IX-PRD-HALLADO)
                           WHEN OTHER
                               SUBTRACT TVT-CANTIDAD FROM
                                   TP-STOCK (IX-PRD-HALLADO)
                       END-EVALUATE
               END-READ
           END-PERFORM.

       SUMAR-VENTA-DEL-DIA.
           MOVE ZERO TO IX-DIA-HALLADO.
           PERFORM VARYING IX-DIA FROM 1 BY 1
                   UNTIL IX-DIA > WS-CANT-DIAS
               IF TD-FECHA (IX-DIA) = TVT-FECHA
                   MOVE IX-DIA TO IX-DIA-HALLADO
               END-IF
           END-PERFORM.
           IF IX-DIA-HALLADO = ZERO
      *>       EL FEED TRAE COMO MUCHO UN MES DE CAJA; SI NO ENTRA,
      *>       EL PARTE SALDRIA INCOMPLETO Y NO SE TOCA NADA
               IF WS-CANT-DIAS >= 31
                   DISPLAY "TIENDAVTA TRAE MAS DE 31 DIAS: CORRIDA "
                       "RECHAZADA, NO SE TOCA NADA"
                   MOVE WS-RENGLONES-VENTA TO CTL-CANT-REG
                   MOVE "RECHAZADO" TO CTL-ESTADO
                   PERFORM GRABAR-CONTROL
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-DIAS
               MOVE WS-CANT-DIAS TO IX-DIA-HALLADO
               MOVE TVT-FECHA TO TD-FECHA (IX-DIA-HALLADO)
               MOVE ZERO TO TD-IMPORTE (IX-DIA-HALLADO)
           END-IF.
           ADD TVT-IMPORTE TO TD-IMPORTE (IX-DIA-HALLADO).

      *>   UN RENGLON POR DIA VENDIDO, IGUAL QUE EL PARTE QUE
      *>   RENDIA LA TIENDA A MANO
       GRABAR-PARTE-TIENDA.
           IF WS-CANT-DIAS > ZERO
               OPEN EXTEND ARCH-TIENDA
               IF FS-TIENDA-NO-EXISTE
                   OPEN OUTPUT ARCH-TIENDA
               END-IF
               PERFORM VARYING IX-DIA FROM 1 BY 1
                       UNTIL IX-DIA > WS-CANT-DIAS
                   MOVE TD-FECHA (IX-DIA) TO TIE-FECHA
                   MOVE ";" TO TIE-SEP1
                   MOVE TD-IMPORTE (IX-DIA) TO TIE-IMPORTE
                   WRITE REG-TIENDA
               END-PERFORM
               CLOSE ARCH-TIENDA
           END-IF.

       APLICAR-MOVIMIENTOS.
           MOVE "N" TO WS-FIN-MOVS.
           OPEN INPUT ARCH-TIENDAMOV.
           IF NOT FS-TIENDAMOV-OK
               DISPLAY "NO EXISTE TIENDAMOV: SIN RECEPCIONES NI "
                   "CONTEOS"
               MOVE "S" TO WS-FIN-MOVS
           END-IF.
           PERFORM UNTIL WS-FIN-MOVS = "S"
               READ ARCH-TIENDAMOV
                   AT END
                       MOVE "S" TO WS-FIN-MOVS
                       CLOSE ARCH-TIENDAMOV
                   NOT AT END
                       MOVE TMV-CODIGO TO WS-CODIGO-BUSCADO
                       PERFORM UBICAR-PRODUCTO
                       EVALUATE TRUE
                           WHEN IX-PRD-HALLADO = ZERO
                               ADD 1 TO WS-MOVS-RECHAZADOS
                               DISPLAY "MOVIMIENTO DE ARTICULO SIN "
                                   "ALTA: " TMV-CODIGO " "
                                   TMV-REFERENCIA
                           WHEN TMV-TIPO = "R"
                               ADD 1 TO WS-RECEPCIONES
                               ADD TMV-CANTIDAD TO
                                   TP-STOCK (IX-PRD-HALLADO)
                           WHEN TMV-TIPO = "C"
                               ADD 1 TO WS-CONTEOS
                               PERFORM REGISTRAR-CONTEO
                           WHEN OTHER
                               ADD 1 TO WS-MOVS-RECHAZADOS
                               DISPLAY "TIPO DE MOVIMIENTO INVALIDO: "
                                   TMV-TIPO " " TMV-CODIGO
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *>   LO CONTADO MANDA: LA DIFERENCIA CONTRA LIBROS SE LISTA
      *>   (POSITIVA = FALTANTE, NEGATIVA = SOBRANTE) A COSTO Y EL
      *>   STOCK QUEDA EN LO CONTADO
       REGISTRAR-CONTEO.
           COMPUTE WS-DIFERENCIA =
               TP-STOCK (IX-PRD-HALLADO) - TMV-CANTIDAD.
           IF WS-DIFERENCIA NOT = ZERO
               COMPUTE WS-VALOR-DIFERENCIA =
                   WS-DIFERENCIA * TP-COSTO (IX-PRD-HALLADO)
               ADD WS-VALOR-DIFERENCIA TO WS-TOTAL-MERMA
               MOVE TMV-FECHA TO MER-FECHA
               MOVE TP-CODIGO (IX-PRD-HALLADO) TO MER-CODIGO
               MOVE TP-DESCRIPCION (IX-PRD-HALLADO) TO
                    MER-DESCRIPCION
               MOVE TP-STOCK (IX-PRD-HALLADO) TO MER-LIBRO
               MOVE TMV-CANTIDAD TO MER-CONTADO
               MOVE WS-DIFERENCIA TO MER-DIFERENCIA
               MOVE WS-VALOR-DIFERENCIA TO MER-VALOR
               MOVE LINEA-MERMA TO REG-MERMAS
               WRITE REG-MERMAS
           END-IF.
           MOVE TMV-CANTIDAD TO TP-STOCK (IX-PRD-HALLADO).

       EMITIR-REPOSICION.
           OPEN OUTPUT ARCH-REPOSICION.
           MOVE "ARTICULOS EN O POR DEBAJO DEL PUNTO DE PEDIDO"
             TO REG-REPOSICION.
           WRITE REG-REPOSICION.
           PERFORM VARYING IX-PRD FROM 1 BY 1
                   UNTIL IX-PRD > WS-CANT-PRODUCTOS
               IF TP-STOCK (IX-PRD) NOT > TP-PUNTO-PEDIDO (IX-PRD)
                   ADD 1 TO WS-A-REPONER
                   MOVE TP-CODIGO (IX-PRD) TO REP-CODIGO
                   MOVE TP-DESCRIPCION (IX-PRD) TO REP-DESCRIPCION
                   MOVE TP-STOCK (IX-PRD) TO REP-STOCK
                   MOVE TP-PUNTO-PEDIDO (IX-PRD) TO REP-PUNTO
                   MOVE TP-PROVEEDOR (IX-PRD) TO REP-PROVEEDOR
                   MOVE SPACES TO REP-MARCA
                   IF TP-STOCK (IX-PRD) = ZERO
                       MOVE "SIN STOCK" TO REP-MARCA
                   END-IF
                   MOVE LINEA-REPOSICION TO REG-REPOSICION
                   WRITE REG-REPOSICION
               END-IF
           END-PERFORM.
           CLOSE ARCH-REPOSICION.

       UBICAR-PRODUCTO.
           MOVE ZERO TO IX-PRD-HALLADO.
           PERFORM VARYING IX-PRD FROM 1 BY 1
                   UNTIL IX-PRD > WS-CANT-PRODUCTOS
               IF TP-CODIGO (IX-PRD) = WS-CODIGO-BUSCADO
                   MOVE IX-PRD TO IX-PRD-HALLADO
               END-IF
           END-PERFORM.

       REGRABAR-PRODUCTOS.
           OPEN OUTPUT ARCH-PRODUCTOS.
           PERFORM VARYING IX-PRD FROM 1 BY 1
                   UNTIL IX-PRD > WS-CANT-PRODUCTOS
               MOVE TP-CODIGO (IX-PRD) TO PRD-CODIGO
               MOVE ";" TO PRD-SEP1
               MOVE TP-DESCRIPCION (IX-PRD) TO PRD-DESCRIPCION
               MOVE ";" TO PRD-SEP2
               MOVE TP-COSTO (IX-PRD) TO PRD-COSTO
               MOVE ";" TO PRD-SEP3
               MOVE TP-PRECIO (IX-PRD) TO PRD-PRECIO
               MOVE ";" TO PRD-SEP4
               MOVE TP-PUNTO-PEDIDO (IX-PRD) TO PRD-PUNTO-PEDIDO
               MOVE ";" TO PRD-SEP5
               MOVE TP-PROVEEDOR (IX-PRD) TO PRD-PROVEEDOR
               MOVE ";" TO PRD-SEP6
               MOVE TP-STOCK (IX-PRD) TO PRD-STOCK
               WRITE REG-PRODUCTO
           END-PERFORM.
           CLOSE ARCH-PRODUCTOS.

       CARGAR-PRODUCTOS.
           MOVE "N" TO WS-FIN-PRODUCTOS.
           OPEN INPUT ARCH-PRODUCTOS.
           IF NOT FS-PRODUCTOS-OK
               MOVE "S" TO WS-FIN-PRODUCTOS
           END-IF.
           PERFORM UNTIL WS-FIN-PRODUCTOS = "S"
               READ ARCH-PRODUCTOS
                   AT END
                       MOVE "S" TO WS-FIN-PRODUCTOS
                       CLOSE ARCH-PRODUCTOS
                   NOT AT END
      *>               SI EL MAESTRO NO ENTRA ENTERO, REGRABARLO
      *>               BORRARIA LO QUE QUEDO AFUERA: SE RECHAZA LA
      *>               CORRIDA SIN TOCAR EL ARCHIVO
                       IF WS-CANT-PRODUCTOS >= 500
                           DISPLAY "EL MAESTRO DE PRODUCTOS SUPERA "
                               "LOS 500 ARTICULOS EN MEMORIA: "
                               "CORRIDA RECHAZADA"
                           MOVE WS-CANT-PRODUCTOS TO CTL-CANT-REG
                           MOVE "RECHAZADO" TO CTL-ESTADO
                           PERFORM GRABAR-CONTROL
                           STOP RUN
                       ELSE
                           ADD 1 TO WS-CANT-PRODUCTOS
                           MOVE PRD-CODIGO TO
                                TP-CODIGO (WS-CANT-PRODUCTOS)
                           MOVE PRD-DESCRIPCION TO
                                TP-DESCRIPCION (WS-CANT-PRODUCTOS)
                           MOVE PRD-COSTO TO
                                TP-COSTO (WS-CANT-PRODUCTOS)
                           MOVE PRD-PRECIO TO
                                TP-PRECIO (WS-CANT-PRODUCTOS)
                           MOVE PRD-PUNTO-PEDIDO TO
                                TP-PUNTO-PEDIDO (WS-CANT-PRODUCTOS)
                           MOVE PRD-PROVEEDOR TO
                                TP-PROVEEDOR (WS-CANT-PRODUCTOS)
                           MOVE PRD-STOCK TO
                                TP-STOCK (WS-CANT-PRODUCTOS)
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
