      *> por legajo del pagador, y arma el reporte de MOROSOS con
      *> las cuotas impagas vencidas hace mas dias que el umbral de
      *> PARAMMORA, con el mismo criterio de dias de atraso que la
      *> normalizacion de pagos. Al legajo que quedo inactivo por no
      *> reinscribirse no se le genera cuota: se rechaza con motivo.
      *> El pago de un legajo sin cuota PENDIENTE cancela la cuota
      *> que el cierre de incobrables (EJ-30ENCL18) habia dado de
      *> baja (INCOBRABL) y deja el RECUPERO asentado en INCOBREG.
      *> Lo que un pago trae de mas (supera la cuota, o paga una ya
      *> cancelada) queda como saldo a favor del legajo en
      *> CREDITOS, y la proxima cuota que se le genera lo consume.

      *>--------------------------------------
      *> IdentificarDatos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BECADOS.

      *>   PADRON se lee solo para saber que legajos quedaron
      *>   inactivos en el cierre de la reinscripcion (ver COPYLIB
      *>   PADRON)
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFICACIONES.

      *>   PERIODOS es el estado contable de cada periodo (ver
      *>   COPYLIB PERIPR): en un periodo cerrado no se postea
           SELECT ARCH-PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.

           SELECT ARCH-RUNCARDS ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCARDS.

      *>   CREDITOS son los saldos a favor por legajo (ver COPYLIB
      *>   CREDITO); se regraba entero
           SELECT ARCH-CREDITOS ASSIGN TO "CREDITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.

      *>   INCOBREG es el registro de bajas por incobrable y sus
      *>   recuperos (ver COPYLIB INCOBREG)
           SELECT ARCH-INCOBREG ASSIGN TO "INCOBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCOBREG.
      *>--------------------------------------

      *>--------------------------------------
           RECORD CONTAINS 73 CHARACTERS.
           COPY NOTIFIC.

       FD  ARCH-PERIODOS
           RECORD CONTAINS 45 CHARACTERS.
           COPY PERIODO.

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.
           RECORD CONTAINS 20 CHARACTERS.
           COPY BECADOS.

       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-CREDITOS
           RECORD CONTAINS 61 CHARACTERS.
           COPY CREDITO.

       FD  ARCH-INCOBREG
           RECORD CONTAINS 104 CHARACTERS.
           COPY INCOBREG.

       FD  ARCH-MOROSOS.
       01  REG-MOROSO.
           03 MOR-LEGAJO      PIC X(10).
      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   CONTROL DE PERIODO CERRADO (VER COPYLIB PERIPROC)
           COPY PERIPROC.

      *>   BUZON DE NOTIFICACIONES A ALUMNOS (VER COPYLIB NOTIFPROC)
           COPY NOTIFPROC.

       77 WS-CUOTAS-GENERADAS PIC 9(3) VALUE ZERO.
       77 WS-CUOTAS-PAGADAS PIC 9(3) VALUE ZERO.
       77 WS-PAGOS-SIN-CUOTA PIC 9(3) VALUE ZERO.
       77 WS-CUOTAS-RECUPERADAS PIC 9(3) VALUE ZERO.
       77 WS-CANT-MOROSOS PIC 9(3) VALUE ZERO.

       01 WS-FIN-LISTADO PIC X VALUE "N".
       01 WS-FIN-BECADOS PIC X VALUE "N".
       77 WS-IMPORTE-CUOTA PIC 9(7)V99 VALUE ZERO.

      *>   LEGAJOS INACTIVOS DEL PADRON: NO SE LES GENERA CUOTA.
      *>   MISMO TOPE DE 6000 LEGAJOS QUE LOS DEMAS LECTORES DEL
      *>   PADRON, ASI QUE ENTRAN AUNQUE TODOS ESTEN INACTIVOS
       77 WS-CANT-INACTIVOS PIC 9(4) VALUE ZERO.
       01  TABLA-INACTIVOS.
           03 INACTIVO-ENTRY OCCURS 6000 TIMES.
               05 TI-LEGAJO PIC X(10).
       77 IX-INA PIC 9(4) VALUE ZERO.
       77 WS-LEGAJO-INACTIVO PIC X VALUE "N".
       77 WS-CUOTAS-INACTIVOS PIC 9(4) VALUE ZERO.
       01 WS-FIN-PADRON PIC X VALUE "N".
       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".

      *>   CUOTAS INCOBRABLES QUE CANCELO UN PAGO DE ESTA CORRIDA
      *>   (POSICION EN TABLA-CUOTAS), PARA EL RECUPERO EN INCOBREG
       01  TABLA-RECUPEROS.
           03 RECUPERO-ENTRY OCCURS 500 TIMES.
               05 TR-IX-CUOTA PIC 9(3).
       77 IX-REC PIC 9(3) VALUE ZERO.
       01 WS-FS-INCOBREG PIC XX.
           88 FS-INCOBREG-OK VALUE "00".
           88 FS-INCOBREG-NO-EXISTE VALUE "35".

      *>   SALDOS A FAVOR EN MEMORIA (SE REGRABAN ENTEROS)
       77 WS-CANT-CREDITOS PIC 9(4) VALUE ZERO.
       01  TABLA-CREDITOS.
           03 CREDITO-ENTRY OCCURS 1000 TIMES.
               05 TCR-LEGAJO    PIC X(10).
               05 TCR-FECHA     PIC 9(8).
               05 TCR-ORIGEN    PIC X(10).
               05 TCR-IMPORTE   PIC 9(7)V99.
               05 TCR-SALDO     PIC 9(7)V99.
               05 TCR-ESTADO    PIC X.
               05 TCR-FECHA-MOV PIC 9(8).
       77 IX-CRE PIC 9(4) VALUE ZERO.
       77 WS-CREDITO-USADO PIC 9(7)V99 VALUE ZERO.
       77 WS-CREDITO-TOMA PIC 9(7)V99 VALUE ZERO.
       77 WS-CREDITO-NUEVO PIC 9(7)V99 VALUE ZERO.
       77 WS-CREDITO-ORIGEN PIC X(10) VALUE SPACES.
       77 WS-LEGAJO-CON-CUOTAS PIC X VALUE "N".
       77 WS-CREDITOS-ALTAS PIC 9(4) VALUE ZERO.
       77 WS-CREDITOS-APLICADOS PIC 9(4) VALUE ZERO.
       01 WS-FIN-CREDITOS PIC X VALUE "N".
       01 WS-FS-CREDITOS PIC XX.
           88 FS-CREDITOS-OK VALUE "00".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
           DISPLAY "-------------------------------------------------".

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *>   LOS PAGOS SE IMPUTAN EN EL MES EN CURSO, QUE NO PUEDE
      *>   ESTAR CERRADO (VER COPYLIB PERIPR)
           COMPUTE WS-PER-PERIODO = WS-FECHA-HOY / 100.
           MOVE "CUOTAS" TO WS-PER-SUBSISTEMA.
           PERFORM VERIFICAR-PERIODO-ABIERTO.
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-PARAMMORA.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-BECADOS.
           PERFORM CARGAR-INACTIVOS.
           PERFORM CARGAR-CUOTAS-EXISTENTES.
           PERFORM CARGAR-CREDITOS.
           PERFORM GENERAR-CUOTAS-DEL-LISTADO.
           PERFORM APLICAR-PAGOS.
           PERFORM VALIDAR-CABPIE-LOTE
               THRU VALIDAR-CABPIE-LOTE-FIN.
           PERFORM REGRABAR-CUOTAS.
           PERFORM GRABAR-RECUPEROS.
           PERFORM REGRABAR-CREDITOS.
           PERFORM INFORMAR-MOROSOS.

           DISPLAY " ".
           DISPLAY "CUOTAS GENERADAS EN ESTA CORRIDA: "
               WS-CUOTAS-GENERADAS.
           DISPLAY "RECHAZADAS POR LEGAJO INACTIVO:   "
               WS-CUOTAS-INACTIVOS.
           DISPLAY "CUOTAS CANCELADAS CON PAGOS:      "
               WS-CUOTAS-PAGADAS.
           DISPLAY "INCOBRABLES RECUPERADAS:          "
               WS-CUOTAS-RECUPERADAS.
           DISPLAY "PAGOS SIN CUOTA QUE MATCHEE:      "
               WS-PAGOS-SIN-CUOTA.
           DISPLAY "SALDOS A FAVOR NUEVOS:            "
               WS-CREDITOS-ALTAS.
           DISPLAY "CUOTAS NUEVAS CON SALDO A FAVOR:  "
               WS-CREDITOS-APLICADOS.
           DISPLAY "MOROSOS REPORTADOS:               "
               WS-CANT-MOROSOS.
           DISPLAY "TERMINO EL PROGRAMA".
                   "(AAAAMMDD): "
               ACCEPT WS-VENCIMIENTO
           END-IF.
      *>   TAMPOCO SE GENERAN CARGOS QUE VENZAN EN UN MES CERRADO;
      *>   TODAVIA NO SE GRABO NADA, ASI QUE CUOTAS QUEDA COMO ESTABA
           COMPUTE WS-PER-PERIODO = WS-VENCIMIENTO / 100.
           MOVE "CUOTAS" TO WS-PER-SUBSISTEMA.
           PERFORM VERIFICAR-PERIODO-ABIERTO.
           MOVE "N" TO WS-FIN-LISTADO.
           OPEN INPUT ARCH-LISTADO.
           IF NOT FS-LISTADO-OK
                   NOT AT END
                       MOVE LIST-MATERIA TO MATERIA-NOMBRE
                       PERFORM OBTENER-CODIGO-MATERIA
                       PERFORM VERIFICAR-INACTIVO
                       IF MATERIA > ZERO
                          AND WS-LEGAJO-INACTIVO = "S"
                           ADD 1 TO WS-CUOTAS-INACTIVOS
                           DISPLAY "RECHAZADO " LIST-ID-ALUMNO
                               ": LEGAJO INACTIVO"
                       END-IF
                       IF MATERIA > ZERO
                          AND WS-LEGAJO-INACTIVO = "N"
                           PERFORM GENERAR-CUOTA-SI-FALTA
                       END-IF
               END-READ
                        TC-IMPORTE(WS-CANT-CUOTAS)
                   MOVE WS-VENCIMIENTO TO
                        TC-VENCIMIENTO(WS-CANT-CUOTAS)
      *>           EL SALDO A FAVOR DEL LEGAJO CANCELA LA CUOTA
      *>           NUEVA; SI NO ALCANZA, QUEDA PENDIENTE LO QUE FALTA
                   MOVE ZERO TO WS-CREDITO-USADO
                   IF WS-IMPORTE-CUOTA > ZERO
                       PERFORM APLICAR-SALDO-A-FAVOR
                   END-IF
                   IF WS-IMPORTE-CUOTA = ZERO
                       MOVE "EXIMIDA" TO TC-ESTADO(WS-CANT-CUOTAS)
                   ELSE
                   IF WS-CREDITO-USADO = WS-IMPORTE-CUOTA
                       MOVE "PAGADA" TO TC-ESTADO(WS-CANT-CUOTAS)
                   ELSE
                       SUBTRACT WS-CREDITO-USADO FROM
                           TC-IMPORTE(WS-CANT-CUOTAS)
                       MOVE "PENDIENTE" TO TC-ESTADO(WS-CANT-CUOTAS)
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
                   END-IF
               END-PERFORM
           END-IF.
      *>   SIN PENDIENTE, LA CUOTA DADA DE BAJA POR INCOBRABLE:
      *>   PRIMERO LA DEL MISMO IMPORTE, SINO LA PRIMERA DEL LEGAJO
           IF IX-CUO-HALLADA = ZERO
               PERFORM VARYING IX-CUO FROM 1 BY 1
                       UNTIL IX-CUO > WS-CANT-CUOTAS
                          OR IX-CUO-HALLADA > ZERO
                   IF TC-LEGAJO(IX-CUO) = FN-PAGADOR
                      AND TC-ESTADO(IX-CUO) = "INCOBRABL"
                      AND TC-IMPORTE(IX-CUO) = FN-IMPORTE
                       MOVE IX-CUO TO IX-CUO-HALLADA
                   END-IF
               END-PERFORM
               PERFORM VARYING IX-CUO FROM 1 BY 1
                       UNTIL IX-CUO > WS-CANT-CUOTAS
                          OR IX-CUO-HALLADA > ZERO
                   IF TC-LEGAJO(IX-CUO) = FN-PAGADOR
                      AND TC-ESTADO(IX-CUO) = "INCOBRABL"
                       MOVE IX-CUO TO IX-CUO-HALLADA
                   END-IF
               END-PERFORM
               IF IX-CUO-HALLADA > ZERO
                   ADD 1 TO WS-CUOTAS-RECUPERADAS
                   MOVE IX-CUO-HALLADA TO
                        TR-IX-CUOTA(WS-CUOTAS-RECUPERADAS)
                   DISPLAY "PAGO DE " FN-PAGADOR " RECUPERA CUOTA "
                       "DADA DE BAJA POR INCOBRABLE"
               END-IF
           END-IF.
      *>   LO QUE EL PAGO TRAE DE MAS QUEDA A FAVOR DEL LEGAJO; SI
      *>   NO CANCELA NADA PERO EL LEGAJO TIENE CUOTAS (PAGO UNA YA
      *>   CANCELADA), EL PAGO ENTERO QUEDA A FAVOR
           IF IX-CUO-HALLADA > ZERO
               MOVE "PAGADA" TO TC-ESTADO(IX-CUO-HALLADA)
               ADD 1 TO WS-CUOTAS-PAGADAS
               IF FN-IMPORTE > TC-IMPORTE(IX-CUO-HALLADA)
                   COMPUTE WS-CREDITO-NUEVO =
                       FN-IMPORTE - TC-IMPORTE(IX-CUO-HALLADA)
                   MOVE "EXCEDENTE" TO WS-CREDITO-ORIGEN
                   PERFORM ALTA-SALDO-A-FAVOR
               END-IF
           ELSE
               MOVE "N" TO WS-LEGAJO-CON-CUOTAS
               PERFORM VARYING IX-CUO FROM 1 BY 1
                       UNTIL IX-CUO > WS-CANT-CUOTAS
                   IF TC-LEGAJO(IX-CUO) = FN-PAGADOR
                       MOVE "S" TO WS-LEGAJO-CON-CUOTAS
                   END-IF
               END-PERFORM
               IF WS-LEGAJO-CON-CUOTAS = "S"
                  AND FN-IMPORTE > ZERO
                   MOVE FN-IMPORTE TO WS-CREDITO-NUEVO
                   MOVE "PAGODOBLE" TO WS-CREDITO-ORIGEN
                   PERFORM ALTA-SALDO-A-FAVOR
               ELSE
                   ADD 1 TO WS-PAGOS-SIN-CUOTA
                   DISPLAY "PAGO DE " FN-PAGADOR " SIN CUOTA "
                       "PENDIENTE QUE MATCHEE"
               END-IF
           END-IF.

       ALTA-SALDO-A-FAVOR.
           IF WS-CANT-CREDITOS >= 1000
               PERFORM RECHAZAR-CREDITOS-LLENOS
           END-IF.
           ADD 1 TO WS-CANT-CREDITOS.
           ADD 1 TO WS-CREDITOS-ALTAS.
           MOVE FN-PAGADOR TO TCR-LEGAJO(WS-CANT-CREDITOS).
           MOVE WS-FECHA-HOY TO TCR-FECHA(WS-CANT-CREDITOS).
           MOVE WS-CREDITO-ORIGEN TO TCR-ORIGEN(WS-CANT-CREDITOS).
           MOVE WS-CREDITO-NUEVO TO TCR-IMPORTE(WS-CANT-CREDITOS).
           MOVE WS-CREDITO-NUEVO TO TCR-SALDO(WS-CANT-CREDITOS).
           MOVE "A" TO TCR-ESTADO(WS-CANT-CREDITOS).
           MOVE WS-FECHA-HOY TO TCR-FECHA-MOV(WS-CANT-CREDITOS).
           DISPLAY "SALDO A FAVOR DE " FN-PAGADOR ": "
               WS-CREDITO-NUEVO " (" WS-CREDITO-ORIGEN ")".

      *>   LOS SALDOS ABIERTOS DEL LEGAJO, DEL MAS VIEJO AL MAS
      *>   NUEVO, HASTA CUBRIR LA CUOTA O AGOTARSE
       APLICAR-SALDO-A-FAVOR.
           PERFORM VARYING IX-CRE FROM 1 BY 1
                   UNTIL IX-CRE > WS-CANT-CREDITOS
                      OR WS-CREDITO-USADO = WS-IMPORTE-CUOTA
               IF TCR-LEGAJO(IX-CRE) = LIST-ID-ALUMNO
                  AND TCR-ESTADO(IX-CRE) = "A"
                   COMPUTE WS-CREDITO-TOMA =
                       WS-IMPORTE-CUOTA - WS-CREDITO-USADO
                   IF TCR-SALDO(IX-CRE) < WS-CREDITO-TOMA
                       MOVE TCR-SALDO(IX-CRE) TO WS-CREDITO-TOMA
                   END-IF
                   SUBTRACT WS-CREDITO-TOMA FROM TCR-SALDO(IX-CRE)
                   ADD WS-CREDITO-TOMA TO WS-CREDITO-USADO
                   MOVE WS-FECHA-HOY TO TCR-FECHA-MOV(IX-CRE)
                   IF TCR-SALDO(IX-CRE) = ZERO
                       MOVE "C" TO TCR-ESTADO(IX-CRE)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CREDITO-USADO > ZERO
               ADD 1 TO WS-CREDITOS-APLICADOS
               DISPLAY "SALDO A FAVOR APLICADO A " LIST-ID-ALUMNO
                   ": " WS-CREDITO-USADO
           END-IF.

      *>   EL LOTE FECHASNORM TIENE QUE VENIR COMPLETO: CABECERA,
           END-PERFORM.
           CLOSE ARCH-CUOTAS.

      *>   SI LOS SALDOS A FAVOR NO ENTRAN ENTEROS, REGRABARLOS
      *>   PERDERIA PLATA DE LAS FAMILIAS: SE RECHAZA LA CORRIDA
       CARGAR-CREDITOS.
           MOVE "N" TO WS-FIN-CREDITOS.
           OPEN INPUT ARCH-CREDITOS.
           IF NOT FS-CREDITOS-OK
               MOVE "S" TO WS-FIN-CREDITOS
           END-IF.
           PERFORM UNTIL WS-FIN-CREDITOS = "S"
               READ ARCH-CREDITOS
                   AT END
                       MOVE "S" TO WS-FIN-CREDITOS
                       CLOSE ARCH-CREDITOS
                   NOT AT END
                       IF WS-CANT-CREDITOS >= 1000
                           PERFORM RECHAZAR-CREDITOS-LLENOS
                       END-IF
                       ADD 1 TO WS-CANT-CREDITOS
                       MOVE CRE-LEGAJO TO TCR-LEGAJO(WS-CANT-CREDITOS)
                       MOVE CRE-FECHA TO TCR-FECHA(WS-CANT-CREDITOS)
                       MOVE CRE-ORIGEN TO TCR-ORIGEN(WS-CANT-CREDITOS)
                       MOVE CRE-IMPORTE TO
                            TCR-IMPORTE(WS-CANT-CREDITOS)
                       MOVE CRE-SALDO TO TCR-SALDO(WS-CANT-CREDITOS)
                       MOVE CRE-ESTADO TO TCR-ESTADO(WS-CANT-CREDITOS)
                       MOVE CRE-FECHA-MOV TO
                            TCR-FECHA-MOV(WS-CANT-CREDITOS)
               END-READ
           END-PERFORM.

       RECHAZAR-CREDITOS-LLENOS.
           DISPLAY "LOS SALDOS A FAVOR SUPERAN LOS 1000 RENGLONES "
               "EN MEMORIA: CORRIDA RECHAZADA, NADA SE TOCA".
           MOVE "EJ-05ENCL18" TO CTL-JOB.
           MOVE WS-CANT-CREDITOS TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       REGRABAR-CREDITOS.
           OPEN OUTPUT ARCH-CREDITOS.
           MOVE ";" TO CRE-SEP1 CRE-SEP2 CRE-SEP3 CRE-SEP4 CRE-SEP5
               CRE-SEP6.
           PERFORM VARYING IX-CRE FROM 1 BY 1
                   UNTIL IX-CRE > WS-CANT-CREDITOS
               MOVE TCR-LEGAJO(IX-CRE) TO CRE-LEGAJO
               MOVE TCR-FECHA(IX-CRE) TO CRE-FECHA
               MOVE TCR-ORIGEN(IX-CRE) TO CRE-ORIGEN
               MOVE TCR-IMPORTE(IX-CRE) TO CRE-IMPORTE
               MOVE TCR-SALDO(IX-CRE) TO CRE-SALDO
               MOVE TCR-ESTADO(IX-CRE) TO CRE-ESTADO
               MOVE TCR-FECHA-MOV(IX-CRE) TO CRE-FECHA-MOV
               WRITE REG-CREDITO
           END-PERFORM.
           CLOSE ARCH-CREDITOS.

      *>   CADA RECUPERO QUEDA EN INCOBREG PARA QUE CONTABILIDAD
      *>   REVIERTA LA BAJA CONTRA LA PREVISION
       GRABAR-RECUPEROS.
           IF WS-CUOTAS-RECUPERADAS > ZERO
               OPEN EXTEND ARCH-INCOBREG
               IF FS-INCOBREG-NO-EXISTE
                   OPEN OUTPUT ARCH-INCOBREG
               END-IF
               PERFORM VARYING IX-REC FROM 1 BY 1
                       UNTIL IX-REC > WS-CUOTAS-RECUPERADAS
                   MOVE TR-IX-CUOTA(IX-REC) TO IX-CUO
                   MOVE WS-FECHA-HOY TO IRG-FECHA
                   MOVE WS-OPERADOR-ID TO IRG-OPERADOR
                   MOVE SPACES TO IRG-AUTORIZANTE
                   MOVE TC-LEGAJO(IX-CUO) TO IRG-LEGAJO
                   MOVE TC-MATERIA(IX-CUO) TO IRG-MATERIA
                   MOVE TC-VENCIMIENTO(IX-CUO) TO IRG-VENCIMIENTO
                   MOVE TC-IMPORTE(IX-CUO) TO IRG-IMPORTE
                   MOVE "RECUPERO" TO IRG-RESULTADO
                   MOVE "PAGO POSTERIOR A LA BAJA" TO IRG-MOTIVO
                   MOVE ";" TO IRG-SEP1 IRG-SEP2 IRG-SEP3 IRG-SEP4
                       IRG-SEP5 IRG-SEP6 IRG-SEP7 IRG-SEP8
                   WRITE REG-INCOBREG
               END-PERFORM
               CLOSE ARCH-INCOBREG
           END-IF.

      *>   MOROSOS: CUOTAS PENDIENTES VENCIDAS HACE MAS DIAS QUE EL
      *>   UMBRAL, CON LOS DIAS DE MORA CALCULADOS IGUAL QUE EL
      *>   ATRASO DE LOS PAGOS (INTEGER-OF-DATE)
               END-READ
           END-PERFORM.

       CARGAR-INACTIVOS.
      *>   SIN PADRON NO HAY CONTROL DE LEGAJO INACTIVO (TRANSICION,
      *>   COMO BECADOS); SOLO SE GUARDAN LOS MARCADOS CON "I"
           MOVE "N" TO WS-FIN-PADRON.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-PADRON-OK
               MOVE "S" TO WS-FIN-PADRON
           END-IF.
           PERFORM UNTIL WS-FIN-PADRON = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO WS-FIN-PADRON
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF PAD-ESTADO = "I"
                           IF WS-CANT-INACTIVOS >= 6000
                               PERFORM RECHAZAR-INACTIVOS-LLENOS
                           ELSE
                               ADD 1 TO WS-CANT-INACTIVOS
                               MOVE PAD-LEGAJO TO
                                    TI-LEGAJO(WS-CANT-INACTIVOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>   UN INACTIVO QUE NO ENTRA EN LA TABLA VOLVERIA A TENER
      *>   CUOTA: LA CORRIDA SE RECHAZA ANTES DE GENERAR NADA
       RECHAZAR-INACTIVOS-LLENOS.
           DISPLAY "LOS LEGAJOS INACTIVOS DEL PADRON SUPERAN LOS 6000 "
               "EN MEMORIA: CORRIDA RECHAZADA, NADA SE TOCA".
           MOVE "EJ-05ENCL18" TO CTL-JOB.
           MOVE WS-CANT-INACTIVOS TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       VERIFICAR-INACTIVO.
           MOVE "N" TO WS-LEGAJO-INACTIVO.
           PERFORM VARYING IX-INA FROM 1 BY 1
                   UNTIL IX-INA > WS-CANT-INACTIVOS
               IF TI-LEGAJO(IX-INA) = LIST-ID-ALUMNO
                   MOVE "S" TO WS-LEGAJO-INACTIVO
               END-IF
           END-PERFORM.

       OBTENER-CODIGO-MATERIA.
      *>   DEJA EN MATERIA EL CODIGO DEL NOMBRE QUE ESTA EN
      *>   MATERIA-NOMBRE (CERO SI NO ES UNA MATERIA CONOCIDA)

           COPY CTLPR.
           COPY OPERPR.
           COPY PERIPR.
           COPY RUNCPR.
           COPY HABILPR.
           COPY NOTIFPR.
