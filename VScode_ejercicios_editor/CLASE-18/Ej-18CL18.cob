      *> ESTADOS, TRANSFERENCIAS y AUDITORIA salen por tramo, asi el
      *> rastro coincide con el convenio que regia cada dia.

      *> NOTA (actualizada 3): un socio puede cobrar en moneda
      *> extranjera (PM-MONEDA del maestro). La parte se calcula en
      *> pesos igual que siempre y se convierte al tipo de cambio de
      *> COTIZACIONES en vigor a la fecha de la distribucion (la de
      *> la corrida, que es la fecha de las transferencias); pesos,
      *> tipo y monto en moneda quedan en ESTADOS, TRANSFERENCIAS y
      *> AUDITORIA. Sin cotizacion para la moneda de un socio la
      *> corrida se rechaza antes de distribuir nada.

      *> NOTA (actualizada 4): antes de emitir nada se recorre el
      *> cronograma y, si contabilidad ya cerro (archivo PERIODOS,
      *> subsistema DISTRIB) alguno de sus periodos, la corrida se
      *> corta con PERCERRADO en CONTROL. Un periodo cerrado solo se
      *> reabre con doble control (EJ-09ENOPER).

      *> NOTA (actualizada): el punto de miles y la coma decimal ya
      *> quedaron resueltos con DECIMAL-POINT IS COMMA mas la imagen
      *> $ZZZ.ZZZ.ZZ9,99 de EDICION - ver MILLONES mas abajo por el
           SELECT ARCH-PARTICIPANTES ASSIGN TO "PARTICIPANTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTICIPANTES.
      *>   COTIZACIONES trae el tipo de cambio por moneda con su
      *>   vigencia, para los socios que cobran en moneda extranjera
           SELECT ARCH-COTIZACIONES ASSIGN TO "COTIZACIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COTIZACIONES.
      *>   TRANSFERENCIAS es el archivo que tesoreria sube al banco
      *>   (CBU, importe, concepto, fecha), uno por socio y periodo
           SELECT ARCH-TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUALJOBS.

      *>   PERIODOS es el estado contable de cada periodo (ver
      *>   COPYLIB PERIPR): en un periodo cerrado no se postea
           SELECT ARCH-PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.

           SELECT ARCH-RUNCARDS ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCARDS.
           COPY ESTADOPART.

       FD  ARCH-PARTICIPANTES
           RECORD CONTAINS 69 CHARACTERS.
           COPY PARTMAST.

       FD  ARCH-COTIZACIONES
           RECORD CONTAINS 22 CHARACTERS.
           COPY COTIZAC.

       FD  ARCH-RETENCIONES
           RECORD CONTAINS 17 CHARACTERS.
           COPY RETENC.
      *>   del maestro sin adivinar de quien era la transferencia
           03 TRF-SEP4     PIC X.
           03 TRF-LETRA    PIC X.
      *>   TRF-IMPORTE sigue en pesos (lo que sale de la cuenta); el
      *>   banco acredita TRF-IMPORTE-MONEDA en la moneda del socio
           03 TRF-SEP5     PIC X.
           03 TRF-MONEDA   PIC X(3).
           03 TRF-SEP6     PIC X.
           03 TRF-COTIZACION PIC 9(5)V9(4).
           03 TRF-SEP7     PIC X.
           03 TRF-IMPORTE-MONEDA PIC 9(9)V99.

       FD  ARCH-ADELANTOS
           RECORD CONTAINS 45 CHARACTERS.
           RECORD CONTAINS 11 CHARACTERS.
           COPY DUALJOB.

       FD  ARCH-PERIODOS
           RECORD CONTAINS 45 CHARACTERS.
           COPY PERIODO.

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.
      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   CONTROL DE PERIODO CERRADO (VER COPYLIB PERIPROC)
           COPY PERIPROC.

      *>   DOBLE CONTROL PARA JOBS DESTRUCTIVOS (VER COPYLIB
      *>   DUALPROC)
           COPY DUALPROC.
               03 TPA-CUIT   PIC X(11).
               03 TPA-CBU    PIC X(22).
               03 TPA-CATEGORIA PIC X(2).
               03 TPA-MONEDA PIC X(3).
               03 TPA-COTIZACION PIC 9(5)V9(4).
       01 IX-PART PIC 9 VALUE ZERO.
       01 IX-PART-HALLADO PIC 9 VALUE ZERO.
       01 LETRA-BUSCADA PIC X VALUE SPACE.

      *>   tipos de cambio con vigencia, y la conversion del socio
      *>   en curso; por letra queda lo que va a la AUDITORIA del
      *>   tramo
       01 WS-FS-COTIZACIONES PIC XX.
           88 FS-COTIZACIONES-OK VALUE "00".
       01 FIN-COTIZACIONES PIC X VALUE "N".
       01 CANT-COTIZACIONES PIC 99 VALUE ZERO.
       01 TABLA-COTIZACIONES.
           02 COTIZACION-ENTRY OCCURS 50 TIMES.
               03 TCO-MONEDA PIC X(3).
               03 TCO-DESDE  PIC 9(8).
               03 TCO-TIPO   PIC 9(5)V9(4).
       01 IX-COT PIC 99 VALUE ZERO.
       01 COT-DESDE-HALLADA PIC 9(8) VALUE ZERO.
       01 PAGO-MONEDA PIC 9(9)V99 VALUE ZERO.
       01 BRUTO-MONEDA PIC 9(9)V99 VALUE ZERO.
       01 TABLA-MONEDA-TRAMO.
           02 MONEDA-TRAMO-ENTRY OCCURS 5 TIMES.
               03 TMT-MONEDA     PIC X(3).
               03 TMT-COTIZACION PIC 9(5)V9(4).
               03 TMT-MONTO      PIC 9(9)V99.
       01 EDICION-COTIZACION PIC ZZ.ZZ9,9999.
       01 EDICION-MONEDA PIC ZZZ.ZZZ.ZZ9,99.

      *>   parametros de retencion por categoria y el calculo del
      *>   periodo: bruto, retencion y neto por participante, mas
      *>   los totales del periodo para el resumen del estudio
           PERFORM CARGAR-SALDOS-ADELANTO.

           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           PERFORM CARGAR-COTIZACIONES.
           PERFORM RESOLVER-COTIZACIONES.

      *>   DETALLE ESTETICO INICIAL
           DISPLAY "---------------------------------------------------"
               PERFORM GRABAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM VERIFICAR-PERIODOS-CRONOGRAMA.

      *>   EMPUJAR TRANSFERENCIAS AL BANCO EXIGE LA SEGUNDA FIRMA
      *>   SI EL JOB ESTA EN DUALJOBS (VER COPYLIB DUALPR)
           MOVE ";" TO TRF-SEP2.
           MOVE ";" TO TRF-SEP3.
           MOVE ";" TO TRF-SEP4.
           MOVE ";" TO TRF-SEP5.
           MOVE ";" TO TRF-SEP6.
           MOVE ";" TO TRF-SEP7.
           OPEN OUTPUT ARCH-RETSUMARIO.
           OPEN EXTEND ARCH-RETENDET.
           IF FS-RETENDET-NO-EXISTE
       *>  TERMINA PROGRAMA
           STOP RUN.

      *>   NINGUN PERIODO DEL CRONOGRAMA PUEDE ESTAR CERRADO POR
      *>   CONTABILIDAD (VER COPYLIB PERIPR): SE RECORRE ENTERO ANTES
      *>   DE EMITIR NADA Y SE REABRE PARA LA DISTRIBUCION
       VERIFICAR-PERIODOS-CRONOGRAMA.
           MOVE "DISTRIB" TO WS-PER-SUBSISTEMA.
           PERFORM UNTIL FIN-DISTRIBUCIONES = "S"
               READ ARCH-DISTRIBUCIONES
                   AT END
                       MOVE "S" TO FIN-DISTRIBUCIONES
                   NOT AT END
                       MOVE DIS-PERIODO TO WS-PER-PERIODO
                       MOVE "CL-18-EJ-18" TO CTL-JOB
                       PERFORM VERIFICAR-PERIODO-ABIERTO
               END-READ
           END-PERFORM.
           CLOSE ARCH-DISTRIBUCIONES.
           OPEN INPUT ARCH-DISTRIBUCIONES.
           MOVE "N" TO FIN-DISTRIBUCIONES.

      *>   CARGA TODAS LAS VERSIONES DEL CONVENIO Y ARMA LA LISTA
      *>   DE LETRAS DISTINTAS (MAXIMO 5 SOCIOS, COMO SIEMPRE)
       CARGAR-PORCENTAJES.
               MOVE ADELANTO-APLICADO TO EST-ADELANTO
               MOVE " PAGA " TO EST-SEP9
               MOVE PAGO-EFECTIVO TO EST-PAGADO
      *>       lo pagado en la moneda del socio, al tipo de cambio
      *>       en vigor a la fecha de la distribucion
               PERFORM CONVERTIR-MONEDA
               MOVE " MON " TO EST-SEP10
               MOVE TPA-MONEDA(IX-PART-HALLADO) TO EST-MONEDA
               MOVE SPACE TO EST-SEP11
               MOVE TPA-COTIZACION(IX-PART-HALLADO) TO
                    EST-COTIZACION
               MOVE SPACE TO EST-SEP12
               MOVE PAGO-MONEDA TO EST-PAGADO-MONEDA
               WRITE REG-ESTADO
               ADD MONTOS(INDICE) TO RECAP-PARTICIPANTE(INDICE)
               ADD MONTOS(INDICE) TO TOTAL-BRUTO-PERIODO
               MOVE CONCEPTO-TRANSFER TO TRF-CONCEPTO
               MOVE WS-FECHA-CORRIDA TO TRF-FECHA
               MOVE LETRA-PARTICIPANTE(INDICE) TO TRF-LETRA
               MOVE TPA-MONEDA(IX-PART-HALLADO) TO TRF-MONEDA
               MOVE TPA-COTIZACION(IX-PART-HALLADO) TO
                    TRF-COTIZACION
               MOVE PAGO-MONEDA TO TRF-IMPORTE-MONEDA
               WRITE REG-TRANSFERENCIA
           END-PERFORM.

                                TPA-CBU(CANT-PARTICIPANTES)
                           MOVE PM-CATEGORIA TO
                                TPA-CATEGORIA(CANT-PARTICIPANTES)
                           MOVE PM-MONEDA TO
                                TPA-MONEDA(CANT-PARTICIPANTES)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ";" TO AUD-SEP6.
           MOVE RESIDUO-CENTAVOS TO AUD-RESIDUO.
           MOVE LETRA-PARTICIPANTE(IX-MAYOR) TO AUD-ABSORBE.
           MOVE ";" TO AUD-SEP7.
           PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 5
               MOVE ";" TO AUD-SEP-MON1(INDICE)
               MOVE ";" TO AUD-SEP-MON2(INDICE)
               MOVE ";" TO AUD-SEP-MON3(INDICE)
               IF INDICE > CANT-LETRAS
                   MOVE SPACES TO AUD-MONEDA(INDICE)
                   MOVE ZERO TO AUD-COTIZACION(INDICE)
                   MOVE ZERO TO AUD-MONTO-MONEDA(INDICE)
               ELSE
                   MOVE TMT-MONEDA(INDICE) TO AUD-MONEDA(INDICE)
                   MOVE TMT-COTIZACION(INDICE) TO
                        AUD-COTIZACION(INDICE)
                   MOVE TMT-MONTO(INDICE) TO
                        AUD-MONTO-MONEDA(INDICE)
               END-IF
           END-PERFORM.
           WRITE REG-AUDITORIA.
           CLOSE ARCH-AUDITORIA.

      *>   LEVANTA LAS COTIZACIONES; UNA TABLA QUE NO ENTRA SE
      *>   RECHAZA EN VEZ DE CONVERTIR CON UN TIPO DE CAMBIO VIEJO
       CARGAR-COTIZACIONES.
           MOVE "N" TO FIN-COTIZACIONES.
           OPEN INPUT ARCH-COTIZACIONES.
           IF NOT FS-COTIZACIONES-OK
               MOVE "S" TO FIN-COTIZACIONES
           END-IF.
           PERFORM UNTIL FIN-COTIZACIONES = "S"
               READ ARCH-COTIZACIONES
                   AT END
                       MOVE "S" TO FIN-COTIZACIONES
                       CLOSE ARCH-COTIZACIONES
                   NOT AT END
                       IF CANT-COTIZACIONES >= 50
                           DISPLAY "ERROR: COTIZACIONES TRAE MAS DE "
                               "50 RENGLONES, CORRIDA RECHAZADA"
                           MOVE "CL-18-EJ-18" TO CTL-JOB
                           MOVE ZERO TO CTL-CANT-REG
                           MOVE "RECHAZADO" TO CTL-ESTADO
                           PERFORM GRABAR-CONTROL
                           STOP RUN
                       END-IF
                       ADD 1 TO CANT-COTIZACIONES
                       MOVE COT-MONEDA TO
                            TCO-MONEDA(CANT-COTIZACIONES)
                       MOVE COT-VIG-DESDE TO
                            TCO-DESDE(CANT-COTIZACIONES)
                       MOVE COT-TIPO TO
                            TCO-TIPO(CANT-COTIZACIONES)
               END-READ
           END-PERFORM.

      *>   TIPO DE CAMBIO DE CADA SOCIO A LA FECHA DE LA
      *>   DISTRIBUCION: EL RENGLON DE SU MONEDA CON LA MAYOR FECHA
      *>   DESDE QUE NO PASE LA CORRIDA; EN PESOS EL TIPO ES 1. UN
      *>   SOCIO EN MONEDA SIN COTIZACION RECHAZA LA CORRIDA
       RESOLVER-COTIZACIONES.
           PERFORM VARYING IX-PART FROM 1 BY 1
                   UNTIL IX-PART > CANT-PARTICIPANTES
               IF TPA-MONEDA(IX-PART) = SPACES
                   MOVE "ARS" TO TPA-MONEDA(IX-PART)
               END-IF
               MOVE 1 TO TPA-COTIZACION(IX-PART)
               IF TPA-MONEDA(IX-PART) NOT = "ARS"
                   MOVE ZERO TO TPA-COTIZACION(IX-PART)
                   MOVE ZERO TO COT-DESDE-HALLADA
                   PERFORM VARYING IX-COT FROM 1 BY 1
                           UNTIL IX-COT > CANT-COTIZACIONES
                       IF TCO-MONEDA(IX-COT) = TPA-MONEDA(IX-PART)
                          AND TCO-DESDE(IX-COT) NOT >
                              WS-FECHA-CORRIDA
                          AND TCO-DESDE(IX-COT) NOT <
                              COT-DESDE-HALLADA
                           MOVE TCO-DESDE(IX-COT) TO
                                COT-DESDE-HALLADA
                           MOVE TCO-TIPO(IX-COT) TO
                                TPA-COTIZACION(IX-PART)
                       END-IF
                   END-PERFORM
                   IF TPA-COTIZACION(IX-PART) = ZERO
                       DISPLAY "ERROR: SIN COTIZACION DE "
                           TPA-MONEDA(IX-PART) " AL "
                           WS-FECHA-CORRIDA " PARA EL PARTICIPANTE "
                           TPA-LETRA(IX-PART)
                       MOVE "CL-18-EJ-18" TO CTL-JOB
                       MOVE ZERO TO CTL-CANT-REG
                       MOVE "RECHAZADO" TO CTL-ESTADO
                       PERFORM GRABAR-CONTROL
                       STOP RUN
                   END-IF
                   MOVE TPA-COTIZACION(IX-PART) TO
                        EDICION-COTIZACION
                   DISPLAY "PARTICIPANTE " TPA-LETRA(IX-PART)
                       " COBRA EN " TPA-MONEDA(IX-PART)
                       " AL TIPO DE CAMBIO " EDICION-COTIZACION
               END-IF
           END-PERFORM.

      *>   CONVIERTE LO PAGADO Y EL BRUTO DEL SOCIO EN CURSO A SU
      *>   MONEDA Y LO DEJA POR LETRA PARA LA AUDITORIA DEL TRAMO
       CONVERTIR-MONEDA.
           COMPUTE PAGO-MONEDA ROUNDED =
               PAGO-EFECTIVO / TPA-COTIZACION(IX-PART-HALLADO).
           COMPUTE BRUTO-MONEDA ROUNDED =
               MONTOS(INDICE) / TPA-COTIZACION(IX-PART-HALLADO).
           MOVE TPA-MONEDA(IX-PART-HALLADO) TO TMT-MONEDA(INDICE).
           MOVE TPA-COTIZACION(IX-PART-HALLADO) TO
                TMT-COTIZACION(INDICE).
           MOVE BRUTO-MONEDA TO TMT-MONTO(INDICE).
           IF TPA-MONEDA(IX-PART-HALLADO) NOT = "ARS"
               MOVE TPA-COTIZACION(IX-PART-HALLADO) TO
                    EDICION-COTIZACION
               MOVE PAGO-MONEDA TO EDICION-MONEDA
               DISPLAY "  PAGO EN " TPA-MONEDA(IX-PART-HALLADO)
                   " AL " EDICION-COTIZACION ": " EDICION-MONEDA
           END-IF.

           COPY MESESPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY PERIPR.
           COPY RUNCPR.
           COPY DUALPR.

