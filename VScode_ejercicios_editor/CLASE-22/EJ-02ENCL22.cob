               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTAS.

      *>   TRANSCRIPT trae las equivalencias otorgadas (termino
      *>   EQUIV): una materia aprobada por equivalencia tambien
      *>   cumple la correlativa aunque no figure en NOTASALUMNO
           SELECT ARCH-TRANSCRIPT ASSIGN TO "TRANSCRIPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSCRIPT.

      *>   PADRON es el maestro de alumnos de la facultad; toda
      *>   transaccion cuyo legajo no este en el padron va a
      *>   EXCEPCIONES en vez de crear un alumno fantasma
       FD  ARCH-NOTAS-ALUMNO.
           COPY NOTASALU.

       FD  ARCH-TRANSCRIPT
           RECORD CONTAINS 51 CHARACTERS.
           COPY TRANSCRI.

       FD  ARCH-YAINSCRIPTOS.
       01  REG-YAINSCRIPTO.
           03 YA-CLAVE.
       01  REG-PADRONIDX.
           03 PIX-LEGAJO  PIC X(10).
           03 PIX-CARRERA PIC X(3).
           03 PIX-ESTADO  PIC X.

       FD  ARCH-NOTASIDX.
       01  REG-NOTASIDX.
           88 FS-NOTAS-OK VALUE "00".
       01 WS-FS-NOTASIDX PIC XX.
           88 FS-NOTASIDX-OK VALUE "00".
       01 FIN-TRANSCRIPT PIC X VALUE "N".
       01 WS-FS-TRANSCRIPT PIC XX.
           88 FS-TRANSCRIPT-OK VALUE "00".
      *>   NOTA CON QUE ENTRA AL INDEXADO UNA EQUIVALENCIA: LA SUYA,
      *>   O LA DE APROBACION SI SE OTORGO SIN NOTA
       01 NOTA-EQUIVALENCIA PIC 9(2)V99.
       01 NOTA-APROBACION PIC 9V99 VALUE 4.00.

      *>   EL PADRON TAMBIEN SE CONSULTA POR CLAVE EN EL INDEXADO
      *>   DE ESTADO (VER COPYLIB GENPROC)
           COPY GENPROC.

      *>   DIGITO VERIFICADOR DEL LEGAJO (VER COPYLIB DIGVPROC)
           COPY DIGVPROC.


      *>   LEGAJOS CONDICIONALES SEGUN LA CORRIDA DE SITUACION
      *>   ACADEMICA: SU INSCRIPCION SE RETIENE PARA APROBACION
             GO TO COMIENZO.

       VERIFICAR-PADRON.
      *>   UN LEGAJO NUMERICO CON EL DIGITO VERIFICADOR MAL ES UN
      *>   ERROR DE TIPEO DE LA MESA (VER COPYLIB DIGVPR): VA A
      *>   EXCEPCIONES ANTES DE QUE CAIGA EN EL LEGAJO DE OTRO
           MOVE ID-ALUMNO TO WS-DV-LEGAJO.
           PERFORM VERIFICAR-DIGITO-LEGAJO.
           IF WS-DV-VALIDO = "N"
               PERFORM ANOTAR-TRANSACCION-INVALIDA
               MOVE "DIGITO VERIFICADOR INVALIDO" TO EXC-MOTIVO
               PERFORM GRABAR-EXCEPCION
               DISPLAY "LEGAJO " ID-ALUMNO
                   " CON DIGITO VERIFICADOR INVALIDO, VA A "
                   "EXCEPCIONES"
               DISPLAY " "
               GO TO COMIENZO
           END-IF.
      *>   EL LEGAJO TIENE QUE EXISTIR EN EL PADRON; LA CONSULTA ES
      *>   UN READ DIRECTO EN EL INDEXADO PADRONIDX, SIN TECHO DE
      *>   LEGAJOS EN MEMORIA. SI NO ESTA, LA TRANSACCION VA A
               DISPLAY " "
               GO TO COMIENZO
           END-IF.
      *>   EL QUE NO SE REINSCRIBIO EN LA VENTANA ANUAL QUEDO
      *>   INACTIVO Y NO SE INSCRIBE HASTA QUE LO REACTIVEN EN EL
      *>   MANTENIMIENTO DEL PADRON; LA BAJA SI PASA, PORQUE SOLO
      *>   LIBERA EL CUPO QUE TODAVIA OCUPA
           IF PIX-ESTADO = "I"
              AND NOT TRANSACCION-BAJA
               PERFORM ANOTAR-TRANSACCION-INVALIDA
               MOVE "LEGAJO INACTIVO" TO EXC-MOTIVO
               PERFORM GRABAR-EXCEPCION
               DISPLAY "ALUMNO " ID-ALUMNO
                   " INACTIVO (NO SE REINSCRIBIO), VA A EXCEPCIONES"
               DISPLAY " "
               GO TO COMIENZO
           END-IF.
      *>   EL CODIGO DE CARRERA DEL PADRON TIENE QUE EXISTIR EN EL
      *>   MAESTRO DE CARRERAS (SI HAY MAESTRO CARGADO)
           IF CANT-CARRERAS > ZERO
                   NOT AT END
                       MOVE PAD-LEGAJO TO PIX-LEGAJO
                       MOVE PAD-CARRERA-COD TO PIX-CARRERA
                       MOVE PAD-ESTADO TO PIX-ESTADO
                       WRITE REG-PADRONIDX
                           INVALID KEY
                               DISPLAY "ADVERTENCIA: LEGAJO "
                       AT END
                           MOVE "S" TO FIN-NOTAS
                       NOT AT END
      *>                   LA NOTA DE TRABAJO PRACTICO NO APRUEBA LA
      *>                   MATERIA: NO CUMPLE UNA CORRELATIVA
                           IF NA-INSTANCIA NOT = "TP"
                               PERFORM VOLCAR-NOTA-AL-INDEXADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOTAS-ALUMNO
           END-IF.
           MOVE "N" TO FIN-TRANSCRIPT.
           OPEN INPUT ARCH-TRANSCRIPT.
           IF FS-TRANSCRIPT-OK
               PERFORM UNTIL FIN-TRANSCRIPT = "S"
                   READ ARCH-TRANSCRIPT
                       AT END
                           MOVE "S" TO FIN-TRANSCRIPT
                       NOT AT END
                           IF TR-TERMINO = "EQUIV"
                               PERFORM VOLCAR-EQUIV-AL-INDEXADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-TRANSCRIPT
           END-IF.
           CLOSE ARCH-NOTASIDX.
           OPEN INPUT ARCH-NOTASIDX.

                   END-IF
           END-READ.

       VOLCAR-EQUIV-AL-INDEXADO.
      *>   LA EQUIVALENCIA SIN NOTA ENTRA CON LA NOTA DE APROBACION,
      *>   ASI CUMPLE LA CORRELATIVA IGUAL QUE UNA NOTA APROBADA
           IF TR-NOTA < NOTA-APROBACION
               MOVE NOTA-APROBACION TO NOTA-EQUIVALENCIA
           ELSE
               MOVE TR-NOTA TO NOTA-EQUIVALENCIA
           END-IF.
           MOVE TR-LEGAJO TO NIX-LEGAJO.
           MOVE TR-MATERIA TO NIX-MATERIA.
           READ ARCH-NOTASIDX
               INVALID KEY
                   MOVE TR-LEGAJO TO NIX-LEGAJO
                   MOVE TR-MATERIA TO NIX-MATERIA
                   MOVE NOTA-EQUIVALENCIA TO NIX-NOTA
                   WRITE REG-NOTASIDX
                       INVALID KEY
                           DISPLAY "ADVERTENCIA: NO SE PUDO GRABAR "
                               "LA EQUIVALENCIA DE " TR-LEGAJO
                   END-WRITE
               NOT INVALID KEY
                   IF NOTA-EQUIVALENCIA > NIX-NOTA
                       MOVE NOTA-EQUIVALENCIA TO NIX-NOTA
                       REWRITE REG-NOTASIDX
                   END-IF
           END-READ.

       BUSCAR-COMISION.
      *>   DEJA EN IX-COM-HALLADA LA ENTRADA DE TABLA-COMISIONES DE
      *>   LA MATERIA+COMISION EN CURSO (CERO SI NO EXISTE)
           COPY OPERPR.
           COPY RUNCPR.
           COPY GENPR.
           COPY DIGVPR.
