      *> consola y arma en CERTIFICADO el detalle de todas sus notas
      *> (termino, materia, nota), el promedio general y el conteo
      *> de materias aprobadas y pendientes, en vez de reconstruirlo
      *> a mano desde archivos de notas viejos. Las materias
      *> reconocidas por equivalencia (renglones EQUIV de TRANSCRIPT)
      *> salen aparte, con la institucion de origen y el numero de
      *> resolucion tomados de EQUIVREG.

      *>--------------------------------------
      *> IdentificarDatos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECTAUDIT.

      *>   EQUIVREG trae la resolucion e institucion de cada
      *>   equivalencia (ver COPYLIB EQUIVREG)
           SELECT ARCH-EQUIVREG ASSIGN TO "EQUIVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EQUIVREG.

      *>   CERTIFICADO es la salida impresa para entregar al alumno
           SELECT ARCH-CERTIFICADO ASSIGN TO "CERTIFICADO"
               ORGANIZATION IS LINE SEQUENTIAL.
           03 RAU-SEP8        PIC X.
           03 RAU-MOTIVO      PIC X(30).

       FD  ARCH-EQUIVREG.
           COPY EQUIVREG.

       FD  ARCH-CERTIFICADO.
       01  REG-CERTIFICADO PIC X(80).

       01 WS-FS-RECTAUDIT PIC XX.
           88 FS-RECTAUDIT-OK VALUE "00".

      *>   EQUIVALENCIAS DEL LEGAJO, QUE SE IMPRIMEN APARTE DESPUES
      *>   DE LAS NOTAS DE EXAMEN
       77 WS-CANT-EQUIV PIC 99 VALUE ZERO.
       01  TABLA-EQUIV.
           03 EQUIV-ENTRY OCCURS 30 TIMES.
               05 TEQ-MATERIA PIC 9.
               05 TEQ-NOTA    PIC 9(2)V99.
       77 IX-EQUIV PIC 99 VALUE ZERO.
       01 WS-TITULO-ESCRITO PIC X VALUE "N".
       01 WS-FIN-EQUIVREG PIC X VALUE "N".
       01 WS-FS-EQUIVREG PIC XX.
           88 FS-EQUIVREG-OK VALUE "00".
       01 WS-EQR-INSTITUCION PIC X(30) VALUE SPACES.
       01 WS-EQR-RESOLUCION PIC X(12) VALUE SPACES.

      *>   NOMBRE DE LA MATERIA SEGUN SU CODIGO
       77 MATERIA PIC 9 VALUE ZERO.
       01 MATERIA-NOMBRE PIC X(25) VALUE SPACES.
           03 DET-NOTA    PIC Z9.99.
           03 FILLER      PIC X VALUE SPACE.
           03 DET-RECTIF  PIC X(13).
       01 LINEA-EQUIV.
           03 FILLER      PIC X(8) VALUE "EQUIV.  ".
           03 EQD-MATERIA PIC X(25).
           03 FILLER      PIC X VALUE SPACE.
           03 EQD-NOTA    PIC X(8).
           03 FILLER      PIC X(6) VALUE " RES. ".
           03 EQD-RESOLUCION PIC X(12).
       01 LINEA-EQUIV-ORIGEN.
           03 FILLER      PIC X(18) VALUE "        ORIGEN:   ".
           03 EQD-INSTITUCION PIC X(30).
       01 LINEA-GUIONES PIC X(50) VALUE ALL "-".
       01 ED-PROM PIC Z9.99.
       01 ED-CANT PIC ZZ9.
           PERFORM CARGAR-RECTIFICACIONES.
           OPEN OUTPUT ARCH-CERTIFICADO.
           PERFORM RECORRER-HISTORIAL.
           PERFORM IMPRIMIR-EQUIVALENCIAS
               THRU IMPRIMIR-EQUIVALENCIAS-FIN.
           PERFORM CERRAR-CERTIFICADO THRU CERRAR-CERTIFICADO-FIN.
           CLOSE ARCH-CERTIFICADO.

                       CLOSE ARCH-TRANSCRIPT
                   NOT AT END
                       IF TR-LEGAJO = WS-LEGAJO
                           IF TR-TERMINO = "EQUIV"
                               PERFORM ANOTAR-EQUIVALENCIA
                           ELSE
                               PERFORM VOLCAR-NOTA-AL-CERTIFICADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VOLCAR-NOTA-AL-CERTIFICADO.
      *>   EL ENCABEZADO SALE CON LA PRIMERA NOTA ENCONTRADA
           PERFORM ESCRIBIR-TITULO.
           ADD 1 TO WS-CANT-NOTAS.
           ADD TR-NOTA TO WS-SUMA-NOTAS.
           IF TR-NOTA NOT < WS-NOTA-APROBACION
           MOVE LINEA-NOTA TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

       ESCRIBIR-TITULO.
           IF WS-TITULO-ESCRITO = "N"
               MOVE "S" TO WS-TITULO-ESCRITO
               MOVE WS-LEGAJO TO TIT-LEGAJO
               MOVE TR-NOMBRE TO TIT-NOMBRE
               MOVE LINEA-TITULO TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
               MOVE LINEA-GUIONES TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-IF.

      *>   LA EQUIVALENCIA NO ES UN EXAMEN: SE GUARDA PARA LA
      *>   SECCION PROPIA; CUENTA COMO APROBADA Y, SI TRAE NOTA,
      *>   ENTRA AL PROMEDIO
       ANOTAR-EQUIVALENCIA.
           PERFORM ESCRIBIR-TITULO.
           MOVE TR-NOMBRE TO WS-NOMBRE.
           ADD 1 TO WS-APROBADAS.
           IF TR-NOTA > ZERO
               ADD 1 TO WS-CANT-NOTAS
               ADD TR-NOTA TO WS-SUMA-NOTAS
           END-IF.
           IF WS-CANT-EQUIV >= 30
               DISPLAY "ADVERTENCIA: SE IGNORA EQUIVALENCIA, YA HAY "
                   "30 EN EL CERTIFICADO"
           ELSE
               ADD 1 TO WS-CANT-EQUIV
               MOVE TR-MATERIA TO TEQ-MATERIA (WS-CANT-EQUIV)
               MOVE TR-NOTA TO TEQ-NOTA (WS-CANT-EQUIV)
           END-IF.

       IMPRIMIR-EQUIVALENCIAS.
           IF WS-CANT-EQUIV = ZERO
               GO TO IMPRIMIR-EQUIVALENCIAS-FIN.
           MOVE LINEA-GUIONES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "MATERIAS APROBADAS POR EQUIVALENCIA"
             TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           PERFORM VARYING IX-EQUIV FROM 1 BY 1
                   UNTIL IX-EQUIV > WS-CANT-EQUIV
               MOVE TEQ-MATERIA (IX-EQUIV) TO MATERIA
               PERFORM OBTENER-NOMBRE-MATERIA
               MOVE MATERIA-NOMBRE TO EQD-MATERIA
               IF TEQ-NOTA (IX-EQUIV) > ZERO
                   MOVE TEQ-NOTA (IX-EQUIV) TO DET-NOTA
                   MOVE DET-NOTA TO EQD-NOTA
               ELSE
                   MOVE "APROBADA" TO EQD-NOTA
               END-IF
               PERFORM BUSCAR-RESOLUCION
               MOVE WS-EQR-RESOLUCION TO EQD-RESOLUCION
               MOVE LINEA-EQUIV TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
               MOVE WS-EQR-INSTITUCION TO EQD-INSTITUCION
               MOVE LINEA-EQUIV-ORIGEN TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-PERFORM.
       IMPRIMIR-EQUIVALENCIAS-FIN.
           EXIT.

      *>   LA RESOLUCION SE BUSCA EN EQUIVREG POR LEGAJO + MATERIA;
      *>   SI FALTA EL RENGLON SE IMPRIME SIN DATO
       BUSCAR-RESOLUCION.
           MOVE "SIN DATO" TO WS-EQR-RESOLUCION.
           MOVE "SIN DATO" TO WS-EQR-INSTITUCION.
           MOVE "N" TO WS-FIN-EQUIVREG.
           OPEN INPUT ARCH-EQUIVREG.
           IF NOT FS-EQUIVREG-OK
               MOVE "S" TO WS-FIN-EQUIVREG
           END-IF.
           PERFORM UNTIL WS-FIN-EQUIVREG = "S"
               READ ARCH-EQUIVREG
                   AT END
                       MOVE "S" TO WS-FIN-EQUIVREG
                       CLOSE ARCH-EQUIVREG
                   NOT AT END
                       IF EQR-LEGAJO = WS-LEGAJO
                          AND EQR-MATERIA = TEQ-MATERIA (IX-EQUIV)
                           MOVE EQR-RESOLUCION TO WS-EQR-RESOLUCION
                           MOVE EQR-INSTITUCION TO WS-EQR-INSTITUCION
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-RECTIFICACION.
           MOVE "N" TO WS-NOTA-RECTIFICADA.
           PERFORM VARYING IX-RECTIF FROM 1 BY 1
           END-PERFORM.

       CERRAR-CERTIFICADO.
           IF WS-CANT-NOTAS = ZERO AND WS-CANT-EQUIV = ZERO
               DISPLAY "EL LEGAJO " WS-LEGAJO " NO TIENE NOTAS "
                   "REGISTRADAS"
               MOVE "SIN NOTAS REGISTRADAS PARA EL LEGAJO"
                 TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
               GO TO CERRAR-CERTIFICADO-FIN.
      *>   UN LEGAJO CON SOLO EQUIVALENCIAS SIN NOTA NO TIENE
      *>   PROMEDIO: SALE EN CERO
           MOVE ZERO TO WS-PROMEDIO.
           IF WS-CANT-NOTAS > ZERO
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-SUMA-NOTAS / WS-CANT-NOTAS
           END-IF.
           MOVE LINEA-GUIONES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE WS-PROMEDIO TO ED-PROM.
