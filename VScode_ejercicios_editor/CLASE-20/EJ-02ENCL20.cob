      *> viejos a mano. Esta corrida vuelca las notas de NOTASALUMNO
      *> al maestro TRANSCRIPT (clave legajo + termino + materia);
      *> si la clave ya estaba, la nota nueva la pisa (vale la
      *> ultima registrada del cuatrimestre). La nota de trabajo
      *> practico de los impares (renglon "TP") solo queda como
      *> nota del termino si la materia no tiene otra, y la nota de
      *> examen la reemplaza aunque el TP se haya volcado en una
      *> corrida anterior.

      *>--------------------------------------
      *> IdentificarDatos
       WORKING-STORAGE SECTION.

      *>   HISTORIAL COMPLETO EN MEMORIA; SE REGRABA AL FINAL CON
      *>   LAS NOTAS NUEVAS MEZCLADAS. TH-DE-TP MARCA LA CLAVE CUYA
      *>   NOTA VINO DE UN RENGLON "TP" (EN ESTA CORRIDA O EN UNA
      *>   ANTERIOR): LA NOTA DE EXAMEN DE NOTASALUMNO LA REEMPLAZA
       77 WS-CANT-HISTORIAL PIC 9(4) VALUE ZERO.
       01  TABLA-HISTORIAL.
           03 HISTORIAL-ENTRY OCCURS 1000 TIMES.
               05 TH-MATERIA PIC 9.
               05 TH-NOMBRE  PIC X(30).
               05 TH-NOTA    PIC 9(2)V99.
               05 TH-DE-TP   PIC X.
       77 IX-HIS PIC 9(4) VALUE ZERO.
       77 IX-HIS-HALLADO PIC 9(4) VALUE ZERO.

           ACCEPT WS-TERMINO.

           PERFORM CARGAR-HISTORIAL.
           PERFORM MARCAR-TP-VOLCADOS.
           PERFORM VOLCAR-NOTAS.
           PERFORM REGRABAR-HISTORIAL.

                                TH-NOMBRE(WS-CANT-HISTORIAL)
                           MOVE TR-NOTA TO
                                TH-NOTA(WS-CANT-HISTORIAL)
                           MOVE "N" TO TH-DE-TP(WS-CANT-HISTORIAL)
                       END-IF
               END-READ
           END-PERFORM.

      *>   TRANSCRIPT NO GUARDA LA INSTANCIA: UNA NOTA DE TP QUE
      *>   UNA CORRIDA ANTERIOR YA VOLCO SE RECONOCE PORQUE EL
      *>   RENGLON "TP" SIGUE EN NOTASALUMNO CON EL MISMO LEGAJO,
      *>   MATERIA Y NOTA; ESA CLAVE DEL TERMINO SE MARCA COMO DE TP
      *>   PARA QUE LA NOTA DE EXAMEN LA REEMPLACE
       MARCAR-TP-VOLCADOS.
           MOVE "N" TO WS-FIN-NOTAS.
           OPEN INPUT ARCH-NOTAS-ALUMNO.
           IF NOT FS-NOTAS-OK
               MOVE "S" TO WS-FIN-NOTAS
           END-IF.
           PERFORM UNTIL WS-FIN-NOTAS = "S"
               READ ARCH-NOTAS-ALUMNO
                   AT END
                       MOVE "S" TO WS-FIN-NOTAS
                       CLOSE ARCH-NOTAS-ALUMNO
                   NOT AT END
                       IF NA-INSTANCIA = "TP"
                           PERFORM MARCAR-TP-VOLCADO
                       END-IF
               END-READ
           END-PERFORM.

       MARCAR-TP-VOLCADO.
           PERFORM VARYING IX-HIS FROM 1 BY 1
                   UNTIL IX-HIS > WS-CANT-HISTORIAL
               IF TH-LEGAJO(IX-HIS) = NA-ID-ALUMNO
                  AND TH-TERMINO(IX-HIS) = WS-TERMINO
                  AND TH-MATERIA(IX-HIS) = NA-MATERIA
                  AND TH-NOTA(IX-HIS) = NA-NOTA
                   MOVE "S" TO TH-DE-TP(IX-HIS)
               END-IF
           END-PERFORM.

       VOLCAR-NOTAS.
           MOVE "N" TO WS-FIN-NOTAS.
           OPEN INPUT ARCH-NOTAS-ALUMNO.
      *>   HISTORIAL NO SE PISA MAS EN SILENCIO: CAMBIAR UNA NOTA
      *>   EXISTENTE ES EXCLUSIVO DE LA RECTIFICACION AUTORIZADA
      *>   (EJ-06ENCL20), QUE DEJA AUDITORIA Y FIRMA; ACA SE AVISA
      *>   Y EL RENGLON SE DESCARTA. LA UNICA EXCEPCION ES LA CLAVE
      *>   CUYA NOTA VINO DE UN TP (ACTA DE EXAMEN CARGADA DESPUES
      *>   DEL TP): LA NOTA DE EXAMEN VA EN SU LUGAR
       MEZCLAR-NOTA.
           MOVE ZERO TO IX-HIS-HALLADO.
           PERFORM VARYING IX-HIS FROM 1 BY 1
                   MOVE IX-HIS TO IX-HIS-HALLADO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN IX-HIS-HALLADO > ZERO
                AND TH-DE-TP(IX-HIS-HALLADO) = "S"
                AND NA-INSTANCIA NOT = "TP"
                   MOVE NA-NOMBRE TO TH-NOMBRE(IX-HIS-HALLADO)
                   MOVE NA-NOTA TO TH-NOTA(IX-HIS-HALLADO)
                   MOVE "N" TO TH-DE-TP(IX-HIS-HALLADO)
                   DISPLAY "LA CLAVE " NA-ID-ALUMNO " " WS-TERMINO
                       " MATERIA " NA-MATERIA " TOMA LA NOTA DE "
                       "EXAMEN EN LUGAR DE LA DEL TP"
               WHEN IX-HIS-HALLADO > ZERO
                   ADD 1 TO WS-NOTAS-PISADAS
                   IF NA-INSTANCIA = "TP"
      *>               LA NOTA DE TRABAJO PRACTICO SOLO ENTRA COMO
      *>               NOTA DEL TERMINO CUANDO LA MATERIA NO TIENE OTRA
                       DISPLAY "TP DE " NA-ID-ALUMNO " MATERIA "
                           NA-MATERIA " NO SE VUELCA: EL TERMINO "
                           WS-TERMINO " YA TIENE NOTA"
                   ELSE
                       DISPLAY "LA CLAVE " NA-ID-ALUMNO " " WS-TERMINO
                           " MATERIA " NA-MATERIA " YA TIENE NOTA: "
                           "SOLO SE CAMBIA POR RECTIFICACION "
                           "(EJ-06ENCL20)"
                   END-IF
               WHEN WS-CANT-HISTORIAL >= 1000
                   PERFORM RECHAZAR-HISTORIAL-LLENO
               WHEN OTHER
                   ADD 1 TO WS-CANT-HISTORIAL
                   MOVE NA-ID-ALUMNO TO
                        TH-LEGAJO(WS-CANT-HISTORIAL)
                   MOVE NA-NOMBRE TO
                        TH-NOMBRE(WS-CANT-HISTORIAL)
                   MOVE NA-NOTA TO TH-NOTA(WS-CANT-HISTORIAL)
                   IF NA-INSTANCIA = "TP"
                       MOVE "S" TO TH-DE-TP(WS-CANT-HISTORIAL)
                   ELSE
                       MOVE "N" TO TH-DE-TP(WS-CANT-HISTORIAL)
                   END-IF
                   ADD 1 TO WS-NOTAS-VOLCADAS
           END-EVALUATE.

      *>   EL HISTORIAL EN MEMORIA SE QUEDO SIN LUGAR: REGRABAR
      *>   AHORA PERDERIA RENGLONES DEL MAESTRO, ASI QUE LA CORRIDA
