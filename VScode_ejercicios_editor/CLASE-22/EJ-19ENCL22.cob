      *>   BIEN POR ENCIMA DE LA CURVA DEL PADRON (940 LEGAJOS Y
      *>   SUBIENDO), PARA NO REPETIR EL TECHO QUE VOLTEABA LA
      *>   CORRIDA DE INSCRIPCION
      *>   PADRON-ESTADO "I" ES EL LEGAJO QUE QUEDO INACTIVO POR NO
      *>   REINSCRIBIRSE (VER COPYLIB PADRON)
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-PADRON OCCURS 6000 TIMES.
               05 PADRON-LEGAJO PIC X(10).
               05 PADRON-ESTADO PIC X.
       01 IX-PADRON PIC 9(4) COMP VALUE ZERO.
       01 ALUMNO-EN-PADRON PIC X VALUE "N".
       01 ALUMNO-INACTIVO PIC X VALUE "N".

      *>   INSCRIPTOS YA REGISTRADOS (DUPLICADOS POR LLAMADO)
       01 CANT-INSCRIPTOS PIC 9(4) COMP VALUE ZERO.
           END-IF.
      *>   EL LEGAJO TIENE QUE EXISTIR EN EL PADRON
           MOVE "N" TO ALUMNO-EN-PADRON.
           MOVE "N" TO ALUMNO-INACTIVO.
           PERFORM VARYING IX-PADRON FROM 1 BY 1
                   UNTIL IX-PADRON > CANT-PADRON
               IF PADRON-LEGAJO (IX-PADRON) = INF-LEGAJO
                   MOVE "S" TO ALUMNO-EN-PADRON
                   IF PADRON-ESTADO (IX-PADRON) = "I"
                       MOVE "S" TO ALUMNO-INACTIVO
                   END-IF
               END-IF
           END-PERFORM.
           IF ALUMNO-EN-PADRON = "N"
               PERFORM GRABAR-EXCFINAL
               GO TO POSTEAR-INSCRIPCION-FIN
           END-IF.
      *>   EL QUE NO SE REINSCRIBIO EN LA VENTANA ANUAL NO RINDE
      *>   HASTA QUE LO REACTIVEN EN EL MANTENIMIENTO DEL PADRON
           IF ALUMNO-INACTIVO = "S"
               MOVE "LEGAJO INACTIVO" TO EXF-MOTIVO
               PERFORM GRABAR-EXCFINAL
               GO TO POSTEAR-INSCRIPCION-FIN
           END-IF.
      *>   LA MESA PEDIDA TIENE QUE EXISTIR EN EL CALENDARIO
           MOVE ZERO TO IX-MESA-HALLADA.
           PERFORM VARYING IX-MESA FROM 1 BY 1
                       MOVE "S" TO FIN-PADRON
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF CANT-PADRON >= 6000
                           DISPLAY "EL PADRON SUPERA LOS 6000 "
                               "LEGAJOS EN MEMORIA: CORRIDA "
                               "RECHAZADA"
                           MOVE "EJ-19ENCL22" TO CTL-JOB
                           ADD 1 TO CANT-PADRON
                           MOVE PAD-LEGAJO TO
                                PADRON-LEGAJO (CANT-PADRON)
                           MOVE PAD-ESTADO TO
                                PADRON-ESTADO (CANT-PADRON)
                       END-IF
               END-READ
           END-PERFORM.
