
      *>   ESTADISTICAS POR LEGAJO ARMADAS DESDE TRANSCRIPT; LAS
      *>   RACHAS DE APLAZOS SE CUENTAN EN EL ORDEN DEL ARCHIVO,
      *>   QUE ES EL ORDEN EN QUE SE FUERON VOLCANDO LOS TERMINOS.
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
       01 CANT-LEGAJOS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-LEGAJOS.
           03 ENTRADA-LEGAJO OCCURS 6000 TIMES.
               05 TE-LEGAJO    PIC X(10).
               05 TE-NOMBRE    PIC X(30).
               05 TE-SUMA      PIC 9(5)V99.
               05 ENTRADA-TERM OCCURS 12 TIMES.
                   07 TE-TERM-ID     PIC X(6).
                   07 TE-TERM-APROBO PIC X.
       01 IX-LEG PIC 9(4) COMP VALUE ZERO.
       01 IX-LEG-HALLADO PIC 9(4) COMP VALUE ZERO.
       01 IX-TRM PIC 99 COMP VALUE ZERO.
       01 IX-TRM-HALLADO PIC 99 COMP VALUE ZERO.
       01 IX-RACHA PIC 9 COMP VALUE ZERO.
                       CLOSE ARCH-TRANSCRIPT
                   NOT AT END
                       ADD 1 TO CANT-NOTAS-LEIDAS
      *>               UNA EQUIVALENCIA NO ES UN TERMINO CURSADO NI UN
      *>               EXAMEN: NO ENTRA EN RACHAS, PROMEDIO NI TERMINOS
                       IF TR-TERMINO NOT = "EQUIV"
                           PERFORM ACUMULAR-NOTA
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-NOTA.
           PERFORM BUSCAR-O-ALTA-LEGAJO.
           IF IX-LEG-HALLADO = ZERO
               PERFORM RECHAZAR-STANDING-LLENO
           END-IF.
           ADD TR-NOTA TO TE-SUMA (IX-LEG-HALLADO).
           ADD 1 TO TE-CANT (IX-LEG-HALLADO).
           IF TR-MATERIA >= 1 AND TR-MATERIA <= 3
               PERFORM ACTUALIZAR-RACHA
           END-IF.
           PERFORM ACTUALIZAR-TERMINO.

      *>   STANDING SE REGRABA ENTERO: SI SE SIGUIERA, LOS LEGAJOS QUE
      *>   NO ENTRARON EN LA TABLA SE QUEDARIAN SIN SU RENGLON
       RECHAZAR-STANDING-LLENO.
           DISPLAY "STANDING SUPERA LOS 6000 LEGAJOS EN MEMORIA: "
                   "CORRIDA RECHAZADA, NADA SE TOCA".
           MOVE "EJ-07ENCL20" TO CTL-JOB.
           MOVE CANT-LEGAJOS TO CTL-CANT-REG.
           MOVE "RECHAZADO" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       ACTUALIZAR-RACHA.
      *>   UN APLAZO ALARGA LA RACHA DE LA MATERIA; UNA APROBACION
               END-IF
           END-PERFORM.
           IF IX-LEG-HALLADO = ZERO
              AND CANT-LEGAJOS < 6000
               ADD 1 TO CANT-LEGAJOS
               MOVE CANT-LEGAJOS TO IX-LEG-HALLADO
               MOVE TR-LEGAJO TO TE-LEGAJO (IX-LEG-HALLADO)
