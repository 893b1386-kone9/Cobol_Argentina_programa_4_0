               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATERIAS.

      *>   MAESEMPL valida que el legajo de personal con que se
      *>   vincula un docente exista y este activo en la nomina
           SELECT ARCH-MAESTRO ASSIGN TO "MAESEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAESTRO.

      *>   DOCAUDIT deja un renglon por cambio, con operador y fecha,
      *>   igual que MATAUDIT con el maestro de materias
           SELECT ARCH-DOCAUDIT ASSIGN TO "DOCAUDIT"
      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-DOCENTES
           RECORD CONTAINS 65 CHARACTERS.
           COPY DOCENTES.

       FD  ARCH-ASIGNADOC
           RECORD CONTAINS 39 CHARACTERS.
           COPY MATERIAS.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-DOCAUDIT.
       01  REG-DOCAUDIT.
           03 DAU-FECHA     PIC 9(8).
               05 TD-LEGAJO  PIC X(10).
               05 TD-NOMBRE  PIC X(30).
               05 TD-CARGO   PIC X(15).
               05 TD-LEGAJO-EMPL PIC X(10).
      *>       MARCA DE BAJA: LA ENTRADA NO SE REGRABA AL CIERRE
               05 TD-BORRADO PIC X.
       01 IX-DOC PIC 99 COMP VALUE ZERO.
       01 IX-COM PIC 99 COMP VALUE ZERO.
       01 IX-COM-HALLADA PIC 99 COMP VALUE ZERO.

      *>   LEGAJOS ACTIVOS DEL MAESTRO DE PERSONAL, SOLO PARA VALIDAR
      *>   LA VINCULACION DEL DOCENTE CON SU LEGAJO DE NOMINA
       01 CANT-PERSONAL PIC 9(4) COMP VALUE ZERO.
       01 TABLA-PERSONAL.
           03 ENTRADA-PERSONAL OCCURS 500 TIMES.
               05 TP-LEGAJO PIC X(10).
       01 IX-PER PIC 9(4) COMP VALUE ZERO.
       01 IX-PER-HALLADO PIC 9(4) COMP VALUE ZERO.

      *>   DATOS TOMADOS POR CONSOLA PARA LA OPERACION EN CURSO
       01 OPERACION PIC X VALUE SPACE.
       01 LEGAJO-DOCENTE PIC X(10) VALUE SPACES.
       01 NUEVO-NOMBRE PIC X(30) VALUE SPACES.
       01 NUEVO-CARGO PIC X(15) VALUE SPACES.
       01 NUEVO-LEGAJO-EMPL PIC X(10) VALUE SPACES.
       01 MATERIA PIC 9 VALUE ZERO.
       01 COMISION PIC 9 VALUE ZERO.

       01 FIN-DOCENTES PIC X VALUE "N".
       01 FIN-ASIGNADOC PIC X VALUE "N".
       01 FIN-MATERIAS PIC X VALUE "N".
       01 FIN-MAESTRO PIC X VALUE "N".
       01 TERMINAR-BUCLE PIC 9 VALUE ZERO.
       01 CANT-CAMBIOS PIC 9(5) VALUE ZERO.
       01 COMISIONES-DEL-DOCENTE PIC 99 COMP VALUE ZERO.
           88 FS-ASIGNADOC-OK VALUE "00".
       01 WS-FS-MATERIAS PIC XX.
           88 FS-MATERIAS-OK VALUE "00".
       01 WS-FS-MAESTRO PIC XX.
           88 FS-MAESTRO-OK VALUE "00".

      *>   ESTADO DE ARCH-DOCAUDIT, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)
           PERFORM CARGAR-DOCENTES.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM CARGAR-MATERIAS.
           PERFORM CARGAR-PERSONAL.
           PERFORM ABRIR-DOCAUDIT.

           PERFORM UNTIL TERMINAR-BUCLE = 1
               DISPLAY " "
               DISPLAY "OPERACION: A=ALTA DOCENTE B=BAJA DOCENTE "
                   "S=ASIGNAR D=DESASIGNAR V=VINCULAR LEGAJO "
                   "F=FIN"
               ACCEPT OPERACION
               EVALUATE OPERACION
                   WHEN "A" PERFORM ALTA-DOCENTE
                                THRU ASIGNAR-DOCENTE-FIN
                   WHEN "D" PERFORM DESASIGNAR-DOCENTE
                                THRU DESASIGNAR-DOCENTE-FIN
                   WHEN "V" PERFORM VINCULAR-DOCENTE
                                THRU VINCULAR-DOCENTE-FIN
                   WHEN "F" MOVE 1 TO TERMINAR-BUCLE
                   WHEN OTHER DISPLAY "OPERACION DESCONOCIDA"
               END-EVALUATE
           ACCEPT NUEVO-NOMBRE.
           DISPLAY "CARGO (TITULAR/ADJUNTO/JTP/AYUDANTE): ".
           ACCEPT NUEVO-CARGO.
           DISPLAY "LEGAJO DE PERSONAL (EN BLANCO SI NO COBRA POR "
               "NOMINA): ".
           ACCEPT NUEVO-LEGAJO-EMPL.
           IF NUEVO-LEGAJO-EMPL NOT = SPACES
               PERFORM VALIDAR-LEGAJO-EMPL
               IF IX-PER-HALLADO = ZERO
                   GO TO ALTA-DOCENTE-FIN
               END-IF
           END-IF.
           ADD 1 TO CANT-DOCENTES.
           MOVE LEGAJO-DOCENTE TO TD-LEGAJO (CANT-DOCENTES).
           MOVE NUEVO-NOMBRE TO TD-NOMBRE (CANT-DOCENTES).
           MOVE NUEVO-CARGO TO TD-CARGO (CANT-DOCENTES).
           MOVE NUEVO-LEGAJO-EMPL TO TD-LEGAJO-EMPL (CANT-DOCENTES).
           MOVE "N" TO TD-BORRADO (CANT-DOCENTES).
           ADD 1 TO CANT-CAMBIOS.
           MOVE "ALTA" TO DAU-OPERACION.
       DESASIGNAR-DOCENTE-FIN.
           EXIT.

       VINCULAR-DOCENTE.
      *>   ASOCIA EL LEGAJO DOCENTE CON EL LEGAJO DE PERSONAL POR EL
      *>   QUE COBRA LAS HORAS CATEDRA; EN BLANCO LO DESVINCULA
           DISPLAY "LEGAJO DEL DOCENTE: ".
           ACCEPT LEGAJO-DOCENTE.
           PERFORM BUSCAR-DOCENTE.
           IF IX-DOC-HALLADO = ZERO
               DISPLAY "ESE DOCENTE NO EXISTE EN EL MAESTRO"
               GO TO VINCULAR-DOCENTE-FIN.
           DISPLAY "LEGAJO DE PERSONAL ACTUAL: "
               TD-LEGAJO-EMPL (IX-DOC-HALLADO).
           DISPLAY "LEGAJO DE PERSONAL NUEVO (EN BLANCO LO "
               "DESVINCULA): ".
           ACCEPT NUEVO-LEGAJO-EMPL.
           IF NUEVO-LEGAJO-EMPL NOT = SPACES
               PERFORM VALIDAR-LEGAJO-EMPL
               IF IX-PER-HALLADO = ZERO
                   GO TO VINCULAR-DOCENTE-FIN
               END-IF
           END-IF.
           MOVE NUEVO-LEGAJO-EMPL TO TD-LEGAJO-EMPL (IX-DOC-HALLADO).
           ADD 1 TO CANT-CAMBIOS.
           MOVE "VINCULA" TO DAU-OPERACION.
           MOVE SPACES TO DAU-DETALLE.
           STRING "LEGAJO PERSONAL " NUEVO-LEGAJO-EMPL
               DELIMITED BY SIZE INTO DAU-DETALLE.
           PERFORM GRABAR-DOCAUDIT.
           DISPLAY "VINCULACION REGISTRADA".
       VINCULAR-DOCENTE-FIN.
           EXIT.

       VALIDAR-LEGAJO-EMPL.
      *>   EL LEGAJO TIENE QUE ESTAR ACTIVO EN MAESEMPL Y NO PUEDE
      *>   ESTAR YA VINCULADO A OTRO DOCENTE: LAS HORAS DE UNA PERSONA
      *>   SE LIQUIDARIAN DOS VECES. DEJA IX-PER-HALLADO EN CERO SI
      *>   EL LEGAJO NO SIRVE
           MOVE ZERO TO IX-PER-HALLADO.
           PERFORM VARYING IX-PER FROM 1 BY 1
                   UNTIL IX-PER > CANT-PERSONAL
               IF TP-LEGAJO (IX-PER) = NUEVO-LEGAJO-EMPL
                   MOVE IX-PER TO IX-PER-HALLADO
               END-IF
           END-PERFORM.
           IF IX-PER-HALLADO = ZERO
               DISPLAY "ESE LEGAJO NO ESTA ACTIVO EN EL MAESTRO DE "
                   "PERSONAL"
           ELSE
               PERFORM VARYING IX-DOC FROM 1 BY 1
                       UNTIL IX-DOC > CANT-DOCENTES
                   IF TD-LEGAJO-EMPL (IX-DOC) = NUEVO-LEGAJO-EMPL
                      AND TD-BORRADO (IX-DOC) = "N"
                      AND TD-LEGAJO (IX-DOC) NOT = LEGAJO-DOCENTE
                       DISPLAY "ESE LEGAJO YA ESTA VINCULADO AL "
                           "DOCENTE " TD-LEGAJO (IX-DOC)
                       MOVE ZERO TO IX-PER-HALLADO
                   END-IF
               END-PERFORM
           END-IF.

       PEDIR-MATERIA-COMISION.
           DISPLAY "CODIGO DE MATERIA (1, 2, 3): ".
           ACCEPT MATERIA.
                                TD-NOMBRE (CANT-DOCENTES)
                           MOVE DOC-CARGO TO
                                TD-CARGO (CANT-DOCENTES)
                           MOVE DOC-LEGAJO-EMPL TO
                                TD-LEGAJO-EMPL (CANT-DOCENTES)
                           MOVE "N" TO TD-BORRADO (CANT-DOCENTES)
                       END-IF
               END-READ
               END-READ
           END-PERFORM.

       CARGAR-PERSONAL.
           MOVE "N" TO FIN-MAESTRO.
           OPEN INPUT ARCH-MAESTRO.
           IF NOT FS-MAESTRO-OK
               DISPLAY "NO EXISTE EL MAESTRO DE PERSONAL: NO SE "
                   "PUEDEN VINCULAR LEGAJOS"
               MOVE "S" TO FIN-MAESTRO
           END-IF.
           PERFORM UNTIL FIN-MAESTRO = "S"
               READ ARCH-MAESTRO
                   AT END
                       MOVE "S" TO FIN-MAESTRO
                       CLOSE ARCH-MAESTRO
                   NOT AT END
                       IF MAE-ESTADO NOT = "I"
                           IF CANT-PERSONAL >= 500
                               DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO "
                                   MAE-LEGAJO ", YA HAY 500 CARGADOS"
                           ELSE
                               ADD 1 TO CANT-PERSONAL
                               MOVE MAE-LEGAJO TO
                                    TP-LEGAJO (CANT-PERSONAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGRABAR-DOCENTES.
      *>   REGRABA EL MAESTRO COMPLETO; LAS ENTRADAS MARCADAS COMO
      *>   BORRADAS NO SALEN MAS
                   MOVE TD-LEGAJO (IX-DOC) TO DOC-LEGAJO
                   MOVE TD-NOMBRE (IX-DOC) TO DOC-NOMBRE
                   MOVE TD-CARGO (IX-DOC) TO DOC-CARGO
                   MOVE TD-LEGAJO-EMPL (IX-DOC) TO DOC-LEGAJO-EMPL
                   WRITE REG-DOCENTE
               END-IF
           END-PERFORM.
