      *> LIBROACTAS con materia, fecha, cantidad de alumnos y
      *> operador, y su contenido se archiva por folio en ACTASARCH
      *> para que EJ-21ENCL22 pueda reimprimirla o emitir una
      *> rectificativa sin volver a generar nada. Lleva ademas el
      *> tribunal de cada llamado de la materia (TRIBUNALES).

      *>--------------------------------------
      *> IdentificarDatos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOCENTES.

      *>   TRIBUNALES trae el tribunal de cada llamado de la materia
      *>   que propuso EJ-29ENCL22 (ver COPYLIB TRIBUNAL)
           SELECT ARCH-TRIBUNALES ASSIGN TO "TRIBUNALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIBUNALES.

      *>   REGULARIDAD trae la condicion REGULAR/LIBRE que calculo la
      *>   corrida de fin de termino (ver COPYLIB REGULARI), para que
      *>   el acta diga en que condicion rinde cada inscripto
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGULARIDAD.

      *>   CONDCURSADA trae la condicion final de cursada con la nota
      *>   ponderada de las instancias (ver COPYLIB CONDCURS); donde
      *>   existe manda sobre la sola asistencia de REGULARIDAD
           SELECT ARCH-CONDCURSADA ASSIGN TO "CONDCURSADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONDCURSADA.

      *>   ACTAS lleva un acta titulada por materia, lista para
      *>   imprimir y firmar
           SELECT ARCH-ACTAS ASSIGN TO "ACTAS"
           COPY ASIGNADOC.

       FD  ARCH-DOCENTES
           RECORD CONTAINS 65 CHARACTERS.
           COPY DOCENTES.

       FD  ARCH-TRIBUNALES
           RECORD CONTAINS 54 CHARACTERS.
           COPY TRIBUNAL.

       FD  ARCH-REGULARIDAD
           RECORD CONTAINS 29 CHARACTERS.
           COPY REGULARI.

       FD  ARCH-CONDCURSADA
           RECORD CONTAINS 71 CHARACTERS.
           COPY CONDCURS.

       FD  ARCH-ACTAS.
       01  REG-ACTA PIC X(80).

               05 TN-MATERIA   PIC 9.
               05 TN-NOTA      PIC 9(2)V99.
               05 TN-NOMBRE    PIC X(30).
               05 TN-INSTANCIA PIC X(2).
       01 IX-NOTA PIC 999 COMP VALUE ZERO.
       01 IX-NOTA-HALLADA PIC 999 COMP VALUE ZERO.
       01 NOTA-DE-EXAMEN PIC X VALUE "N".

      *>   PADRON PARA EL NOMBRE DE LOS QUE NO TIENEN NOTA
       01 CANT-PADRON PIC 9(4) COMP VALUE ZERO.
       01 TABLA-PADRON.
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-PADRON OCCURS 6000 TIMES.
               05 TP-LEGAJO   PIC X(10).
               05 TP-APELLIDO PIC X(20).
               05 TP-NOMBRE   PIC X(20).
       01 FIN-ASIGNADOC PIC X VALUE "N".
       01 FIN-DOCENTES PIC X VALUE "N".

      *>   TRIBUNALES DE LAS MESAS (MATERIA + LLAMADO) PARA EL ACTA
       01 WS-FS-TRIBUNALES PIC XX.
           88 FS-TRIBUNALES-OK VALUE "00".
       01 CANT-TRIBUNALES PIC 99 COMP VALUE ZERO.
       01 TABLA-TRIBUNALES.
           03 ENTRADA-TRIBUNAL OCCURS 50 TIMES.
               05 TT-MATERIA PIC 9.
               05 TT-LLAMADO PIC 9.
               05 TT-FECHA   PIC 9(8).
               05 TT-DOCENTE OCCURS 3 TIMES PIC X(10).
       01 IX-TRB PIC 99 COMP VALUE ZERO.
       01 IX-MIE PIC 9 COMP VALUE ZERO.
       01 FIN-TRIBUNALES PIC X VALUE "N".
       01 TRIBUNALES-DEL-ACTA PIC 99 COMP VALUE ZERO.

      *>   NUMERACION DE FOLIOS: EL ANIO Y EL ULTIMO OTORGADO SE
      *>   GUARDAN EN WORKING PORQUE EL AREA DEL FD NO SOBREVIVE
      *>   GARANTIZADO AL CLOSE Y RE-OPEN DEL CONTROL
       01 DOCENTE-DE-COMISION PIC X(30) VALUE SPACES.
       01 DOCENTES-DEL-ACTA PIC 99 COMP VALUE ZERO.

      *>   CONDICIONES DE REGULARIDAD EN MEMORIA (LEGAJO + MATERIA);
      *>   LA CONDICION DE CURSADA PISA A LA DE ASISTENCIA Y TRAE LA
      *>   NOTA PONDERADA
       01 WS-FS-REGULARIDAD PIC XX.
           88 FS-REGULARIDAD-OK VALUE "00".
       01 WS-FS-CONDCURSADA PIC XX.
           88 FS-CONDCURSADA-OK VALUE "00".
       01 CANT-CONDICIONES PIC 9(4) COMP VALUE ZERO.
       01 TABLA-CONDICIONES.
           03 ENTRADA-CONDICION OCCURS 1000 TIMES.
               05 TR-LEGAJO    PIC X(10).
               05 TR-MATERIA   PIC 9.
               05 TR-CONDICION PIC X(12).
               05 TR-NOTA-CURSADA PIC 9(2)V99.
       01 IX-CON PIC 9(4) COMP VALUE ZERO.
       01 IX-CON-HALLADA PIC 9(4) COMP VALUE ZERO.
       01 FIN-REGULARIDAD PIC X VALUE "N".
       01 FIN-CONDCURSADA PIC X VALUE "N".
       01 CONDICION-ALUMNO PIC X(12) VALUE SPACES.
       01 NOTA-CURSADA PIC 9(2)V99 VALUE ZERO.

      *>   LINEAS ARMADAS DEL ACTA
       01 LINEA-TITULO.
           03 ACT-COMISION   PIC 9.
           03 FILLER         PIC XX VALUE ": ".
           03 ACT-DOCENTE    PIC X(30).
       01 LINEA-TRIBUNAL-ACTA.
           03 FILLER         PIC X(17) VALUE "TRIBUNAL LLAMADO ".
           03 TRI-LLAMADO    PIC 9.
           03 FILLER         PIC X(8) VALUE " FECHA: ".
           03 TRI-FECHA      PIC 9(8).
       01 LINEA-MIEMBRO-ACTA.
           03 FILLER         PIC XX VALUE SPACES.
           03 TRI-ROL        PIC X(12).
           03 TRI-DOCENTE    PIC X(30).
       01 LINEA-ENCABEZADO.
           03 FILLER PIC X(5) VALUE "NRO  ".
           03 FILLER PIC X(11) VALUE "LEGAJO".
           03 FILLER        PIC X VALUE SPACE.
           03 ACT-NOTA      PIC X(16).
           03 FILLER        PIC X VALUE SPACE.
           03 ACT-CONDICION PIC X(12).
       01 NOTA-EDIT PIC Z9.99.
       01 LINEA-GUIONES PIC X(64) VALUE ALL "-".

           PERFORM CARGAR-PADRON.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM CARGAR-DOCENTES.
           PERFORM CARGAR-TRIBUNALES.
           PERFORM CARGAR-CONDICIONES.
           PERFORM LEER-FOLIOCTL.

      *>   EL O LOS DOCENTES RESPONSABLES DE LA MATERIA (UNO POR
      *>   COMISION ASIGNADA EN ASIGNADOC), PARA LA FIRMA
           PERFORM ESCRIBIR-DOCENTES-DEL-ACTA.
      *>   EL TRIBUNAL DE CADA LLAMADO DE LA MATERIA, SI YA CORRIO LA
      *>   ASIGNACION DE TRIBUNALES
           PERFORM ESCRIBIR-TRIBUNAL-DEL-ACTA.
           MOVE LINEA-GUIONES TO REG-ACTA.
           PERFORM GRABAR-LINEA-ACTA.
           MOVE LINEA-ENCABEZADO TO REG-ACTA.
               PERFORM GRABAR-LINEA-ACTA
           END-IF.

       ESCRIBIR-TRIBUNAL-DEL-ACTA.
           MOVE ZERO TO TRIBUNALES-DEL-ACTA.
           PERFORM VARYING IX-TRB FROM 1 BY 1
                   UNTIL IX-TRB > CANT-TRIBUNALES
               IF TT-MATERIA (IX-TRB) = MATERIA
                   ADD 1 TO TRIBUNALES-DEL-ACTA
                   MOVE TT-LLAMADO (IX-TRB) TO TRI-LLAMADO
                   MOVE TT-FECHA (IX-TRB) TO TRI-FECHA
                   MOVE LINEA-TRIBUNAL-ACTA TO REG-ACTA
                   PERFORM GRABAR-LINEA-ACTA
                   PERFORM VARYING IX-MIE FROM 1 BY 1
                           UNTIL IX-MIE > 3
                       PERFORM ESCRIBIR-MIEMBRO-TRIBUNAL
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF TRIBUNALES-DEL-ACTA = ZERO
               MOVE "TRIBUNAL: (SIN ASIGNAR)" TO REG-ACTA
               PERFORM GRABAR-LINEA-ACTA
           END-IF.

       ESCRIBIR-MIEMBRO-TRIBUNAL.
           IF IX-MIE = 1
               MOVE "PRESIDENTE: " TO TRI-ROL
           ELSE
               MOVE "VOCAL:      " TO TRI-ROL
           END-IF.
           IF TT-DOCENTE (IX-TRB IX-MIE) = SPACES
               MOVE "(SIN ASIGNAR)" TO TRI-DOCENTE
           ELSE
               MOVE TT-DOCENTE (IX-TRB IX-MIE) TO TRI-DOCENTE
               PERFORM VARYING IX-DOC FROM 1 BY 1
                       UNTIL IX-DOC > CANT-DOCENTES
                   IF TD-LEGAJO (IX-DOC) = TT-DOCENTE (IX-TRB IX-MIE)
                       MOVE TD-NOMBRE (IX-DOC) TO TRI-DOCENTE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE LINEA-MIEMBRO-ACTA TO REG-ACTA.
           PERFORM GRABAR-LINEA-ACTA.

       BUSCAR-NOMBRE-DOCENTE.
           MOVE TG-DOCENTE (IX-ASG) TO DOCENTE-DE-COMISION.
           PERFORM VARYING IX-DOC FROM 1 BY 1
           ADD 1 TO NRO-RENGLON.
           MOVE NRO-RENGLON TO ACT-NRO.
           MOVE TL-ID-ALUMNO (IX-NOM) TO ACT-LEGAJO.
      *>   CONDICION DE CURSADA (PROMOCIONADO/REGULAR/LIBRE) O, SI
      *>   NO HAY, LA DE ASISTENCIA DEL TERMINO; SI NO CORRIO NINGUNA
      *>   DE LAS DOS SALE VACIA
           PERFORM BUSCAR-CONDICION.
           PERFORM BUSCAR-NOTA.
           IF IX-NOTA-HALLADA > ZERO
               MOVE TN-NOMBRE (IX-NOTA-HALLADA) TO ACT-NOMBRE
               MOVE TN-NOTA (IX-NOTA-HALLADA) TO NOTA-EDIT
               MOVE NOTA-EDIT TO ACT-NOTA
      *>       SIN EXAMEN QUEDA LA NOTA DE TRABAJO PRACTICO, MARCADA
               IF TN-INSTANCIA (IX-NOTA-HALLADA) = "TP"
                   MOVE SPACES TO ACT-NOTA
                   STRING NOTA-EDIT DELIMITED BY SIZE
                       " TP" DELIMITED BY SIZE
                       INTO ACT-NOTA
               END-IF
           ELSE
               PERFORM BUSCAR-NOMBRE-EN-PADRON
               MOVE NOMBRE-COMPLETO TO ACT-NOMBRE
      *>       EL PROMOCIONADO NO RINDE: SU NOTA ES LA PONDERADA DE
      *>       LA CURSADA
               IF CONDICION-ALUMNO = "PROMOCIONADO"
                   MOVE NOTA-CURSADA TO NOTA-EDIT
                   MOVE SPACES TO ACT-NOTA
                   STRING NOTA-EDIT DELIMITED BY SIZE
                       " PROMOCION" DELIMITED BY SIZE
                       INTO ACT-NOTA
               ELSE
      *>           INSCRIPTO QUE NUNCA APARECE EN EL ARCHIVO DE NOTAS
                   MOVE "AUSENTE/SIN NOTA" TO ACT-NOTA
               END-IF
           END-IF.
           MOVE CONDICION-ALUMNO TO ACT-CONDICION.
           MOVE LINEA-ALUMNO TO REG-ACTA.
           PERFORM GRABAR-LINEA-ACTA.

       BUSCAR-CONDICION.
           MOVE SPACES TO CONDICION-ALUMNO.
           MOVE ZERO TO NOTA-CURSADA.
           PERFORM VARYING IX-CON FROM 1 BY 1
                   UNTIL IX-CON > CANT-CONDICIONES
               IF TR-LEGAJO (IX-CON) = TL-ID-ALUMNO (IX-NOM)
                  AND TR-MATERIA (IX-CON) = MATERIA
                   MOVE TR-CONDICION (IX-CON) TO CONDICION-ALUMNO
                   MOVE TR-NOTA-CURSADA (IX-CON) TO NOTA-CURSADA
               END-IF
           END-PERFORM.

       BUSCAR-NOTA.
      *>   NOTA DEL ALUMNO EN LA MATERIA DEL ACTA; SI RINDIO MAS DE
      *>   UNA VEZ QUEDA LA ULTIMA NOTA REGISTRADA. LA NOTA DE
      *>   TRABAJO PRACTICO (IMPARES) SOLO VA SI NO HAY EXAMEN
           MOVE ZERO TO IX-NOTA-HALLADA.
           MOVE "N" TO NOTA-DE-EXAMEN.
           PERFORM VARYING IX-NOTA FROM 1 BY 1
                   UNTIL IX-NOTA > CANT-NOTAS
               IF TN-ID-ALUMNO (IX-NOTA) = TL-ID-ALUMNO (IX-NOM)
                  AND TN-MATERIA (IX-NOTA) = MATERIA
                   IF TN-INSTANCIA (IX-NOTA) NOT = "TP"
                       MOVE IX-NOTA TO IX-NOTA-HALLADA
                       MOVE "S" TO NOTA-DE-EXAMEN
                   ELSE
                       IF NOTA-DE-EXAMEN = "N"
                           MOVE IX-NOTA TO IX-NOTA-HALLADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

                               MOVE NA-NOTA TO TN-NOTA (CANT-NOTAS)
                               MOVE NA-NOMBRE TO
                                    TN-NOMBRE (CANT-NOTAS)
                               MOVE NA-INSTANCIA TO
                                    TN-INSTANCIA (CANT-NOTAS)
                           END-IF
                   END-READ
               END-PERFORM
                                TR-MATERIA (CANT-CONDICIONES)
                           MOVE RGL-CONDICION TO
                                TR-CONDICION (CANT-CONDICIONES)
                           MOVE ZERO TO
                                TR-NOTA-CURSADA (CANT-CONDICIONES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CARGAR-CONDICIONES-CURSADA.

       CARGAR-CONDICIONES-CURSADA.
      *>   LA CONDICION DE CURSADA YA VIENE COMBINADA CON LA
      *>   ASISTENCIA: REEMPLAZA EL RENGLON DE REGULARIDAD DEL MISMO
      *>   LEGAJO + MATERIA O SE AGREGA SI NO LO HABIA
           MOVE "N" TO FIN-CONDCURSADA.
           OPEN INPUT ARCH-CONDCURSADA.
           IF NOT FS-CONDCURSADA-OK
               DISPLAY "NO EXISTE CONDCURSADA: LA CONDICION SALE DE "
                   "LA ASISTENCIA"
               MOVE "S" TO FIN-CONDCURSADA
           END-IF.
           PERFORM UNTIL FIN-CONDCURSADA = "S"
               READ ARCH-CONDCURSADA
                   AT END
                       MOVE "S" TO FIN-CONDCURSADA
                       CLOSE ARCH-CONDCURSADA
                   NOT AT END
                       PERFORM ANOTAR-CONDICION-CURSADA
               END-READ
           END-PERFORM.

       ANOTAR-CONDICION-CURSADA.
           MOVE ZERO TO IX-CON-HALLADA.
           PERFORM VARYING IX-CON FROM 1 BY 1
                   UNTIL IX-CON > CANT-CONDICIONES
               IF TR-LEGAJO (IX-CON) = CCU-LEGAJO
                  AND TR-MATERIA (IX-CON) = CCU-MATERIA
                   MOVE IX-CON TO IX-CON-HALLADA
               END-IF
           END-PERFORM.
           IF IX-CON-HALLADA = ZERO
               IF CANT-CONDICIONES >= 1000
                   DISPLAY "ADVERTENCIA: SE IGNORA CONDICION DE "
                       "CURSADA, YA HAY 1000 CARGADAS"
               ELSE
                   ADD 1 TO CANT-CONDICIONES
                   MOVE CANT-CONDICIONES TO IX-CON-HALLADA
                   MOVE CCU-LEGAJO TO TR-LEGAJO (IX-CON-HALLADA)
                   MOVE CCU-MATERIA TO TR-MATERIA (IX-CON-HALLADA)
               END-IF
           END-IF.
           IF IX-CON-HALLADA > ZERO
               MOVE CCU-CONDICION TO TR-CONDICION (IX-CON-HALLADA)
               MOVE CCU-NOTA TO TR-NOTA-CURSADA (IX-CON-HALLADA)
           END-IF.

       CARGAR-ASIGNACIONES.
           MOVE "N" TO FIN-ASIGNADOC.
               END-READ
           END-PERFORM.

       CARGAR-TRIBUNALES.
           MOVE "N" TO FIN-TRIBUNALES.
           OPEN INPUT ARCH-TRIBUNALES.
           IF NOT FS-TRIBUNALES-OK
               MOVE "S" TO FIN-TRIBUNALES
           END-IF.
           PERFORM UNTIL FIN-TRIBUNALES = "S"
               READ ARCH-TRIBUNALES
                   AT END
                       MOVE "S" TO FIN-TRIBUNALES
                       CLOSE ARCH-TRIBUNALES
                   NOT AT END
                       IF CANT-TRIBUNALES >= 50
                           DISPLAY "ADVERTENCIA: SE IGNORA TRIBUNAL, "
                               "YA HAY 50 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-TRIBUNALES
                           MOVE TRB-MATERIA TO
                                TT-MATERIA (CANT-TRIBUNALES)
                           MOVE TRB-LLAMADO TO
                                TT-LLAMADO (CANT-TRIBUNALES)
                           MOVE TRB-FECHA TO TT-FECHA (CANT-TRIBUNALES)
                           PERFORM VARYING IX-MIE FROM 1 BY 1
                                   UNTIL IX-MIE > 3
                               MOVE TRB-DOCENTE (IX-MIE) TO
                                    TT-DOCENTE (CANT-TRIBUNALES IX-MIE)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-PADRON.
           MOVE "N" TO FIN-PADRON.
           OPEN INPUT ARCH-PADRON.
                       NOT AT END
      *>                   UN PADRON A MEDIAS DEJA ALUMNOS REALES
      *>                   COMO "(NO ESTA EN PADRON)": SI SUPERA
      *>                   LOS 6000 LUGARES SE CORTA LA CORRIDA
                           IF CANT-PADRON >= 6000
                               DISPLAY "EL PADRON SUPERA LOS 6000 "
                                   "LEGAJOS EN MEMORIA: SE CORTA "
                                   "LA CORRIDA"
                               STOP RUN
