      *> no figura inscripto en esa materia se lo rechaza con aviso,
      *> y al final el parte se vacia para que una corrida repetida
      *> no duplique presencias, como hace el cierre del dia con
      *> TRANLOG. Las clases que el libro de clases CLASELOG marca
      *> SUSPENDIDA no se postean: no suman clase ni falta a nadie.

      *>--------------------------------------
      *> IdentificarDatos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASISACUM.

      *>   CLASELOG es el libro de clases (ver COPYLIB CLASELOG): de
      *>   ahi salen las clases suspendidas que no se postean
           SELECT ARCH-CLASELOG ASSIGN TO "CLASELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLASELOG.

      *>   OPERADORES es el maestro de acceso: el operador y su
      *>   habilitacion para este job se validan al arrancar (ver
      *>   COPYLIB OPERPR)
           RECORD CONTAINS 17 CHARACTERS.
           COPY ASISACUM.

       FD  ARCH-CLASELOG
           RECORD CONTAINS 64 CHARACTERS.
           COPY CLASELOG.

       FD  ARCH-OPERADORES
           RECORD CONTAINS 111 CHARACTERS.
           COPY OPERMAST.
       01 IX-NOM PIC 9(4) COMP VALUE ZERO.
       01 ALUMNO-INSCRIPTO PIC X VALUE "N".

      *>   CLASES SUSPENDIDAS DEL LIBRO (FECHA + MATERIA + COMISION)
       01 CANT-SUSPENDIDAS PIC 9(4) COMP VALUE ZERO.
       01 TABLA-SUSPENDIDAS.
           03 ENTRADA-SUSPENDIDA OCCURS 500 TIMES.
               05 TS-FECHA    PIC 9(8).
               05 TS-MATERIA  PIC 9.
               05 TS-COMISION PIC 9.
       01 IX-SUS PIC 9(4) COMP VALUE ZERO.
       01 CLASE-SUSPENDIDA PIC X VALUE "N".

       01 MATERIA PIC 9 VALUE ZERO.
       01 MATERIA-NOMBRE PIC X(25) VALUE SPACES.

       01 FIN-ASISTENCIA PIC X VALUE "N".
       01 FIN-LISTADO PIC X VALUE "N".
       01 FIN-ASISACUM PIC X VALUE "N".
       01 FIN-CLASELOG PIC X VALUE "N".

       01 CANT-POSTEADAS PIC 9(5) COMP VALUE ZERO.
       01 CANT-RECHAZADAS PIC 9(5) COMP VALUE ZERO.
       01 CANT-NO-POSTEADAS PIC 9(5) COMP VALUE ZERO.
       01 FORMATEO-RESULT PIC ZZZZ9.

       01 WS-FS-ASISTENCIA PIC XX.
           88 FS-LISTADO-OK VALUE "00".
       01 WS-FS-ASISACUM PIC XX.
           88 FS-ASISACUM-OK VALUE "00".
       01 WS-FS-CLASELOG PIC XX.
           88 FS-CLASELOG-OK VALUE "00".

      *>   ESTADO DE ARCH-CONTROL, PARA ABRIRLO EN OUTPUT LA PRIMERA
      *>   VEZ QUE CORRE (EXTEND FALLA SI EL ARCHIVO TODAVIA NO EXISTE)

           PERFORM CARGAR-NOMINA.
           PERFORM CARGAR-ACUMULADO.
           PERFORM CARGAR-SUSPENDIDAS.
           PERFORM POSTEAR-PARTE.

           PERFORM CONFIRMAR-PROCEDER.
           DISPLAY "PRESENCIAS POSTEADAS:  " FORMATEO-RESULT.
           MOVE CANT-RECHAZADAS TO FORMATEO-RESULT.
           DISPLAY "RENGLONES RECHAZADOS:  " FORMATEO-RESULT.
           MOVE CANT-NO-POSTEADAS TO FORMATEO-RESULT.
           DISPLAY "DE CLASE SUSPENDIDA:   " FORMATEO-RESULT.
           DISPLAY "TERMINO EL PROGRAMA".

           MOVE "EJ-16ENCL22" TO CTL-JOB.
                       MOVE "S" TO FIN-ASISTENCIA
                       CLOSE ARCH-ASISTENCIA
                   NOT AT END
                       PERFORM POSTEAR-RENGLON THRU POSTEAR-RENGLON-FIN
               END-READ
           END-PERFORM.

                   "INSCRIPTO EN LA MATERIA " ASI-MATERIA
               GO TO POSTEAR-RENGLON-FIN
           END-IF.
      *>   LA CLASE QUE EL LIBRO DA POR SUSPENDIDA NO CUENTA: NI
      *>   CLASE DICTADA NI FALTA PARA EL ALUMNO
           MOVE "N" TO CLASE-SUSPENDIDA.
           PERFORM VARYING IX-SUS FROM 1 BY 1
                   UNTIL IX-SUS > CANT-SUSPENDIDAS
               IF TS-FECHA (IX-SUS) = ASI-FECHA
                  AND TS-MATERIA (IX-SUS) = ASI-MATERIA
                  AND TS-COMISION (IX-SUS) = ASI-COMISION
                   MOVE "S" TO CLASE-SUSPENDIDA
               END-IF
           END-PERFORM.
           IF CLASE-SUSPENDIDA = "S"
               ADD 1 TO CANT-NO-POSTEADAS
               GO TO POSTEAR-RENGLON-FIN
           END-IF.
           PERFORM BUSCAR-EN-ACUMULADO.
           IF IX-ACUM-HALLADO = ZERO
               IF CANT-ACUM >= 1000
               END-READ
           END-PERFORM.

       CARGAR-SUSPENDIDAS.
           MOVE "N" TO FIN-CLASELOG.
           OPEN INPUT ARCH-CLASELOG.
           IF NOT FS-CLASELOG-OK
               MOVE "S" TO FIN-CLASELOG
           END-IF.
           PERFORM UNTIL FIN-CLASELOG = "S"
               READ ARCH-CLASELOG
                   AT END
                       MOVE "S" TO FIN-CLASELOG
                       CLOSE ARCH-CLASELOG
                   NOT AT END
                       IF CLG-ESTADO = "SUSPENDIDA"
                           IF CANT-SUSPENDIDAS >= 500
                               DISPLAY "ADVERTENCIA: SE IGNORA CLASE "
                                   "SUSPENDIDA, YA HAY 500 CARGADAS"
                           ELSE
                               ADD 1 TO CANT-SUSPENDIDAS
                               MOVE CLG-FECHA TO
                                    TS-FECHA (CANT-SUSPENDIDAS)
                               MOVE CLG-MATERIA TO
                                    TS-MATERIA (CANT-SUSPENDIDAS)
                               MOVE CLG-COMISION TO
                                    TS-COMISION (CANT-SUSPENDIDAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGRABAR-ACUMULADO.
           OPEN OUTPUT ARCH-ASISACUM.
           PERFORM VARYING IX-ACUM FROM 1 BY 1
