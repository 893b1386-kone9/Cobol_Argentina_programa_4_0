      *> sala hora por hora y la cruza contra el aforo propio del
      *> maestro SALAS: el reporte SALAOCUPA muestra la grilla y
      *> marca con *** cada hora en que una sala supero su aforo,
      *> que es exactamente lo que pidio el inspector. El calendario
      *> SALAESTADO (ver COPYLIB ESTSALA) saca del reporte y de los
      *> promedios a la sala cerrada ese dia, en vez de mostrarla
      *> como una sala que no visita nadie, y en un dia de aforo
      *> reducido controla contra el aforo reducido.

      *>--------------------------------------
      *> IdentificarDatos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALAS.

      *>   SALAESTADO es el calendario de cierres y reducciones de
      *>   aforo de las salas
           SELECT ARCH-ESTSALA ASSIGN TO "SALAESTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTSALA.

      *>   SALAOCUPA es el reporte de ocupacion por sala y hora
           SELECT ARCH-SALAOCUPA ASSIGN TO "SALAOCUPA"
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORD CONTAINS 26 CHARACTERS.
           COPY SALAS.

       FD  ARCH-ESTSALA
           RECORD CONTAINS 65 CHARACTERS.
           COPY ESTSALA.

       FD  ARCH-SALAOCUPA.
       01  REG-SALAOCUPA PIC X(70).

       77 WS-OCUPACION PIC S9(6) VALUE ZERO.
       77 WS-EXCESOS PIC 9(3) VALUE ZERO.
       77 WS-HUBO-MOVIMIENTO PIC X VALUE "N".
      *>   AFORO DE LA SALA EN LA FECHA (EL REDUCIDO SI LO HAY) Y
      *>   PROMEDIO DE OCUPACION DE LAS HORAS CON GENTE
       77 WS-AFORO-SALA PIC 9(4) VALUE ZERO.
       77 WS-SUMA-OCUPACION PIC 9(7) VALUE ZERO.
       77 WS-HORAS-OCUPADAS PIC 99 VALUE ZERO.
       77 WS-PROM-OCUPACION PIC 9(5)V99 VALUE ZERO.
       77 WS-PORC-AFORO PIC 9(3)V99 VALUE ZERO.
       77 WS-SALAS-CERRADAS PIC 99 VALUE ZERO.

      *>   ESTADO DE LAS SALAS POR FECHA (VER COPYLIB ESTSPROC)
           COPY ESTSPROC.

       01 WS-FIN-SALAS PIC X VALUE "N".
       01 WS-FIN-FEED PIC X VALUE "N".
           03 OCU-NOMBRE   PIC X(20).
           03 FILLER       PIC X(7) VALUE " AFORO ".
           03 OCU-AFORO    PIC ZZZ9.
           03 FILLER       PIC X VALUE SPACE.
           03 OCU-ESTADO   PIC X(20).
       01 LINEA-HORA.
           03 FILLER        PIC XX VALUE SPACES.
           03 OCU-HORA      PIC 99.
           03 OCU-OCUPACION PIC ZZZZZ9.
           03 FILLER        PIC X(6) VALUE " OCUP ".
           03 OCU-MARCA     PIC X(20).
       01 LINEA-PROMEDIO.
           03 FILLER        PIC X(31)
               VALUE "  OCUPACION PROMEDIO POR HORA: ".
           03 PRO-OCUPACION PIC ZZZZ9.99.
           03 FILLER        PIC XX VALUE " (".
           03 PRO-PORC      PIC ZZ9.99.
           03 FILLER        PIC X(11) VALUE "% DEL AFORO".
           03 FILLER        PIC X VALUE ")".
       01 LINEA-CERRADA.
           03 FILLER        PIC X(16) VALUE "  SALA CERRADA: ".
           03 CER-MOTIVO    PIC X(30).
           03 FILLER        PIC X(15) VALUE " (NO SE INFORMA".
           03 FILLER        PIC X(2) VALUE ")".
       01 LINEA-GUIONES PIC X(60) VALUE ALL "-".

      *>----------------------------------------------------------------
               STOP RUN
           END-IF.
           PERFORM CARGAR-MOVIMIENTOS.
           PERFORM CARGAR-ESTADO-SALAS.

           OPEN OUTPUT ARCH-SALAOCUPA.
           MOVE "OCUPACION POR SALA Y HORA" TO REG-SALAOCUPA.
           CLOSE ARCH-SALAOCUPA.

           DISPLAY "HORAS CON AFORO DE SALA SUPERADO: " WS-EXCESOS.
           DISPLAY "SALAS CERRADAS EN LA FECHA: " WS-SALAS-CERRADAS.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   LA OCUPACION DE CADA HORA ES LA ACUMULADA DEL DIA:
      *>   ENTRADAS MENOS SALIDAS HASTA ESA HORA INCLUSIVE; LAS
      *>   HORAS SIN MOVIMIENTO Y SIN GENTE ADENTRO NO SE LISTAN
      *>   UNA SALA CERRADA EN LA FECHA SOLO LLEVA EL MOTIVO: NO
      *>   ENTRA EN LA GRILLA NI EN EL PROMEDIO
       REPORTAR-SALA.
           MOVE LINEA-GUIONES TO REG-SALAOCUPA.
           WRITE REG-SALAOCUPA.
           MOVE TS-CODIGO (IX-SAL) TO WS-ESA-SALA.
           MOVE WS-FECHA-REPORTE TO WS-ESA-FECHA.
           PERFORM CONSULTAR-ESTADO-SALA.
           MOVE TS-AFORO (IX-SAL) TO WS-AFORO-SALA.
           MOVE SPACES TO OCU-ESTADO.
           IF WS-ESA-ESTADO = "REDUCIDA"
               MOVE WS-ESA-AFORO TO WS-AFORO-SALA
               MOVE "(AFORO REDUCIDO)" TO OCU-ESTADO
           END-IF.
           IF WS-ESA-ESTADO = "CERRADA"
               MOVE "(CERRADA)" TO OCU-ESTADO
           END-IF.
           MOVE TS-CODIGO (IX-SAL) TO OCU-CODIGO.
           MOVE TS-NOMBRE (IX-SAL) TO OCU-NOMBRE.
           MOVE WS-AFORO-SALA TO OCU-AFORO.
           MOVE LINEA-SALA-TITULO TO REG-SALAOCUPA.
           WRITE REG-SALAOCUPA.
           IF WS-ESA-ESTADO = "CERRADA"
               ADD 1 TO WS-SALAS-CERRADAS
               MOVE WS-ESA-MOTIVO TO CER-MOTIVO
               MOVE LINEA-CERRADA TO REG-SALAOCUPA
               WRITE REG-SALAOCUPA
           ELSE
               MOVE TS-CODIGO (IX-SAL) TO IX-FILA
               MOVE ZERO TO WS-OCUPACION
               MOVE ZERO TO WS-SUMA-OCUPACION
               MOVE ZERO TO WS-HORAS-OCUPADAS
               MOVE "N" TO WS-HUBO-MOVIMIENTO
               PERFORM VARYING IX-HORA FROM 1 BY 1 UNTIL IX-HORA > 24
                   PERFORM REPORTAR-HORA-DE-SALA
               END-PERFORM
               IF WS-HUBO-MOVIMIENTO = "N"
                   MOVE "  (SIN MOVIMIENTO EN EL DIA)" TO REG-SALAOCUPA
                   WRITE REG-SALAOCUPA
               ELSE
                   PERFORM INFORMAR-PROMEDIO-SALA
               END-IF
           END-IF.

      *>   PROMEDIO DE LAS HORAS LISTADAS, CONTRA EL AFORO DEL DIA
       INFORMAR-PROMEDIO-SALA.
           MOVE ZERO TO WS-PROM-OCUPACION.
           MOVE ZERO TO WS-PORC-AFORO.
           IF WS-HORAS-OCUPADAS > ZERO
               COMPUTE WS-PROM-OCUPACION ROUNDED =
                   WS-SUMA-OCUPACION / WS-HORAS-OCUPADAS
           END-IF.
           IF WS-AFORO-SALA > ZERO
               COMPUTE WS-PORC-AFORO ROUNDED =
                   (WS-PROM-OCUPACION / WS-AFORO-SALA) * 100
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PORC-AFORO
               END-COMPUTE
           END-IF.
           MOVE WS-PROM-OCUPACION TO PRO-OCUPACION.
           MOVE WS-PORC-AFORO TO PRO-PORC.
           MOVE LINEA-PROMEDIO TO REG-SALAOCUPA.
           WRITE REG-SALAOCUPA.

       REPORTAR-HORA-DE-SALA.
           IF MOV-ENTRADAS (IX-FILA, IX-HORA) = ZERO
               MOVE MOV-ENTRADAS (IX-FILA, IX-HORA) TO OCU-ENTRADAS
               MOVE MOV-SALIDAS (IX-FILA, IX-HORA) TO OCU-SALIDAS
               MOVE WS-OCUPACION TO OCU-OCUPACION
               ADD WS-OCUPACION TO WS-SUMA-OCUPACION
               ADD 1 TO WS-HORAS-OCUPADAS
               IF WS-OCUPACION > WS-AFORO-SALA
                   MOVE "*** AFORO SUPERADO" TO OCU-MARCA
                   ADD 1 TO WS-EXCESOS
                   DISPLAY "*** SALA " TS-CODIGO (IX-SAL) " A LAS "
                       OCU-HORA " HS: " WS-OCUPACION " PERSONAS "
                       "CON AFORO " WS-AFORO-SALA
               ELSE
                   MOVE SPACES TO OCU-MARCA
               END-IF
                       END-IF
               END-READ
           END-PERFORM.

           COPY ESTSPR.
