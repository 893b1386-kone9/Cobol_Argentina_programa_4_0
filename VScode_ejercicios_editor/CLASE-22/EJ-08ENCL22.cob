               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

      *>   LIBROTOT recibe la cantidad y el total hash del maestro
      *>   regrabado, para el control nocturno de totales (ver
      *>   COPYLIB LIBROTOT)
           SELECT ARCH-LIBROTOT ASSIGN TO "LIBROTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIBROTOT.

      *>   RUNCARDS trae la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCARD): con tarjeta el job corre desatendido
      *>   DUALJOBS lista los jobs que exigen doble control (ver
       FD  ARCH-CONTROL.
           COPY CONTROL.

       FD  ARCH-LIBROTOT.
           COPY LIBROTOT.

       FD  ARCH-DUALJOBS
           RECORD CONTAINS 11 CHARACTERS.
           COPY DUALJOB.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   TOTALES DE CONTROL DEL MAESTRO REGRABADO (VER COPYLIB
      *>   TOTPROC)
           COPY TOTPROC.

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

       REGRABAR-MATERIAS.
      *>   REGRABA EL MAESTRO COMPLETO CON EL LAYOUT OFICIAL; LAS
      *>   ENTRADAS MARCADAS COMO BORRADAS NO SALEN MAS
           MOVE ZERO TO WS-TOT-CANT.
           MOVE ZERO TO WS-TOT-HASH.
           OPEN OUTPUT ARCH-MATERIAS.
           PERFORM VARYING IX-COM FROM 1 BY 1
                   UNTIL IX-COM > CANT-COMISIONES
                   MOVE TC-AULA (IX-COM) TO MAT-AULA
                   MOVE TC-CUPO (IX-COM) TO MAT-CUPO
                   WRITE REG-MATERIA
                   ADD 1 TO WS-TOT-CANT
                   ADD MAT-CUPO TO WS-TOT-HASH
               END-IF
           END-PERFORM.
           CLOSE ARCH-MATERIAS.
           MOVE "MATERIAS" TO WS-TOT-ARCHIVO.
           PERFORM REGISTRAR-TOTALES.

       CONTAR-OCUPACION-LISTADO.
           MOVE "N" TO FIN-LISTADO.

           COPY CONFPRPR.
           COPY CTLPR.
           COPY TOTPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY DUALPR.
