               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

      *>   PERIODOS es el estado contable de cada periodo (ver
      *>   COPYLIB PERIPR): en un periodo cerrado no se postea
           SELECT ARCH-PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.

      *>   RUNCARDS trae la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCARD): con tarjeta el job corre desatendido
           SELECT ARCH-RUNCARDS ASSIGN TO "RUNCARDS"
           COPY SUELDHIS.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-PARAMSAL.
       FD  ARCH-CONTROL.
           COPY CONTROL.

       FD  ARCH-PERIODOS
           RECORD CONTAINS 45 CHARACTERS.
           COPY PERIODO.

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.
      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   CONTROL DE PERIODO CERRADO (VER COPYLIB PERIPROC)
           COPY PERIPROC.

       01 ED-IMPORTE PIC $ZZZ.ZZZ.ZZZ.ZZ9,99.

      *>----------------------------------------------------------------
               COMPUTE WS-FECHA-DESDE = WS-ANIO * 10000 + 0701
               COMPUTE WS-FECHA-HASTA = WS-ANIO * 10000 + 1231
           END-IF.
      *>   EL SAC SE POSTEA EN EL ULTIMO MES DEL SEMESTRE, QUE NO
      *>   PUEDE ESTAR CERRADO (VER COPYLIB PERIPR)
           COMPUTE WS-PER-PERIODO = WS-FECHA-HASTA / 100.
           MOVE "NOMINA" TO WS-PER-SUBSISTEMA.
           PERFORM VERIFICAR-PERIODO-ABIERTO.

           PERFORM CARGAR-PARAMETROS.
           PERFORM CARGAR-MAESTRO.

           COPY CTLPR.
           COPY OPERPR.
           COPY PERIPR.
           COPY RUNCPR.
