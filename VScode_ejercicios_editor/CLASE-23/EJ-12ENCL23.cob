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
      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-SUELDOHIST
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

      *>   GATE DE CONFIRMACION COMPARTIDO (VER COPYLIB CONFPROC),
      *>   PARA PEDIR CONFIRMACION ANTES DE GRABAR RETROPEND
           COPY CONFPROC.
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *>   EL RETRO Y SU PROVISION SE POSTEAN EN EL MES EN CURSO,
      *>   QUE NO PUEDE ESTAR CERRADO (VER COPYLIB PERIPR)
           COMPUTE WS-PER-PERIODO = WS-FECHA-HOY / 100.
           MOVE "NOMINA" TO WS-PER-SUBSISTEMA.
           PERFORM VERIFICAR-PERIODO-ABIERTO.
      *>   EL RETRO CUBRE HASTA EL MES ANTERIOR AL ACTUAL: EL MES
      *>   EN CURSO YA SE LIQUIDA CON LA ESCALA NUEVA
           COMPUTE WS-MES-HASTA = WS-FECHA-HOY / 100.
           COPY CONFPRPR.
           COPY CTLPR.
           COPY OPERPR.
           COPY PERIPR.
           COPY RUNCPR.
