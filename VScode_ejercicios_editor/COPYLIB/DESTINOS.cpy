      *>--------------------------------------------------------------
      *> COPYLIB DESTINOS - maestro de destinatarios de los reportes
      *> (areas o personas): codigo que usa la tabla DISTRIB, nombre
      *> para la caratula del paquete y la habilitacion (S/N) para
      *> recibir reportes marcados sensibles. Un reporte sensible
      *> nunca entra al paquete de un destinatario sin habilitacion,
      *> aunque la tabla de distribucion diga lo contrario.
      *>--------------------------------------------------------------
       01  REG-DESTINO.
           03 DST-CODIGO      PIC X(10).
           03 DST-SEP1        PIC X.
           03 DST-NOMBRE      PIC X(30).
           03 DST-SEP2        PIC X.
           03 DST-SENSIBLE    PIC X.
