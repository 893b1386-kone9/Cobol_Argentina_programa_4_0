      *>--------------------------------------------------------------
      *> COPYLIB PREVENTA - registro historico de la preventa
      *> online; un renglon por pedido procesado con los datos del
      *> pedido (ver COPYLIB PEDWEB) y como quedo: CONFIRMADA (entra
      *> en el cupo de la franja), SINCUPO (la franja no alcanza),
      *> SINFRANJA (no hay cupo generado para esa fecha y hora) o
      *> INVALIDO (cantidad en cero). Es la respuesta que la pagina
      *> levanta para avisarle al comprador.
      *>--------------------------------------------------------------
       01  REG-PREVENTA.
           03 PRV-NUMERO    PIC X(10).
           03 PRV-SEP1      PIC X.
           03 PRV-FECHA     PIC 9(8).
           03 PRV-SEP2      PIC X.
           03 PRV-HORA      PIC 99.
           03 PRV-SEP3      PIC X.
           03 PRV-CANTIDAD  PIC 9(3).
           03 PRV-SEP4      PIC X.
           03 PRV-COMPRADOR PIC X(30).
           03 PRV-SEP5      PIC X.
           03 PRV-ESTADO    PIC X(10).
