      *>--------------------------------------------------------------
      *> COPYLIB PERIODO - estado contable de cada periodo por
      *> subsistema (NOMINA, CUOTAS, DISTRIB): un renglon por periodo
      *> y subsistema con ABIERTO/CERRADO, quien lo cambio y cuando.
      *> Un periodo sin renglon esta abierto. Lo mantiene el cierre
      *> contable (EJ-09ENOPER) y lo consultan los jobs que postean
      *> (ver COPYLIB PERIPR).
      *>--------------------------------------------------------------
       01  REG-PERIODO.
           03 PER-PERIODO    PIC 9(6).
           03 PER-SEP1       PIC X.
           03 PER-SUBSISTEMA PIC X(10).
           03 PER-SEP2       PIC X.
           03 PER-ESTADO     PIC X(7).
           03 PER-SEP3       PIC X.
           03 PER-OPERADOR   PIC X(10).
           03 PER-SEP4       PIC X.
           03 PER-FECHA      PIC 9(8).
