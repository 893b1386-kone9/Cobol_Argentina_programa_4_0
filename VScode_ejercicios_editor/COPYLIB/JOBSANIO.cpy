      *>--------------------------------------------------------------
      *> COPYLIB JOBSANIO - jobs obligatorios de diciembre; un
      *> renglon por job que tiene que haber terminado OK en CONTROL
      *> durante diciembre antes de cerrar el anio (el SAC de
      *> diciembre, la corrida anual de vacaciones, la de visitas,
      *> la ultima liquidacion), con una descripcion para el aviso.
      *> Lo lee el cierre de anio (EJ-16ENOPER): si alguno falta el
      *> cierre se rechaza y no se archiva ni se vacia nada.
      *>--------------------------------------------------------------
       01  REG-JOBSANIO.
           03 JA-JOB          PIC X(11).
           03 JA-SEP1         PIC X.
           03 JA-DESCRIPCION  PIC X(30).
