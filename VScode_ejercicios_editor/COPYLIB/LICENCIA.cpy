      *>--------------------------------------------------------------
      *> COPYLIB LICENCIA - registro de licencias tomadas; un renglon
      *> por licencia con el legajo, el tipo (VACACIONES, ENFERMEDAD,
      *> EXAMEN, o ART cuando viene de un accidente de trabajo), el
      *> rango de fechas y los dias habiles que consumio. Lo
      *> alimentan el posteo de licencias (EJ-09ENCL23) y el de
      *> accidentes (EJ-21ENCL23, las de tipo ART), y lo leen
      *> la corrida anual de vacaciones para el saldo por legajo y
      *> sector, y el control de cobertura de la agenda semanal.
      *>--------------------------------------------------------------
