      *>--------------------------------------------------------------
      *> COPYLIB ACCIDENT - registro de accidentes de trabajo y
      *> enfermedades profesionales denunciados a la ART; un renglon
      *> por siniestro con el legajo, la fecha del hecho, el sector
      *> en que trabajaba, el tipo (ACCIDENTE o ENFPROF), si fue in
      *> itinere (S/N), el numero de siniestro que dio la ART, el
      *> rango de la ausencia y los dias corridos perdidos. Queda
      *> ABIERTO (A) hasta que llega el alta medica y se CIERRA (C).
      *> Lo mantiene el posteo de accidentes (EJ-21ENCL23), que
      *> ademas deja la licencia tipo ART en LICENCIAS, y lo lee el
      *> informe mensual de siniestralidad (EJ-22ENCL23).
      *>--------------------------------------------------------------
       01  REG-ACCIDENTE.
           03 ACC-LEGAJO        PIC X(10).
           03 ACC-FECHA         PIC 9(8).
           03 ACC-SECTOR        PIC X(2).
           03 ACC-TIPO          PIC X(10).
           03 ACC-IN-ITINERE    PIC X.
           03 ACC-SINIESTRO     PIC X(12).
           03 ACC-FECHA-DESDE   PIC 9(8).
           03 ACC-FECHA-HASTA   PIC 9(8).
           03 ACC-DIAS-PERDIDOS PIC 9(4).
           03 ACC-ESTADO        PIC X.
