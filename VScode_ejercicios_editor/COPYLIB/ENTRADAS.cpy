      *>--------------------------------------------------------------
      *> COPYLIB ENTRADAS - archivos de entrada que la cadena nocturna
      *> espera recibir: un renglon por archivo y job que lo usa, con
      *> la marca de obligatorio (S/N) y la hora (HHMM) a la que el
      *> archivo tiene que estar. El lanzador EJ-01ENOPER los revisa
      *> antes de arrancar la cadena (que exista, que la cabecera
      *> CABPIE sea de la fecha de proceso y que el pie no venga en
      *> cero); un obligatorio que falla retiene al job que lo usa.
      *>--------------------------------------------------------------
       01  REG-ENTRADAS.
           03 ENT-ARCHIVO     PIC X(15).
           03 ENT-SEP1        PIC X.
           03 ENT-JOB         PIC X(11).
           03 ENT-SEP2        PIC X.
           03 ENT-OBLIGATORIA PIC X.
           03 ENT-SEP3        PIC X.
           03 ENT-HORA        PIC 9(4).
