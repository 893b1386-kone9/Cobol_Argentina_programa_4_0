      *>--------------------------------------------------------------
      *> COPYLIB MAPEOPLN - tabla de equivalencias entre planes de
      *> estudio; un renglon por carrera + materia de origen con la
      *> carrera + materia del plan nuevo por la que se reconoce. La
      *> usa el cambio de carrera para pasar las aprobadas del plan
      *> viejo al nuevo (como renglon EQUIV de TRANSCRIPT), porque
      *> hasta ahora se cambiaba el codigo de carrera del padron a
      *> mano y la elegibilidad de egreso no le contaba al alumno
      *> ninguna materia del plan anterior.
      *>--------------------------------------------------------------
       01  REG-MAPEOPLAN.
           03 MAP-CARRERA-ORIGEN  PIC X(3).
           03 MAP-SEP1            PIC X.
           03 MAP-MATERIA-ORIGEN  PIC 9.
           03 MAP-SEP2            PIC X.
           03 MAP-CARRERA-DESTINO PIC X(3).
           03 MAP-SEP3            PIC X.
           03 MAP-MATERIA-DESTINO PIC 9.
