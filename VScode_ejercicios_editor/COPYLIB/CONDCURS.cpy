      *>--------------------------------------------------------------
      *> COPYLIB CONDCURS - condicion final de cursada; un renglon por
      *> legajo + materia + comision con la nota ponderada de las
      *> instancias de evaluacion y la condicion PROMOCIONADO,
      *> REGULAR o LIBRE, ya combinada con la regularidad por
      *> asistencia de REGULARIDAD (un LIBRE por asistencia es LIBRE
      *> aunque la nota alcance). Lo genera la corrida de condicion
      *> de cursada y lo imprime el acta de examen en lugar de la
      *> sola regularidad por asistencia.
      *>--------------------------------------------------------------
       01  REG-CONDCURSADA.
           03 CCU-LEGAJO    PIC X(10).
           03 CCU-SEP1      PIC X.
           03 CCU-MATERIA   PIC 9.
           03 CCU-SEP2      PIC X.
           03 CCU-COMISION  PIC 9.
           03 CCU-SEP3      PIC X.
           03 CCU-NOTA      PIC 99V99.
           03 CCU-SEP4      PIC X.
           03 CCU-CONDICION PIC X(12).
           03 CCU-SEP5      PIC X.
           03 CCU-ASISTENCIA PIC X(7).
           03 CCU-SEP6      PIC X.
           03 CCU-MOTIVO    PIC X(30).
