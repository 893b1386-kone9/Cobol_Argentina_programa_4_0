      *>--------------------------------------------------------------
      *> COPYLIB CLASELOG - libro de clases por comision; un renglon
      *> por clase del termino (fecha, materia, comision) con su
      *> estado DICTADA o SUSPENDIDA, el motivo de la suspension y,
      *> si la dio otro docente, el legajo del reemplazante (del
      *> maestro DOCENTES). ASISTENCIA dice quien vino, pero nada
      *> decia si la clase se dio: con el docente ausente la clase
      *> o le contaba falta a todos o desaparecia del conteo de la
      *> regularidad. El posteo de asistencia no postea las clases
      *> SUSPENDIDA y el reporte de clases suspendidas propone la
      *> recuperacion.
      *>--------------------------------------------------------------
       01  REG-CLASELOG.
           03 CLG-FECHA        PIC 9(8).
           03 CLG-SEP1         PIC X.
           03 CLG-MATERIA      PIC 9.
           03 CLG-COMISION     PIC 9.
           03 CLG-SEP2         PIC X.
           03 CLG-ESTADO       PIC X(10).
           03 CLG-SEP3         PIC X.
           03 CLG-MOTIVO       PIC X(30).
           03 CLG-SEP4         PIC X.
           03 CLG-REEMPLAZANTE PIC X(10).
