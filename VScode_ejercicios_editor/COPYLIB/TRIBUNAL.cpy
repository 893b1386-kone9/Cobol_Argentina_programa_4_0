      *>--------------------------------------------------------------
      *> COPYLIB TRIBUNAL - tribunal de cada mesa de examen final; un
      *> renglon por materia + llamado (el mismo par que MESAS) con
      *> la fecha y los tres docentes del tribunal, el primero como
      *> presidente. Lo propone la corrida de tribunales evitando
      *> docentes con licencia o ya sentados en otra mesa del mismo
      *> dia (antes se armaba por telefono y un docente quedo dos
      *> veces en mesas simultaneas); lo lee el acta de examen para
      *> imprimir el tribunal. TRB-ESTADO queda INCOMPLETO cuando no
      *> alcanzaron los docentes disponibles ese dia.
      *>--------------------------------------------------------------
       01  REG-TRIBUNAL.
           03 TRB-MATERIA PIC 9.
           03 TRB-LLAMADO PIC 9.
           03 TRB-FECHA   PIC 9(8).
           03 TRB-MIEMBRO OCCURS 3 TIMES.
               05 TRB-SEP     PIC X.
               05 TRB-DOCENTE PIC X(10).
           03 TRB-SEP4    PIC X.
           03 TRB-ESTADO  PIC X(10).
