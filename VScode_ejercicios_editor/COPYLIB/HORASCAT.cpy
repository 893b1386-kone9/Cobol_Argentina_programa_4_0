      *>--------------------------------------------------------------
      *> COPYLIB HORASCAT - horas catedra del mes por legajo de
      *> personal, calculadas por EJ-19ENCL23 desde la asignacion de
      *> comisiones (ASIGNADOC), el horario de MATERIAS y el libro de
      *> clases (CLASELOG), ya valuadas con VALORHC. La liquidacion
      *> (EJ-02ENCL23) las convierte en el concepto HORAS CATEDRA del
      *> recibo; un renglon de otro periodo no se liquida.
      *>--------------------------------------------------------------
       01  REG-HORASCAT.
           03 HCT-LEGAJO  PIC X(10).
           03 HCT-PERIODO PIC 9(6).
           03 HCT-HORAS   PIC 9(4)V99.
           03 HCT-IMPORTE PIC 9(9)V99.
