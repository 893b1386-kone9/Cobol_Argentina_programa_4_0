      *>--------------------------------------------------------------
      *> COPYLIB HSEXTDIA - detalle diario de horas extra por legajo
      *> que deja el posteo de fichadas (EJ-07ENCL23): un renglon por
      *> fichada que paso la jornada, con sus horas al 50 y al 100.
      *> La justificacion de horas extra (EJ-25ENCL23) lo cruza con
      *> el plan fechado del sector y solo lo justificado o
      *> autorizado pasa al resumen HORASEXTRA que liquida.
      *>--------------------------------------------------------------
       01  REG-HSEXTDIA.
           03 HED-LEGAJO PIC X(10).
           03 HED-FECHA  PIC 9(8).
           03 HED-HS-50  PIC 9(3)V99.
           03 HED-HS-100 PIC 9(3)V99.
