      *>--------------------------------------------------------------
      *> COPYLIB HORASEXT - resumen mensual de horas extra por
      *> legajo: horas al 50 y al 100 del mes que la justificacion
      *> de horas extra (EJ-25ENCL23) deja pasar del detalle diario
      *> del reloj fichador (ver COPYLIB HSEXTDIA), es decir las
      *> justificadas por el plan del sector o autorizadas. La
      *> liquidacion (EJ-02ENCL23) lo convierte en los conceptos
      *> HS EXTRA 50 y HS EXTRA 100 del recibo, valuando la hora
      *> como sueldo basico dividido 200.
