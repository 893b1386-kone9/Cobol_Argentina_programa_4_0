      *> de los reservados) o NOSHOW. El alta valida la capacidad
      *> restante del dia contra el AFORO, y del estado sale la tasa
      *> de ausencias por institucion para la oficina de reservas.
      *> El idioma pedido para la visita guiada (ES, EN, PT...) lo
      *> usa la asignacion de guias; en blanco se toma castellano.
      *>--------------------------------------------------------------
       01  REG-RESERVA.
           03 RES-FECHA       PIC 9(8).
           03 RES-CANTIDAD    PIC 9(4).
           03 RES-SEP4        PIC X.
           03 RES-ESTADO      PIC X(9).
           03 RES-SEP5        PIC X.
           03 RES-IDIOMA      PIC XX.
