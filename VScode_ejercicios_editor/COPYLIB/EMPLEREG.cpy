      *>   deja en blanco y el legajo queda fuera del SICORE hasta
      *>   que RRHH lo cargue
           03 EMP-CUIT  PIC X(11).
      *>   categoria del convenio colectivo (ver COPYLIB CATEGOR); un
      *>   extracto viejo que no la traiga la deja en blanco y el
      *>   legajo se sigue liquidando con su sueldo cargado
           03 EMP-CATEGORIA PIC X(4).
      *>   causa de la baja, solo en movimientos "B": "R" renuncia,
      *>   "J" jubilacion (voluntarias), "D" despido, "F" fin de
      *>   contrato (involuntarias); un extracto viejo que no la
      *>   traiga la deja en blanco y la baja queda sin causa
      *>   informada en el analisis de rotacion
           03 EMP-CAUSA-BAJA PIC X.
      *>   marca de guia ("S"/"N") e idiomas que habla (hasta tres
      *>   codigos de dos letras); un extracto viejo que no los
      *>   traiga los deja en blanco y una modificacion en blanco
      *>   deja los que ya tenia el maestro
           03 EMP-GUIA    PIC X.
           03 EMP-IDIOMAS PIC X(6).
