      *>   retenciones al formato SICORE; espacios hasta que RRHH
      *>   lo cargue
           03 MAE-CUIT  PIC X(11).
      *>   categoria del convenio colectivo (ver COPYLIB CATEGOR): la
      *>   liquidacion arma el bruto con el basico de la categoria
      *>   mas la antiguedad; en blanco se liquida con MAE-SUELDO
           03 MAE-CATEGORIA PIC X(4).
      *>   guia del museo: "S" si el legajo hace visitas guiadas (lo
      *>   toma la asignacion de guias a las reservas de grupos), y
      *>   hasta tres codigos de idioma de dos letras (ES, EN, PT,
      *>   FR, IT, DE) que habla; en blanco se toma solo castellano
           03 MAE-GUIA    PIC X.
           03 MAE-IDIOMAS PIC X(6).
