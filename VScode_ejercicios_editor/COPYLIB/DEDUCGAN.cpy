      *>--------------------------------------------------------------
      *> COPYLIB DEDUCGAN - deducciones personales declaradas por el
      *> empleado para ganancias (alquiler, prepaga, seguro de vida,
      *> servicio domestico, etc.); un renglon por legajo, anio
      *> fiscal y tipo con el importe anual deducible, tal como lo
      *> carga Recursos Humanos desde el formulario del empleado.
      *> Un tipo que se rectifica durante el anio se vuelve a cargar
      *> y pisa al anterior del mismo tipo.
      *>--------------------------------------------------------------
       01  REG-DEDUCCION.
           03 DGA-LEGAJO   PIC X(10).
           03 DGA-ANIO     PIC 9(4).
           03 DGA-TIPO     PIC X(12).
           03 DGA-IMPORTE  PIC 9(9)V99.
