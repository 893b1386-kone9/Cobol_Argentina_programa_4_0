      *>--------------------------------------------------------------
      *> COPYLIB EMPRESA - datos del empleador que van impresos en
      *> los recibos de sueldo y demas constancias al personal; un
      *> solo renglon con la razon social, el CUIT, el domicilio y la
      *> localidad (lugar de pago).
      *>--------------------------------------------------------------
       01  REG-EMPRESA.
           03 EMPR-RAZON     PIC X(40).
           03 EMPR-CUIT      PIC X(11).
           03 EMPR-DOMICILIO PIC X(40).
           03 EMPR-LOCALIDAD PIC X(25).
