      *>--------------------------------------------------------------
      *> COPYLIB CERTPEND - bajas con liquidacion final confirmada
      *> que esperan su certificado de trabajo del art. 80; un
      *> renglon por legajo con la fecha de la baja y la de la
      *> liquidacion final. Lo agrega la liquidacion final
      *> (EJ-10ENCL23) al confirmar y lo vacia la emision de
      *> certificados (EJ-24ENCL23) una vez registrados.
      *>--------------------------------------------------------------
       01  REG-CERTPEND.
           03 CTP-LEGAJO     PIC X(10).
           03 CTP-FECHA-BAJA PIC 9(8).
           03 CTP-FECHA-LIQ  PIC 9(8).
