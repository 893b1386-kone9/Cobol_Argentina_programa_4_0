      *>--------------------------------------------------------------
      *> COPYLIB DEBADHES - padron de adhesiones al debito automatico
      *> de cuotas: un renglon por legajo con el CBU de la cuenta a
      *> debitar y la fecha desde la que rige. La presentacion al
      *> banco (EJ-28ENCL18) toma las adhesiones activas (A); el
      *> retorno (EJ-29ENCL18) lleva la cuenta de rechazos seguidos
      *> y da de baja (B, con la fecha) la adhesion que llega al
      *> tope configurado. Un debito aceptado vuelve el contador a
      *> cero.
      *>--------------------------------------------------------------
       01  REG-DEBADHES.
           03 DA-LEGAJO     PIC X(10).
           03 DA-CBU        PIC 9(22).
           03 DA-ALTA       PIC 9(8).
           03 DA-ESTADO     PIC X.
           03 DA-RECHAZOS   PIC 99.
           03 DA-BAJA       PIC 9(8).
