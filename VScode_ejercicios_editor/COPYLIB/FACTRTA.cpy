      *>--------------------------------------------------------------
      *> COPYLIB FACTRTA - renglon del archivo de retorno de la AFIP
      *> (FACTRESP) que deja el cliente del web service: un renglon
      *> por comprobante pedido con el resultado (A = aprobado, R =
      *> rechazado), el CAE y su fecha de vencimiento si se aprobo, y
      *> el codigo y texto de la observacion si se rechazo.
      *>--------------------------------------------------------------
       01  REG-FACTRTA.
           03 FRT-PTO-VTA    PIC 9(5).
           03 FRT-SEP1       PIC X.
           03 FRT-CBTE-TIPO  PIC 9(3).
           03 FRT-SEP2       PIC X.
           03 FRT-NRO        PIC 9(8).
           03 FRT-SEP3       PIC X.
           03 FRT-RESULTADO  PIC X.
           03 FRT-SEP4       PIC X.
           03 FRT-CAE        PIC X(14).
           03 FRT-SEP5       PIC X.
           03 FRT-CAE-VTO    PIC 9(8).
           03 FRT-SEP6       PIC X.
           03 FRT-OBS-COD    PIC 9(5).
           03 FRT-SEP7       PIC X.
           03 FRT-OBS-TEXTO  PIC X(40).
