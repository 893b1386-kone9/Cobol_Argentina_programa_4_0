      *>--------------------------------------------------------------
      *> COPYLIB FACTSOL - renglon del archivo de pedido de CAE
      *> (FACTSOLIC) que levanta el cliente del web service de
      *> factura electronica de la AFIP: un renglon por comprobante
      *> con los campos del detalle del pedido en el orden del
      *> servicio (tipo, punto de venta, concepto 2 = servicios,
      *> documento y condicion de IVA del receptor, numero desde /
      *> hasta, fecha, importes total / no gravado / neto / exento /
      *> IVA, moneda y cotizacion, fechas del servicio y vencimiento
      *> del pago, alicuota de IVA y, en las notas de credito, el
      *> comprobante asociado). Importes sin coma, con 2 decimales
      *> implicitos; separador ";".
      *>--------------------------------------------------------------
       01  REG-FACTSOL.
           03 FSO-CBTE-TIPO     PIC 9(3).
           03 FSO-SEP1          PIC X.
           03 FSO-PTO-VTA       PIC 9(5).
           03 FSO-SEP2          PIC X.
           03 FSO-CONCEPTO      PIC 9.
           03 FSO-SEP3          PIC X.
           03 FSO-DOC-TIPO      PIC 99.
           03 FSO-SEP4          PIC X.
           03 FSO-DOC-NRO       PIC 9(11).
           03 FSO-SEP5          PIC X.
           03 FSO-COND-IVA      PIC 99.
           03 FSO-SEP6          PIC X.
           03 FSO-CBTE-DESDE    PIC 9(8).
           03 FSO-SEP7          PIC X.
           03 FSO-CBTE-HASTA    PIC 9(8).
           03 FSO-SEP8          PIC X.
           03 FSO-CBTE-FCH      PIC 9(8).
           03 FSO-SEP9          PIC X.
           03 FSO-IMP-TOTAL     PIC 9(13)V99.
           03 FSO-SEP10         PIC X.
           03 FSO-IMP-TOT-CONC  PIC 9(13)V99.
           03 FSO-SEP11         PIC X.
           03 FSO-IMP-NETO      PIC 9(13)V99.
           03 FSO-SEP12         PIC X.
           03 FSO-IMP-OP-EX     PIC 9(13)V99.
           03 FSO-SEP13         PIC X.
           03 FSO-IMP-IVA       PIC 9(13)V99.
           03 FSO-SEP14         PIC X.
           03 FSO-MON-ID        PIC X(3).
           03 FSO-SEP15         PIC X.
           03 FSO-MON-COTIZ     PIC 9(4)V9(6).
           03 FSO-SEP16         PIC X.
           03 FSO-SERV-DESDE    PIC 9(8).
           03 FSO-SEP17         PIC X.
           03 FSO-SERV-HASTA    PIC 9(8).
           03 FSO-SEP18         PIC X.
           03 FSO-VTO-PAGO      PIC 9(8).
           03 FSO-SEP19         PIC X.
           03 FSO-IVA-ID        PIC 9(3).
           03 FSO-SEP20         PIC X.
           03 FSO-ASOC-TIPO     PIC 9(3).
           03 FSO-SEP21         PIC X.
           03 FSO-ASOC-PTO-VTA  PIC 9(5).
           03 FSO-SEP22         PIC X.
           03 FSO-ASOC-NRO      PIC 9(8).
