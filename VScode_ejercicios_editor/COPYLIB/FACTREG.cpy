      *>--------------------------------------------------------------
      *> COPYLIB FACTREG - registro de comprobantes electronicos
      *> emitidos; un renglon por comprobante (punto de venta + tipo
      *> AFIP + numero) con la fecha, el cargo que lo origino (origen
      *> C = cuota del maestro CUOTAS con clave legajo + materia +
      *> vencimiento, S = cargo de socio de SOCRECIBOS con clave
      *> socio + mes AAAAMM), los datos fiscales del cliente, los
      *> importes, el vencimiento del pago y, en las notas de
      *> credito, el comprobante que anulan. El estado queda P
      *> (pedido a la AFIP, sin CAE), A (autorizado, con CAE y su
      *> vencimiento) o R (rechazado: se vuelve a pedir con el mismo
      *> numero en la proxima emision, asi la numeracion no tiene
      *> huecos). Lo graba la emision (EJ-26ENCL18) y lo completa la
      *> carga del retorno de la AFIP (EJ-27ENCL18).
      *>--------------------------------------------------------------
       01  REG-FACTREG.
           03 FRG-PTO-VTA    PIC 9(5).
           03 FRG-TIPO-CBTE  PIC 9(3).
           03 FRG-NRO        PIC 9(8).
           03 FRG-FECHA      PIC 9(8).
           03 FRG-ORIGEN     PIC X.
           03 FRG-CLAVE      PIC X(20).
           03 FRG-DOC-TIPO   PIC 99.
           03 FRG-DOC-NRO    PIC 9(11).
           03 FRG-COND-IVA   PIC 99.
           03 FRG-NETO       PIC 9(9)V99.
           03 FRG-EXENTO     PIC 9(9)V99.
           03 FRG-IVA        PIC 9(9)V99.
           03 FRG-TOTAL      PIC 9(9)V99.
           03 FRG-VTO-PAGO   PIC 9(8).
           03 FRG-ASOC-TIPO  PIC 9(3).
           03 FRG-ASOC-NRO   PIC 9(8).
           03 FRG-ESTADO     PIC X.
           03 FRG-CAE        PIC X(14).
           03 FRG-CAE-VTO    PIC 9(8).
