      *>--------------------------------------------------------------
      *> COPYLIB DEBITO - archivo de debito automatico que se
      *> intercambia con el banco: DEBPRES es la presentacion que
      *> arma EJ-28ENCL18 y DEBRESP el mismo archivo devuelto por el
      *> banco con el resultado de cada debito (A = aceptado, R =
      *> rechazado con el codigo de motivo del banco). La cabecera
      *> (tipo 1) lleva la empresa y la fecha de debito, el detalle
      *> (tipo 2) una cuota por renglon, y el pie (tipo 9) la
      *> cantidad de debitos y la suma de importes para controlar
      *> que el archivo llego entero.
      *>--------------------------------------------------------------
       01  REG-DEB-CABECERA.
           03 DEC-TIPO          PIC X.
           03 DEC-EMPRESA       PIC X(10).
           03 DEC-FECHA-GEN     PIC 9(8).
           03 DEC-FECHA-DEBITO  PIC 9(8).
           03 FILLER            PIC X(30).
       01  REG-DEB-DETALLE.
           03 DED-TIPO          PIC X.
           03 DED-LEGAJO        PIC X(10).
           03 DED-CBU           PIC 9(22).
           03 DED-MATERIA       PIC 9.
           03 DED-VENCIMIENTO   PIC 9(8).
           03 DED-IMPORTE       PIC 9(9)V99.
           03 DED-RESULTADO     PIC X.
           03 DED-MOTIVO        PIC X(3).
       01  REG-DEB-PIE.
           03 DEP-TIPO          PIC X.
           03 DEP-CANT          PIC 9(7).
           03 DEP-SUMA          PIC 9(13)V99.
           03 FILLER            PIC X(34).
