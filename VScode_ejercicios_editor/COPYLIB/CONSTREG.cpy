      *>--------------------------------------------------------------
      *> COPYLIB CONSTREG - registro de constancias de alumno regular
      *> emitidas; un renglon por constancia con su codigo de
      *> verificacion, el legajo, la fecha, la carrera, la cantidad
      *> de materias que figuraron, el operador que la emitio y ante
      *> quien se presenta. El codigo son 12 digitos: anio de
      *> emision, numero correlativo del anio y dos digitos de
      *> control (98 menos el resto por 97 de los diez primeros
      *> seguidos de 00), asi un codigo mal dictado por telefono se
      *> detecta antes de buscarlo. Lo graba la emision de
      *> constancias y lo consulta el modo de verificacion cuando un
      *> tercero llama para saber si una constancia es autentica.
      *>--------------------------------------------------------------
       01  REG-CONSTANCIA.
           03 CST-CODIGO.
               05 CST-COD-ANIO   PIC 9(4).
               05 CST-COD-NRO    PIC 9(6).
               05 CST-COD-DV     PIC 99.
           03 CST-SEP1           PIC X.
           03 CST-LEGAJO         PIC X(10).
           03 CST-SEP2           PIC X.
           03 CST-FECHA          PIC 9(8).
           03 CST-SEP3           PIC X.
           03 CST-CARRERA        PIC X(3).
           03 CST-SEP4           PIC X.
           03 CST-CANT-MATERIAS  PIC 9.
           03 CST-SEP5           PIC X.
           03 CST-OPERADOR       PIC X(10).
           03 CST-SEP6           PIC X.
           03 CST-DESTINO        PIC X(30).
