      *>--------------------------------------------------------------
      *> COPYLIB PRESTAMO - registro de prestamos y adelantos de
      *> sueldo al personal (los de socios siguen en ADELANTO); un
      *> renglon por prestamo con el legajo, un numero por legajo,
      *> el tipo (A = adelanto, P = prestamo), el importe otorgado,
      *> la cantidad de cuotas, el mes de la primera cuota (AAAAMM)
      *> y la tasa anual de interes directo (cero = sin interes).
      *> Administracion carga el alta con cuotas pagas y saldo en
      *> cero; la primera lectura le pone como saldo el total a
      *> devolver. La liquidacion descuenta la cuota del mes y la
      *> final el saldo entero, y regraban cuotas pagas, saldo,
      *> estado (A = activo, C = cancelado) y el ultimo periodo e
      *> importe cobrados, para poder volver a correr el mismo mes.
      *>--------------------------------------------------------------
       01  REG-PRESTAMO.
           03 PRE-LEGAJO      PIC X(10).
           03 PRE-NUMERO      PIC 9(4).
           03 PRE-TIPO        PIC X.
           03 PRE-IMPORTE     PIC 9(9)V99.
           03 PRE-CUOTAS      PIC 99.
           03 PRE-MES-INICIO  PIC 9(6).
           03 PRE-TASA        PIC 99V99.
           03 PRE-CUOTAS-PAGAS PIC 99.
           03 PRE-SALDO       PIC 9(9)V99.
           03 PRE-ESTADO      PIC X.
           03 PRE-ULT-PERIODO PIC 9(6).
           03 PRE-ULT-IMPORTE PIC 9(9)V99.
