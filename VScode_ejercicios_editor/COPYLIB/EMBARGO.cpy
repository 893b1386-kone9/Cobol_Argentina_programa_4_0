      *>--------------------------------------------------------------
      *> COPYLIB EMBARGO - registro de embargos judiciales sobre el
      *> sueldo; un renglon por oficio con el legajo, el expediente,
      *> el tipo (A = alimentos, C = comun), el modo (I = importe fijo
      *> por mes, P = porcentaje del neto), el valor (importe o
      *> porcentaje), el total a cobrar (cero = sin total, como la
      *> cuota alimentaria), lo ya cobrado, la cuenta del juzgado
      *> (banco y CBU), la fecha del oficio, que define la prioridad
      *> entre ordenes del mismo tipo, y el estado (A = activo,
      *> C = cerrado). La liquidacion lo regraba con lo cobrado en
      *> el mes y cierra el oficio al llegar al total; el ultimo
      *> periodo (AAAAMM) e importe cobrados permiten volver a correr
      *> el mismo mes sin cobrar dos veces.
      *>--------------------------------------------------------------
       01  REG-EMBARGO.
           03 EMB-LEGAJO     PIC X(10).
           03 EMB-EXPEDIENTE PIC X(20).
           03 EMB-TIPO       PIC X.
           03 EMB-MODO       PIC X.
           03 EMB-VALOR      PIC 9(9)V99.
           03 EMB-TOTAL      PIC 9(11)V99.
           03 EMB-COBRADO    PIC 9(11)V99.
           03 EMB-BANCO      PIC X(3).
           03 EMB-CBU        PIC X(22).
           03 EMB-FECHA      PIC 9(8).
           03 EMB-ESTADO     PIC X.
           03 EMB-ULT-PERIODO PIC 9(6).
           03 EMB-ULT-IMPORTE PIC 9(9)V99.
