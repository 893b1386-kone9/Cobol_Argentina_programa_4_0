      *>--------------------------------------------------------------
      *> COPYLIB CUPOHORA - cupos de preventa por franja horaria; un
      *> renglon por fecha + hora de entrada (franjas de una hora)
      *> con la capacidad vendible de la franja, que sale del AFORO
      *> del tipo de dia repartido entre las franjas del horario y
      *> topeado por la suma de aforos de SALAS, y las entradas ya
      *> confirmadas en la preventa online. Lo genera EJ-34ENCL18,
      *> lo consume la toma de pedidos EJ-35ENCL18 y lo cruza la
      *> conciliacion del dia EJ-36ENCL18.
      *>--------------------------------------------------------------
       01  REG-CUPO.
           03 CUP-FECHA     PIC 9(8).
           03 CUP-SEP1      PIC X.
           03 CUP-HORA      PIC 99.
           03 CUP-SEP2      PIC X.
           03 CUP-CAPACIDAD PIC 9(5).
           03 CUP-SEP3      PIC X.
           03 CUP-VENDIDO   PIC 9(5).
