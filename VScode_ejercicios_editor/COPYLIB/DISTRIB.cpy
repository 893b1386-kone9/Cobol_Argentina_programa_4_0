      *>--------------------------------------------------------------
      *> COPYLIB DISTRIB - tabla de distribucion de los reportes de
      *> la cadena: un renglon por reporte y destinatario, con la
      *> frecuencia de entrega (D diaria, S semanal en el dia
      *> DIS-DIA de la semana, 1 = lunes ... 7 = domingo, M mensual
      *> el dia DIS-DIA del mes; un dia que el mes no tiene se
      *> entrega el ultimo dia), la marca de reporte sensible (S/N:
      *> sueldos, equidad salarial, morosos; la marca es del
      *> reporte: con que un renglon lo marque, es sensible para
      *> todos sus destinatarios y todos los dias) y el job que lo
      *> produce, para saber si salio en el dia. El cierre de la
      *> cadena EJ-13ENOPER arma con esto un paquete por
      *> destinatario (ver COPYLIB DESTINOS).
      *>--------------------------------------------------------------
       01  REG-DISTRIB.
           03 DIS-REPORTE     PIC X(15).
           03 DIS-SEP1        PIC X.
           03 DIS-DESTINO     PIC X(10).
           03 DIS-SEP2        PIC X.
           03 DIS-FRECUENCIA  PIC X.
           03 DIS-SEP3        PIC X.
           03 DIS-DIA         PIC 99.
           03 DIS-SEP4        PIC X.
           03 DIS-SENSIBLE    PIC X.
           03 DIS-SEP5        PIC X.
           03 DIS-JOB         PIC X(11).
