      *>--------------------------------------------------------------
      *> COPYLIB EGRESOS - historia permanente de bajas de personal;
      *> un renglon por baja confirmada en la corrida de movimientos
      *> (EJ-01ENCL23) con la fecha y causa del egreso y el sector,
      *> sexo e ingreso que tenia el legajo. A diferencia de
      *> BAJASPEND, que la liquidacion final vacia, este archivo no
      *> se borra nunca: de aca sale el analisis trimestral de
      *> rotacion y antiguedad (EJ-20ENCL23).
      *>--------------------------------------------------------------
       01  REG-EGRESO.
           03 EGR-LEGAJO        PIC X(10).
           03 EGR-FECHA-BAJA    PIC 9(8).
      *>   misma causa que EMP-CAUSA-BAJA del lote
           03 EGR-CAUSA         PIC X.
           03 EGR-SECTOR        PIC X(2).
           03 EGR-SEXO          PIC X.
           03 EGR-FECHA-INGRESO PIC 9(8).
