      *>--------------------------------------------------------------
      *> COPYLIB COHORCSV - desgranamiento por cohorte para la oficina
      *> de estadistica; un renglon por anio de ingreso + carrera +
      *> anio de cursada (1 = el anio de ingreso) con los ingresantes
      *> de la cohorte, los que se siguieron inscribiendo ese anio,
      *> el promedio de materias aprobadas que llevaban acumuladas,
      *> los que egresaron y los que dejaron de aparecer. Lo deja la
      *> corrida de cohortes junto con la hoja COHORTES, separado por
      *> ";" para cargarlo directo en la planilla del informe anual.
      *>--------------------------------------------------------------
       01  REG-COHORCSV.
           03 COH-ANIO-INGRESO PIC X(4).
           03 COH-SEP1         PIC X.
           03 COH-CARRERA      PIC X(3).
           03 COH-SEP2         PIC X.
           03 COH-ANIO-CURSADA PIC 99.
           03 COH-SEP3         PIC X.
           03 COH-INGRESANTES  PIC 9(4).
           03 COH-SEP4         PIC X.
           03 COH-INSCRIPTOS   PIC 9(4).
           03 COH-SEP5         PIC X.
           03 COH-PROM-APROB   PIC Z9.99.
           03 COH-SEP6         PIC X.
           03 COH-EGRESADOS    PIC 9(4).
           03 COH-SEP7         PIC X.
           03 COH-ABANDONOS    PIC 9(4).
