      *> 2 DERECHO, 3 IMPUESTOS). Lo produce la toma de notas de la
      *> catedra y lo leen el control de correlatividades y los
      *> reportes academicos, asi el promedio se puede rastrear hasta
      *> un alumno y una materia concretos. La corrida de fin de
      *> termino de los impares (EJ-34ENCL22) agrega un renglon
      *> marcado "TP" con la nota de trabajo practico que sale del
      *> historial de sesiones; los renglones sin marca son notas
      *> de examen, como siempre.
      *>--------------------------------------------------------------
       01  REG-NOTAS-ALUMNO.
           03 NA-ID-ALUMNO  PIC X(10).
      *>   fecha de la corrida que registro la nota (AAAAMMDD), para
      *>   poder saber si una nota es posterior a una ausencia
           03 NA-FECHA      PIC 9(8).
      *>   "TP" = nota de trabajo practico; en blanco = nota de examen
           03 NA-INSTANCIA  PIC X(2).
