      *>--------------------------------------------------------------
      *> COPYLIB ROTACSV - analisis trimestral de rotacion para la
      *> presentacion al directorio; lo deja EJ-20ENCL23 junto con el
      *> reporte ROTACION, separado por ";" para pegarlo directo en
      *> la planilla. Un renglon por grupo; el significado de los
      *> datos depende de la seccion:
      *>   SECTOR / SEXO / TOTAL (clave = sector, M/H/X o TOTAL):
      *>     dato 1 dotacion al inicio, 2 dotacion al cierre,
      *>     3 bajas, 4 voluntarias, 5 involuntarias, 6 sin causa;
      *>     tasa = rotacion del trimestre en %
      *>   TENDENCIA (clave = AAAAMM, los 12 meses al cierre):
      *>     dato 1 dotacion al inicio, 2 dotacion al cierre,
      *>     3 bajas, 4 altas; tasa = rotacion del mes en %
      *>   ANTIGUEDAD (clave EGRESO = egresados del trimestre,
      *>     PERMAN = los que siguen al cierre): dato 1 cantidad;
      *>     tasa = antiguedad promedio en anios
      *>   INGRESOS (clave 12MESES): dato 1 altas de los ultimos 12
      *>     meses, 2 de ellas ya egresadas, 3 dias promedio hasta
      *>     el egreso; tasa = % egresado
      *>--------------------------------------------------------------
       01  REG-ROTACSV.
           03 RCS-SECCION PIC X(10).
           03 RCS-SEP1    PIC X.
           03 RCS-CLAVE   PIC X(7).
           03 RCS-SEP2    PIC X.
           03 RCS-DATO-1  PIC 9(5).
           03 RCS-SEP3    PIC X.
           03 RCS-DATO-2  PIC 9(5).
           03 RCS-SEP4    PIC X.
           03 RCS-DATO-3  PIC 9(5).
           03 RCS-SEP5    PIC X.
           03 RCS-DATO-4  PIC 9(5).
           03 RCS-SEP6    PIC X.
           03 RCS-DATO-5  PIC 9(5).
           03 RCS-SEP7    PIC X.
           03 RCS-DATO-6  PIC 9(5).
           03 RCS-SEP8    PIC X.
           03 RCS-TASA    PIC ZZZ9,99.
