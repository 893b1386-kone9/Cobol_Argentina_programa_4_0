      *>--------------------------------------------------------------
      *> COPYLIB TOTPR - parrafo REGISTRAR-TOTALES, para PERFORMear
      *> desde cualquier programa que haya hecho COPY LIBROTOT en su
      *> FILE SECTION (FD ARCH-LIBROTOT) y COPY TOTPROC en su
      *> WORKING-STORAGE. El que llama deja cargados WS-TOT-ARCHIVO,
      *> WS-TOT-CANT, WS-TOT-HASH y CTL-JOB (WS-TOT-ORIGEN queda en
      *> POSTEO salvo que lo cambie); el parrafo pone fecha y hora y
      *> agrega el renglon al final de LIBROTOT, igual que
      *> GRABAR-CONTROL con el registro de corridas.
      *>--------------------------------------------------------------
       REGISTRAR-TOTALES.
           ACCEPT LT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-TOT-HORA FROM TIME.
           MOVE WS-TOT-HORA (1:6) TO LT-HORA.
           MOVE WS-TOT-ARCHIVO TO LT-ARCHIVO.
           MOVE CTL-JOB TO LT-JOB.
           MOVE WS-TOT-ORIGEN TO LT-ORIGEN.
           MOVE WS-TOT-CANT TO LT-CANT.
           MOVE WS-TOT-HASH TO LT-HASH.
           MOVE ";" TO LT-SEP1.
           MOVE ";" TO LT-SEP2.
           MOVE ";" TO LT-SEP3.
           MOVE ";" TO LT-SEP4.
           MOVE ";" TO LT-SEP5.
           MOVE ";" TO LT-SEP6.
           OPEN EXTEND ARCH-LIBROTOT.
           IF FS-LIBROTOT-NO-EXISTE
               OPEN OUTPUT ARCH-LIBROTOT
           END-IF.
           WRITE REG-LIBROTOT.
           CLOSE ARCH-LIBROTOT.
