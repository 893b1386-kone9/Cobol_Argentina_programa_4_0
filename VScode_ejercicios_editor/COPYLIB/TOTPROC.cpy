      *>--------------------------------------------------------------
      *> COPYLIB TOTPROC - variables del libro de totales de control
      *> (ver COPYLIB LIBROTOT por el renglon y COPYLIB TOTPR por el
      *> parrafo). Va en la WORKING-STORAGE SECTION de todo programa
      *> que regraba un maestro: mientras graba suma 1 a WS-TOT-CANT
      *> y el campo clave a WS-TOT-HASH por cada registro que queda
      *> en el archivo, y despues del CLOSE carga WS-TOT-ARCHIVO y
      *> PERFORMea REGISTRAR-TOTALES.
      *>--------------------------------------------------------------
       77  WS-TOT-ARCHIVO PIC X(13) VALUE SPACES.
       77  WS-TOT-ORIGEN PIC X(8) VALUE "POSTEO".
       77  WS-TOT-CANT PIC 9(7) VALUE ZERO.
       77  WS-TOT-HASH PIC 9(15)V9(4) VALUE ZERO.
       77  WS-TOT-HORA PIC 9(8) VALUE ZERO.
       01  WS-FS-LIBROTOT PIC XX.
           88 FS-LIBROTOT-OK VALUE "00".
           88 FS-LIBROTOT-NO-EXISTE VALUE "35".
