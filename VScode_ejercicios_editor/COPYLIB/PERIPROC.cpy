      *>--------------------------------------------------------------
      *> COPYLIB PERIPROC - variables del control de periodo cerrado
      *> (ver COPYLIB PERIPR por el parrafo). Va en la
      *> WORKING-STORAGE SECTION del job que postea, junto a su FD
      *> ARCH-PERIODOS (COPY PERIODO). El que llama deja el periodo
      *> AAAAMM en WS-PER-PERIODO y el subsistema en
      *> WS-PER-SUBSISTEMA antes del PERFORM.
      *>--------------------------------------------------------------
       77  WS-PER-PERIODO PIC 9(6) VALUE ZERO.
       77  WS-PER-SUBSISTEMA PIC X(10) VALUE SPACES.
       77  WS-PER-CERRADO PIC X VALUE "N".
       77  WS-PER-CERRADO-POR PIC X(10) VALUE SPACES.
       77  WS-PER-CERRADO-EL PIC 9(8) VALUE ZERO.
       77  WS-FIN-PERIODOS PIC X VALUE "N".
       01  WS-FS-PERIODOS PIC XX.
           88 FS-PERIODOS-OK VALUE "00".
