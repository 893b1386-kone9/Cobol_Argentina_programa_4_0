      *>--------------------------------------------------------------
      *> COPYLIB PRESPROC - tabla en memoria del registro de
      *> prestamos al personal (ver COPYLIB PRESTAMO) y variables de
      *> la cuota (ver COPYLIB PRESPR por los parrafos). Va en la
      *> WORKING-STORAGE SECTION del programa que lee o regraba
      *> PRESTAMOS, junto a su FD ARCH-PRESTAMOS (COPY PRESTAMO) con
      *> FILE STATUS WS-FS-PRESTAMOS. TPR-MES es lo cobrado del
      *> prestamo en la corrida en curso.
      *>--------------------------------------------------------------
       77  WS-CANT-PRESTAMOS PIC 999 VALUE ZERO.
       01  TABLA-PRESTAMOS.
           03 PRESTAMO-ENTRY OCCURS 300 TIMES.
               05 TPR-LEGAJO      PIC X(10).
               05 TPR-NUMERO      PIC 9(4).
               05 TPR-TIPO        PIC X.
               05 TPR-IMPORTE     PIC 9(9)V99.
               05 TPR-CUOTAS      PIC 99.
               05 TPR-MES-INICIO  PIC 9(6).
               05 TPR-TASA        PIC 99V99.
               05 TPR-CUOTAS-PAGAS PIC 99.
               05 TPR-SALDO       PIC 9(9)V99.
               05 TPR-ESTADO      PIC X.
               05 TPR-ULT-PERIODO PIC 9(6).
               05 TPR-ULT-IMPORTE PIC 9(9)V99.
               05 TPR-MES         PIC 9(9)V99.
       77  IX-PRE PIC 999 VALUE ZERO.
      *>   TOTAL A DEVOLVER (CAPITAL MAS INTERES DIRECTO) Y CUOTA
      *>   DEL PRESTAMO IX-PRE
       77  WS-PRE-TOTAL PIC 9(11)V99 VALUE ZEROS.
       77  WS-PRE-CUOTA PIC 9(9)V99 VALUE ZEROS.
       01  WS-FIN-PRESTAMOS PIC X VALUE "N".
       01  WS-FS-PRESTAMOS PIC XX.
           88 FS-PRESTAMOS-OK VALUE "00".
