      *>--------------------------------------------------------------
      *> COPYLIB ESTSPROC - variables de la consulta de estado de
      *> salas (ver COPYLIB ESTSPR por los parrafos). Va en la
      *> WORKING-STORAGE SECTION, junto a la FD ARCH-ESTSALA (COPY
      *> ESTSALA). El que llama deja la sala en WS-ESA-SALA y la
      *> fecha en WS-ESA-FECHA antes del PERFORM, y recibe el
      *> estado (ABIERTA / CERRADA / REDUCIDA), el aforo reducido y
      *> el motivo.
      *>--------------------------------------------------------------
       77  WS-ESA-SALA PIC 9(2) VALUE ZERO.
       77  WS-ESA-FECHA PIC 9(8) VALUE ZERO.
       77  WS-ESA-ESTADO PIC X(8) VALUE SPACES.
       77  WS-ESA-AFORO PIC 9(4) VALUE ZERO.
       77  WS-ESA-MOTIVO PIC X(30) VALUE SPACES.
       77  WS-CANT-ESTSALA PIC 9(3) VALUE ZERO.
       01  TABLA-ESTSALA.
           03 ESTSALA-ENTRY OCCURS 200 TIMES.
               05 TES-SALA   PIC 9(2).
               05 TES-DESDE  PIC 9(8).
               05 TES-HASTA  PIC 9(8).
               05 TES-ESTADO PIC X(8).
               05 TES-AFORO  PIC 9(4).
               05 TES-MOTIVO PIC X(30).
       77  IX-TES PIC 9(3) VALUE ZERO.
       77  WS-FIN-ESTSALA PIC X VALUE "N".
       01  WS-FS-ESTSALA PIC XX.
           88 FS-ESTSALA-OK VALUE "00".
