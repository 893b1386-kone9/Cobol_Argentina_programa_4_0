      *>--------------------------------------------------------------
      *> COPYLIB LETRPROC - variables y tablas para escribir un
      *> importe en letras (ver COPYLIB LETRPR por los parrafos),
      *> como lo piden el recibo de sueldo y cualquier otro
      *> comprobante que lleve el "SON PESOS ...". El que lo usa
      *> carga WS-LET-IMPORTE, PERFORMea IMPORTE-EN-LETRAS y toma
      *> el texto de WS-LET-TEXTO ("CIENTO VEINTIUN MIL DOSCIENTOS
      *> CON 50/100"). Alcanza hasta 999.999.999,99.
      *>--------------------------------------------------------------
       77  WS-LET-IMPORTE  PIC 9(9)V99 VALUE ZEROS.
       01  WS-LET-TEXTO    PIC X(200) VALUE SPACES.
       77  WS-LET-PTR      PIC 999 VALUE ZERO.
       77  WS-LET-ENTERO   PIC 9(9) VALUE ZEROS.
       77  WS-LET-CTVS     PIC 99 VALUE ZERO.
       77  WS-LET-MILLONES PIC 999 VALUE ZERO.
       77  WS-LET-MILES    PIC 999 VALUE ZERO.
       77  WS-LET-UNIDADES PIC 999 VALUE ZERO.
       77  WS-LET-GRUPO    PIC 999 VALUE ZERO.
       77  WS-LET-CENTENA  PIC 9 VALUE ZERO.
       77  WS-LET-RESTO    PIC 99 VALUE ZERO.
       77  WS-LET-DECENA   PIC 9 VALUE ZERO.
       77  WS-LET-UNIDAD   PIC 9 VALUE ZERO.
      *>   "S" CUANDO EL GRUPO VA ANTES DE MIL O MILLONES: UNO Y
      *>   VEINTIUNO PIERDEN LA O (VEINTIUN MIL, UN MILLON)
       77  WS-LET-APOCOPE  PIC X VALUE "N".
       77  WS-LET-PALABRA  PIC X(15) VALUE SPACES.

       01  LET-UNIDADES-CADENA.
           02 FILLER PIC X(12) VALUE "UNO".
           02 FILLER PIC X(12) VALUE "DOS".
           02 FILLER PIC X(12) VALUE "TRES".
           02 FILLER PIC X(12) VALUE "CUATRO".
           02 FILLER PIC X(12) VALUE "CINCO".
           02 FILLER PIC X(12) VALUE "SEIS".
           02 FILLER PIC X(12) VALUE "SIETE".
           02 FILLER PIC X(12) VALUE "OCHO".
           02 FILLER PIC X(12) VALUE "NUEVE".
           02 FILLER PIC X(12) VALUE "DIEZ".
           02 FILLER PIC X(12) VALUE "ONCE".
           02 FILLER PIC X(12) VALUE "DOCE".
           02 FILLER PIC X(12) VALUE "TRECE".
           02 FILLER PIC X(12) VALUE "CATORCE".
           02 FILLER PIC X(12) VALUE "QUINCE".
           02 FILLER PIC X(12) VALUE "DIECISEIS".
           02 FILLER PIC X(12) VALUE "DIECISIETE".
           02 FILLER PIC X(12) VALUE "DIECIOCHO".
           02 FILLER PIC X(12) VALUE "DIECINUEVE".
           02 FILLER PIC X(12) VALUE "VEINTE".
           02 FILLER PIC X(12) VALUE "VEINTIUNO".
           02 FILLER PIC X(12) VALUE "VEINTIDOS".
           02 FILLER PIC X(12) VALUE "VEINTITRES".
           02 FILLER PIC X(12) VALUE "VEINTICUATRO".
           02 FILLER PIC X(12) VALUE "VEINTICINCO".
           02 FILLER PIC X(12) VALUE "VEINTISEIS".
           02 FILLER PIC X(12) VALUE "VEINTISIETE".
           02 FILLER PIC X(12) VALUE "VEINTIOCHO".
           02 FILLER PIC X(12) VALUE "VEINTINUEVE".
       01  LET-UNIDADES-TABLA REDEFINES LET-UNIDADES-CADENA.
           02 LET-UNIDAD-PAL PIC X(12) OCCURS 29 TIMES.

       01  LET-DECENAS-CADENA.
           02 FILLER PIC X(10) VALUE "DIEZ".
           02 FILLER PIC X(10) VALUE "VEINTE".
           02 FILLER PIC X(10) VALUE "TREINTA".
           02 FILLER PIC X(10) VALUE "CUARENTA".
           02 FILLER PIC X(10) VALUE "CINCUENTA".
           02 FILLER PIC X(10) VALUE "SESENTA".
           02 FILLER PIC X(10) VALUE "SETENTA".
           02 FILLER PIC X(10) VALUE "OCHENTA".
           02 FILLER PIC X(10) VALUE "NOVENTA".
       01  LET-DECENAS-TABLA REDEFINES LET-DECENAS-CADENA.
           02 LET-DECENA-PAL PIC X(10) OCCURS 9 TIMES.

       01  LET-CENTENAS-CADENA.
           02 FILLER PIC X(13) VALUE "CIENTO".
           02 FILLER PIC X(13) VALUE "DOSCIENTOS".
           02 FILLER PIC X(13) VALUE "TRESCIENTOS".
           02 FILLER PIC X(13) VALUE "CUATROCIENTOS".
           02 FILLER PIC X(13) VALUE "QUINIENTOS".
           02 FILLER PIC X(13) VALUE "SEISCIENTOS".
           02 FILLER PIC X(13) VALUE "SETECIENTOS".
           02 FILLER PIC X(13) VALUE "OCHOCIENTOS".
           02 FILLER PIC X(13) VALUE "NOVECIENTOS".
       01  LET-CENTENAS-TABLA REDEFINES LET-CENTENAS-CADENA.
           02 LET-CENTENA-PAL PIC X(13) OCCURS 9 TIMES.
