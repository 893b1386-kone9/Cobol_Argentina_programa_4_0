      *>--------------------------------------------------------------
      *> COPYLIB GANPROC - variables del calculo del impuesto a las
      *> ganancias de la nomina (ver COPYLIB GANPR por los parrafos).
      *> Va en la WORKING-STORAGE SECTION del programa que liquida o
      *> ajusta ganancias, junto a sus FD ARCH-ESCGANAN (COPY
      *> ESCGANAN) y ARCH-GANPARAM (COPY GANPARAM). El que llama
      *> carga WS-GAN-ANIO y PERFORMea CARGAR-ESCALA-GANANCIAS una
      *> vez; despues, por legajo, carga las cargas de familia, las
      *> deducciones declaradas, los meses corridos y la base, y
      *> PERFORMea CALCULAR-DEDUCCIONES-GANANCIAS y
      *> CALCULAR-IMPUESTO-GANANCIAS.
      *>--------------------------------------------------------------
       77  WS-GAN-ANIO PIC 9(4) VALUE ZERO.
       77  WS-GAN-MESES PIC 99 VALUE ZERO.
       77  WS-GAN-CANT-TRAMOS PIC 99 VALUE ZERO.
       01  TABLA-ESCALA-GANANCIAS.
           03 TRAMO-GANANCIAS OCCURS 20 TIMES.
               05 WS-GAN-T-DESDE PIC 9(9)V99.
               05 WS-GAN-T-FIJO  PIC 9(9)V99.
               05 WS-GAN-T-PORC  PIC 99V99.
       77  IX-GAN-TRAMO PIC 99 VALUE ZERO.
       77  IX-GAN-ELEGIDO PIC 99 VALUE ZERO.
      *>   DEDUCCIONES GENERALES DEL ANIO (IMPORTES ANUALES)
       77  WS-GAN-MNI PIC 9(9)V99 VALUE ZEROS.
       77  WS-GAN-ESPECIAL PIC 9(9)V99 VALUE ZEROS.
       77  WS-GAN-CONYUGE PIC 9(9)V99 VALUE ZEROS.
       77  WS-GAN-HIJO PIC 9(9)V99 VALUE ZEROS.
      *>   "S" CUANDO HAY ESCALA Y DEDUCCIONES GENERALES DEL ANIO
       77  WS-GAN-ESCALA-OK PIC X VALUE "N".
      *>   DATOS DEL LEGAJO EN CURSO Y RESULTADO
       77  WS-GAN-CANT-CONYUGE PIC 9 VALUE ZERO.
       77  WS-GAN-CANT-HIJOS PIC 99 VALUE ZERO.
       77  WS-GAN-DECLARADAS PIC 9(11)V99 VALUE ZEROS.
       77  WS-GAN-DEDUCCIONES PIC 9(11)V99 VALUE ZEROS.
       77  WS-GAN-BASE PIC S9(11)V99 VALUE ZEROS.
       77  WS-GAN-IMPUESTO PIC 9(11)V99 VALUE ZEROS.
       77  WS-GAN-DESDE-PROP PIC 9(11)V99 VALUE ZEROS.
       77  WS-GAN-DESDE-ELEGIDO PIC 9(11)V99 VALUE ZEROS.
       77  WS-FIN-ESCGANAN PIC X VALUE "N".
       77  WS-FIN-GANPARAM PIC X VALUE "N".
       01  WS-FS-ESCGANAN PIC XX.
           88 FS-ESCGANAN-OK VALUE "00".
       01  WS-FS-GANPARAM PIC XX.
           88 FS-GANPARAM-OK VALUE "00".
