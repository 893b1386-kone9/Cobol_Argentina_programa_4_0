      *>--------------------------------------------------------------
      *> COPYLIB DIGVPROC - variables de la rutina compartida de
      *> digito verificador del legajo (ver COPYLIB DIGVPR por los
      *> parrafos). Va en la WORKING-STORAGE SECTION de todo
      *> programa que otorga o controla legajos. El legajo nuevo son
      *> 9 digitos de numero mas 1 digito verificador (modulo 11,
      *> pesos 2 a 7 de derecha a izquierda), asi un digito mal
      *> tipeado en la ventanilla no cae en el legajo de otro. El
      *> que llama carga WS-DV-LEGAJO y mira WS-DV-VALIDO; los
      *> legajos viejos alfanumericos, anteriores a la numeracion
      *> automatica, no llevan digito y quedan con WS-DV-APLICA "N".
      *>--------------------------------------------------------------
       01  WS-DV-LEGAJO PIC X(10) VALUE SPACES.
       01  WS-DV-LEGAJO-DIG REDEFINES WS-DV-LEGAJO.
           03 WS-DV-DIGITO PIC 9 OCCURS 10 TIMES.
       77  WS-DV-SUMA PIC 9(4) VALUE ZERO.
       77  WS-DV-PESO PIC 9 VALUE ZERO.
       77  WS-DV-IX PIC 99 VALUE ZERO.
       77  WS-DV-RESTO PIC 99 VALUE ZERO.
      *>   DIGITO QUE CORRESPONDE A LOS 9 PRIMEROS; 10 SIGNIFICA QUE
      *>   ESE NUMERO NO TIENE DIGITO POSIBLE Y NO SE OTORGA
       77  WS-DV-CALCULADO PIC 99 VALUE ZERO.
       77  WS-DV-VALIDO PIC X VALUE "N".
       77  WS-DV-APLICA PIC X VALUE "N".
