       01 TABLA-PADRON.
      *>   BIEN POR ENCIMA DE LA CURVA DEL PADRON (940 LEGAJOS Y
      *>   SUBIENDO)
      *>   6000 ES EL TOPE DEL PADRON PARA TODOS LOS JOBS QUE LO LEEN
      *>   O LO REGRABAN (EL MISMO DE LA TABLA DE DNI DE EJ-25ENCL22)
           03 ENTRADA-PADRON OCCURS 6000 TIMES.
               05 TP-LEGAJO   PIC X(10).
               05 TP-APELLIDO PIC X(20).
               05 TP-NOMBRE   PIC X(20).

       77 LEGAJO-DEL-AVISO PIC X(10) VALUE SPACES.
       77 CANT-AVISOS PIC 9(3) VALUE ZERO.
      *>   AVISOS CUYO LEGAJO TRAE EL DIGITO VERIFICADOR MAL: SALEN
      *>   IGUAL PERO MARCADOS PARA QUE NADIE LOS MANDE SIN REVISAR
       77 CANT-DV-INVALIDO PIC 9(3) VALUE ZERO.

      *>   DIGITO VERIFICADOR DEL LEGAJO (VER COPYLIB DIGVPROC)
           COPY DIGVPROC.
       01 FIN-ARCHIVO PIC X VALUE "N".

       01 WS-FS-NOTIFICACIONES PIC XX.
           03 FILLER      PIC X VALUE SPACE.
           03 AVI-TEXTO   PIC X(40).
       01 LINEA-GUIONES PIC X(66) VALUE ALL "-".
       01 LINEA-DV-INVALIDO PIC X(66) VALUE
           "*** LEGAJO CON DIGITO VERIFICADOR INVALIDO: REVISAR ***".

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------

           DISPLAY "EVENTOS AVISADOS: " CANT-EVENTOS.
           DISPLAY "AVISOS EMITIDOS:  " CANT-AVISOS.
           DISPLAY "MARCADOS POR DIGITO VERIFICADOR: " CANT-DV-INVALIDO.
           MOVE CANT-EVENTOS TO CTL-CANT-REG.
           MOVE "OK" TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           MOVE LEGAJO-DEL-AVISO TO AVI-LEGAJO.
           MOVE LINEA-CABECERA TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE LEGAJO-DEL-AVISO TO WS-DV-LEGAJO.
           PERFORM VERIFICAR-DIGITO-LEGAJO.
           IF WS-DV-VALIDO = "N"
               ADD 1 TO CANT-DV-INVALIDO
               MOVE LINEA-DV-INVALIDO TO REG-AVISO
               WRITE REG-AVISO
               DISPLAY "AVISO PARA EL LEGAJO " LEGAJO-DEL-AVISO
                   " MARCADO: DIGITO VERIFICADOR INVALIDO"
           END-IF.
           PERFORM VARYING IX-EVE2 FROM 1 BY 1
                   UNTIL IX-EVE2 > CANT-EVENTOS
               IF TE-LEGAJO (IX-EVE2) = LEGAJO-DEL-AVISO
                       MOVE "S" TO FIN-ARCHIVO
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF CANT-PADRON >= 6000
                           DISPLAY "ADVERTENCIA: SE IGNORA LEGAJO "
                               "DEL PADRON, YA HAY 6000 CARGADOS"
                       ELSE
                           ADD 1 TO CANT-PADRON
                           MOVE PAD-LEGAJO TO
           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY DIGVPR.
