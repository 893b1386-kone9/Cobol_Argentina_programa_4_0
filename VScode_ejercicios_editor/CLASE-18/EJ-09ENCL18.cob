      *> distribuciones incluidas, mas el resumen de adelantos del
      *> libro ADELANTOS: bruto distribuido, adelantos aplicados en
      *> el anio, lo efectivamente pagado y el saldo de adelantos
      *> que queda pendiente. El socio que cobra en moneda extranjera
      *> ve ademas cada mes y el total convertidos a su moneda, con
      *> el tipo de cambio que la distribucion dejo en la auditoria.

      *>--------------------------------------
      *> IdentificarDatos
           COPY AUDITDIS.

       FD  ARCH-PARTICIPANTES
           RECORD CONTAINS 69 CHARACTERS.
           COPY PARTMAST.

       FD  ARCH-ADELANTOS
       01 TOTAL-ANUAL VALUE ZEROS.
           03 TOTAL-PARTICIPANTE PIC 9(11)V99 OCCURS 5 TIMES.

      *>   lo mismo en la moneda extranjera del socio (en blanco si
      *>   cobra en pesos)
       01 MATRIZ-MONEDA VALUE ZEROS.
           03 PART-FILA-MONEDA OCCURS 5 TIMES.
               05 MES-IMPORTE-MONEDA PIC 9(11)V99 OCCURS 12 TIMES.
       01 TOTAL-ANUAL-MONEDA VALUE ZEROS.
           03 TOTAL-PART-MONEDA PIC 9(11)V99 OCCURS 5 TIMES.
       01 TABLA-MONEDA-SOCIO VALUE SPACES.
           03 MONEDA-SOCIO PIC X(3) OCCURS 5 TIMES.

      *>   adelantos del anio por socio: aplicados (tipo C) y el
      *>   saldo pendiente (A menos C de todo el libro)
       01 TOTAL-APLICADO VALUE ZEROS.
           03 DET-MES     PIC X(10).
           03 FILLER      PIC XX VALUE SPACES.
           03 DET-IMPORTE PIC $ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X VALUE SPACE.
           03 DET-MONEDA  PIC X(3).
           03 FILLER      PIC X VALUE SPACE.
           03 DET-IMPORTE-MONEDA PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
       01 LINEA-TOTAL.
           03 FILLER      PIC X(12) VALUE "TOTAL ANUAL ".
           03 TOT-IMPORTE PIC $ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X VALUE SPACE.
           03 TOT-MONEDA  PIC X(3).
           03 FILLER      PIC X VALUE SPACE.
           03 TOT-IMPORTE-MONEDA PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
       01 LINEA-ADELANTO.
           03 ADE-ROTULO  PIC X(20).
           03 ADE-IMPORTE-ED PIC $ZZZ.ZZZ.ZZZ.ZZ9,99.
               ADD AUD-MONTO-C TO TOTAL-PARTICIPANTE(3)
               ADD AUD-MONTO-D TO TOTAL-PARTICIPANTE(4)
               ADD AUD-MONTO-E TO TOTAL-PARTICIPANTE(5)
               PERFORM SUMAR-MONEDA-EXTRANJERA
           END-IF.

      *>   LOS RENGLONES DE AUDITORIA ANTERIORES A LA MONEDA POR
      *>   SOCIO VIENEN SIN ESTE TRAMO Y CUENTAN SOLO EN PESOS
       SUMAR-MONEDA-EXTRANJERA.
           PERFORM VARYING IX-NOM FROM 1 BY 1 UNTIL IX-NOM > 5
               IF AUD-MONEDA(IX-NOM) NOT = SPACES
                  AND AUD-MONEDA(IX-NOM) NOT = "ARS"
                  AND AUD-MONTO-MONEDA(IX-NOM) IS NUMERIC
                   IF MONEDA-SOCIO(IX-NOM) = SPACES
                       MOVE AUD-MONEDA(IX-NOM) TO MONEDA-SOCIO(IX-NOM)
                   END-IF
                   IF AUD-MONEDA(IX-NOM) = MONEDA-SOCIO(IX-NOM)
                       ADD AUD-MONTO-MONEDA(IX-NOM) TO
                           MES-IMPORTE-MONEDA(IX-NOM, IX-MES)
                       ADD AUD-MONTO-MONEDA(IX-NOM) TO
                           TOTAL-PART-MONEDA(IX-NOM)
                   ELSE
                       DISPLAY "ADVERTENCIA: EL SOCIO "
                           LETRA-POS(IX-NOM) " COBRO EN "
                           AUD-MONEDA(IX-NOM) " EL " AUD-FECHA
                           ", SOLO SE TOTALIZA EN PESOS"
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIMIR-ESTADO-SOCIO.
           MOVE LETRA-POS(IX-PART) TO TIT-LETRA.
           MOVE NOMBRE-SOCIO(IX-PART) TO TIT-NOMBRE.
                   PERFORM OBTENER-NOMBRE-MES
                   MOVE MES-NOMBRE TO DET-MES
                   MOVE MES-IMPORTE(IX-PART, IX-MES) TO DET-IMPORTE
                   MOVE MONEDA-SOCIO(IX-PART) TO DET-MONEDA
                   MOVE MES-IMPORTE-MONEDA(IX-PART, IX-MES) TO
                        DET-IMPORTE-MONEDA
                   MOVE LINEA-MES TO REG-YTD
                   WRITE REG-YTD
               END-IF
           MOVE LINEA-GUIONES TO REG-YTD.
           WRITE REG-YTD.
           MOVE TOTAL-PARTICIPANTE(IX-PART) TO TOT-IMPORTE.
           MOVE MONEDA-SOCIO(IX-PART) TO TOT-MONEDA.
           MOVE TOTAL-PART-MONEDA(IX-PART) TO TOT-IMPORTE-MONEDA.
           MOVE LINEA-TOTAL TO REG-YTD.
           WRITE REG-YTD.
      *>   BRUTO, ADELANTOS APLICADOS EN EL ANIO, LO EFECTIVAMENTE
