      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-SOCIOS
           RECORD CONTAINS 69 CHARACTERS.
           COPY SOCIOS.

       FD  ARCH-CUOTASOCIO.
               05 TS-NOMBRE    PIC X(30).
               05 TS-CATEGORIA PIC X(10).
               05 TS-VIGENCIA  PIC 9(8).
      *>       datos fiscales del socio (ver COPYLIB SOCIOS): se
      *>       regraban tal cual, en blanco si el renglon es viejo
               05 TS-FISCALES  PIC X(15).
       77 IX-SOC PIC 9(3) VALUE ZERO.

       77 WS-CARGOS-GENERADOS PIC 9(3) VALUE ZERO.
               MOVE TS-NOMBRE (IX-SOC) TO SOC-NOMBRE
               MOVE TS-CATEGORIA (IX-SOC) TO SOC-CATEGORIA
               MOVE TS-VIGENCIA (IX-SOC) TO SOC-CUOTA-VIGENCIA
               MOVE TS-FISCALES (IX-SOC) TO REG-SOCIO (55:15)
               WRITE REG-SOCIO
           END-PERFORM.
           CLOSE ARCH-SOCIOS.
                                TS-CATEGORIA (WS-CANT-SOCIOS)
                           MOVE SOC-CUOTA-VIGENCIA TO
                                TS-VIGENCIA (WS-CANT-SOCIOS)
                           MOVE REG-SOCIO (55:15) TO
                                TS-FISCALES (WS-CANT-SOCIOS)
                       END-IF
               END-READ
           END-PERFORM.
