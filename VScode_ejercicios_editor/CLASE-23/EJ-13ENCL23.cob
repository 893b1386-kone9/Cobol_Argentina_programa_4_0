           COPY RECIBO.

       FD  ARCH-MAESTRO
           RECORD CONTAINS 110 CHARACTERS.
           COPY MAESEMPL.

       FD  ARCH-SICORE.

      *>   GANANCIAS DE LA NOMINA: LA BASE ES EL BRUTO DEL LEGAJO
      *>   (LINEA BRUTO DEL MISMO RECIBO) Y EL RETENIDO LA LINEA
      *>   GANANCIAS (Y LA RETENCION DEL AJUSTE ANUAL, AJUSTE
      *>   GANANC); EL CUIT SALE DEL MAESTRO DE PERSONAL
       EXPORTAR-SUELDOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ARCH-RECIBOS.
                           WHEN "BRUTO"
                               PERFORM ANOTAR-BRUTO-DEL-LEGAJO
                           WHEN "GANANCIAS"
                           WHEN "AJUSTE GANANC"
                               PERFORM EXPORTAR-GANANCIA
                           WHEN OTHER
                               CONTINUE
