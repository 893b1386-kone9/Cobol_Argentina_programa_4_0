      *>   categoria impositiva del socio, clave del parametro de
      *>   retencion de ganancias (ver COPYLIB RETENC)
           03 PM-CATEGORIA PIC X(2).
      *>   moneda en que cobra el socio (codigo de COTIZACIONES);
      *>   en blanco o ARS cobra en pesos como siempre
           03 PM-MONEDA PIC X(3).
