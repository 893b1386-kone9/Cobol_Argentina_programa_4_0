      *> social al dia (AAAAMMDD). PRECIOS ya tenia una tarifa
      *> "socio" pero ningun archivo sabia quien era socio; de aca
      *> salen la renovacion mensual de cuotas y el cruce de
      *> entradas por categoria. Al final van los datos fiscales
      *> para la factura electronica: tipo de documento (codigo de
      *> la AFIP: 80 CUIT, 86 CUIL, 96 DNI), su numero y la
      *> condicion frente al IVA (codigo de la AFIP: 1 responsable
      *> inscripto, 4 exento, 5 consumidor final, 6 monotributo);
      *> los renglones anteriores los traen en blanco y se facturan
      *> a consumidor final sin identificar.
      *>--------------------------------------------------------------
       01  REG-SOCIO.
           03 SOC-NUMERO         PIC 9(6).
           03 SOC-NOMBRE         PIC X(30).
           03 SOC-CATEGORIA      PIC X(10).
           03 SOC-CUOTA-VIGENCIA PIC 9(8).
           03 SOC-TIPO-DOC       PIC 99.
           03 SOC-NRO-DOC        PIC 9(11).
           03 SOC-COND-IVA       PIC 99.
