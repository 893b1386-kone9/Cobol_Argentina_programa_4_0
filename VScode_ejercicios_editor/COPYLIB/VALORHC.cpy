      *>--------------------------------------------------------------
      *> COPYLIB VALORHC - valor de la hora catedra por cargo
      *> docente (el mismo texto de DOC-CARGO: TITULAR, ADJUNTO,
      *> JTP, AYUDANTE). Cada paritaria docente agrega una version
      *> nueva con su vigencia (AAAAMMDD desde/hasta; ceros =
      *> siempre vigente), igual que CATEGOR, TASAS y PRECIOS: el
      *> calculo de horas catedra valua el mes con el valor en vigor
      *> al ultimo dia del periodo.
      *>--------------------------------------------------------------
       01  REG-VALORHC.
           03 VHC-CARGO     PIC X(15).
           03 VHC-VALOR     PIC 9(7)V99.
           03 VHC-VIG-DESDE PIC 9(8).
           03 VHC-VIG-HASTA PIC 9(8).
