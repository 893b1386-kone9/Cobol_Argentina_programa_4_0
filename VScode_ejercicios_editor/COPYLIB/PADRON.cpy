      *>   registro conserva sus 78 posiciones y ningun FD cambia
           03 PAD-CARRERA.
               05 PAD-CARRERA-COD   PIC X(3).
               05 PAD-CARRERA-RESTO.
      *>   anio de ingreso (AAAA) que deja la corrida de ingresantes;
      *>   en los legajos anteriores puede venir el texto viejo, por
      *>   eso es alfanumerico y se mira con IS NUMERIC
                   07 PAD-ANIO-INGRESO PIC X(4).
      *>   estado del legajo: "I" lo deja el cierre de la ventana
      *>   de reinscripcion a quien no se reinscribio, en blanco es
      *>   activo; el anio de la ultima reinscripcion (o de la
      *>   reactivacion) queda al lado para el proximo cierre
                   07 PAD-ESTADO       PIC X.
                   07 PAD-ANIO-REINSC  PIC X(4).
                   07 PAD-RESERVADO    PIC X(8).
