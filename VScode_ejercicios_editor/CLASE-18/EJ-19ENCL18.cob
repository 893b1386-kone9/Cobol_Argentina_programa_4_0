      *> reservaban por telefono y aparecian sin aviso como un pico
      *> en VISITASHORA que el reporte de horas pico leia como
      *> tendencia. Este programa toma la reserva por consola
      *> (fecha, hora, institucion, cantidad e idioma de la visita
      *> guiada), valida la capacidad restante del dia contra el
      *> AFORO del tipo de dia (HABIL / FINDE / FERIADO, feriados
      *> segun el calendario FERIADOS)
      *> descontando las reservas ya tomadas, la asienta RESERVADA
      *> en RESERVAS, y regenera el parte LLEGADAS del dia para que
      *> boleteria sepa a quien esperar. Si alguna sala del
      *> recorrido pedido esta cerrada ese dia segun el calendario
      *> SALAESTADO (ver COPYLIB ESTSALA) avisa, para que la oficina
      *> de reservas le ofrezca otra fecha al grupo.

      *>--------------------------------------
      *> IdentificarDatos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

      *>   SALAESTADO es el calendario de cierres y reducciones de
      *>   aforo de las salas
           SELECT ARCH-ESTSALA ASSIGN TO "SALAESTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTSALA.

      *>   LLEGADAS es el parte de llegadas esperadas del dia de la
      *>   reserva, para boleteria
           SELECT ARCH-LLEGADAS ASSIGN TO "LLEGADAS"
      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-RESERVAS
           RECORD CONTAINS 55 CHARACTERS.
           COPY RESERVAS.

       FD  ARCH-ESTSALA
           RECORD CONTAINS 65 CHARACTERS.
           COPY ESTSALA.

       FD  ARCH-AFORO.
       01  REG-AFORO.
           03 AFO-TIPO   PIC X(8).
       77 WS-HORA PIC 99 VALUE ZERO.
       77 WS-INSTITUCION PIC X(25) VALUE SPACES.
       77 WS-CANTIDAD PIC 9(4) VALUE ZERO.
       77 WS-IDIOMA PIC XX VALUE SPACES.
      *>   SALAS DEL RECORRIDO: HASTA CINCO CODIGOS DE DOS DIGITOS
      *>   SEGUIDOS; EN BLANCO EL GRUPO RECORRE TODO EL MUSEO
       01 WS-RECORRIDO PIC X(10) VALUE SPACES.
       01 TABLA-RECORRIDO REDEFINES WS-RECORRIDO.
           03 REC-SALA PIC XX OCCURS 5 TIMES.
       77 IX-REC PIC 9 VALUE ZERO.
       77 WS-SALAS-CERRADAS PIC 99 VALUE ZERO.

      *>   ESTADO DE LAS SALAS POR FECHA (VER COPYLIB ESTSPROC)
           COPY ESTSPROC.

      *>   AFORO POR TIPO DE DIA (MISMO CRITERIO QUE EL RESUMEN
      *>   ANUAL DE VISITAS)
           ACCEPT WS-INSTITUCION.
           DISPLAY "CANTIDAD DE PERSONAS: ".
           ACCEPT WS-CANTIDAD.
           DISPLAY "IDIOMA DE LA VISITA GUIADA (ES, EN, PT...; "
               "EN BLANCO ES CASTELLANO): ".
           ACCEPT WS-IDIOMA.
           IF WS-IDIOMA = SPACES
               MOVE "ES" TO WS-IDIOMA
           END-IF.
           DISPLAY "SALAS DEL RECORRIDO (CODIGOS DE DOS DIGITOS "
               "SEGUIDOS, EN BLANCO TODO EL MUSEO): ".
           ACCEPT WS-RECORRIDO.
           IF WS-CANTIDAD = ZERO OR WS-HORA > 23
               DISPLAY "DATOS INVALIDOS, CORRIDA RECHAZADA"
               MOVE ZERO TO CTL-CANT-REG
                   "RESERVA SE TOMA SIN CONTROL DE CAPACIDAD"
           END-IF.

           PERFORM CARGAR-ESTADO-SALAS.
           PERFORM VERIFICAR-RECORRIDO.

           PERFORM GRABAR-RESERVA.
           PERFORM EMITIR-PARTE-DE-LLEGADAS.

           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

      *>   LA RESERVA SE TOMA IGUAL: EL AVISO ES PARA QUE LA OFICINA
      *>   DE RESERVAS LLAME AL GRUPO
       VERIFICAR-RECORRIDO.
           MOVE ZERO TO WS-SALAS-CERRADAS.
           MOVE WS-FECHA TO WS-ESA-FECHA.
           IF WS-RECORRIDO = SPACES
               PERFORM VARYING IX-TES FROM 1 BY 1
                       UNTIL IX-TES > WS-CANT-ESTSALA
                   IF TES-DESDE (IX-TES) NOT > WS-FECHA
                      AND TES-HASTA (IX-TES) NOT < WS-FECHA
                       MOVE TES-SALA (IX-TES) TO WS-ESA-SALA
                       MOVE TES-ESTADO (IX-TES) TO WS-ESA-ESTADO
                       MOVE TES-AFORO (IX-TES) TO WS-ESA-AFORO
                       MOVE TES-MOTIVO (IX-TES) TO WS-ESA-MOTIVO
                       PERFORM AVISAR-SALA-DEL-RECORRIDO
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING IX-REC FROM 1 BY 1 UNTIL IX-REC > 5
                   IF REC-SALA (IX-REC) IS NUMERIC
                       MOVE REC-SALA (IX-REC) TO WS-ESA-SALA
                       PERFORM CONSULTAR-ESTADO-SALA
                       PERFORM AVISAR-SALA-DEL-RECORRIDO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SALAS-CERRADAS > ZERO
               DISPLAY "ATENCION: EL RECORRIDO TIENE " WS-SALAS-CERRADAS
                   " SALA(S) CERRADA(S) EL " WS-FECHA
                   ", AVISAR AL GRUPO"
           END-IF.

       AVISAR-SALA-DEL-RECORRIDO.
           IF WS-ESA-ESTADO = "CERRADA"
               ADD 1 TO WS-SALAS-CERRADAS
               DISPLAY "*** SALA " WS-ESA-SALA " CERRADA EL " WS-FECHA
                   ": " WS-ESA-MOTIVO
           END-IF.
           IF WS-ESA-ESTADO = "REDUCIDA"
               DISPLAY "SALA " WS-ESA-SALA " CON AFORO REDUCIDO A "
                   WS-ESA-AFORO " EL " WS-FECHA ": " WS-ESA-MOTIVO
           END-IF.

       DETERMINAR-AFORO-DEL-DIA.
      *>   FERIADO > FIN DE SEMANA > HABIL, IGUAL QUE EL RESUMEN
      *>   ANUAL: EL DIA DE LA SEMANA ES EL RESTO DE DIVIDIR EL DIA
           MOVE WS-CANTIDAD TO RES-CANTIDAD.
           MOVE ";" TO RES-SEP4.
           MOVE "RESERVADA" TO RES-ESTADO.
           MOVE ";" TO RES-SEP5.
           MOVE WS-IDIOMA TO RES-IDIOMA.
           WRITE REG-RESERVA.
           CLOSE ARCH-RESERVAS.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY ESTSPR.
