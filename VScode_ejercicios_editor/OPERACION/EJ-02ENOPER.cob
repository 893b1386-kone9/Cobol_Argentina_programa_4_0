      *> alumno). Este programa compara CONTROL contra la AGENDA de
      *> jobs esperados (job + frecuencia D diaria / S semanal) y
      *> arma, para el dia pedido: los jobs esperados que faltan,
      *> los que terminaron CANCELADO / RECHAZADO / NOAUTORIZ (o que
      *> el lanzador RETENIDO por faltarle una entrada, o que el
      *> control de totales marco ADULTERADO, o la distribucion
      *> INCOMPLETO), y los
      *> jobs corridos mas de una vez por el mismo operador, para
      *> que la revision de la manana sea una pagina y no scrollear
      *> el registro crudo.
      *>   "FIN OK" DUPLICARIA EL "OK" QUE EL JOB YA ASENTO POR SU
      *>   CUENTA, Y "FIN CAIDO"/"SALTEADO" DUPLICARIAN LA FALLA
      *>   PROPIA DEL JOB (O, SI EL JOB NO DEJO RENGLON, EL
      *>   FALTANTE YA LO DELATA). LOS "ENT ..." DE LA REVISION DE
      *>   ENTRADAS TAMPOCO SON CORRIDAS: SI LA ENTRADA RETUVO AL
      *>   JOB, EL LANZADOR DEJA UN "RETENIDO" A SU NOMBRE
           IF CTLL-ESTADO = "INICIO" OR CTLL-ESTADO = "FIN OK"
              OR CTLL-ESTADO = "FIN CAIDO"
              OR CTLL-ESTADO = "SALTEADO"
              OR CTLL-ESTADO (1:4) = "ENT "
               GO TO PROCESAR-LINEA-CONTROL-FIN.
           COMPUTE WS-DIAS-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-REVISADA) -
      *>       LEVANTA LOS DEL BARRIDO DE INTEGRIDAD (INCONSISTE),
      *>       LA CONCILIACION BANCARIA QUE BLOQUEA EL CIERRE
      *>       (PENDIENTE), LA EXPORTACION SICORE (DIVERGENTE) Y EL
      *>       DOBLE CONTROL SIN SEGUNDA FIRMA (NOAPROBADO), EL
      *>       JOB QUE EL LANZADOR NO LARGO POR SUS ENTRADAS
      *>       (RETENIDO), EL CONTROL DE TOTALES QUE ENCONTRO UN
      *>       MAESTRO TOCADO POR FUERA DE LOS JOBS (ADULTERADO) Y
      *>       LA DISTRIBUCION CON REPORTES FALTANTES O RETENIDOS
      *>       (INCOMPLETO)
               IF CTLL-ESTADO = "CANCELADO"
                  OR CTLL-ESTADO = "RECHAZADO"
                  OR CTLL-ESTADO = "NOAUTORIZ"
                  OR CTLL-ESTADO = "PENDIENTE"
                  OR CTLL-ESTADO = "DIVERGENTE"
                  OR CTLL-ESTADO = "NOAPROBADO"
                  OR CTLL-ESTADO = "RETENIDO"
                  OR CTLL-ESTADO = "ADULTERADO"
                  OR CTLL-ESTADO = "INCOMPLETO"
                   ADD 1 TO WS-CANT-CAIDOS
                   MOVE "TERMINO MAL: " TO DET-TEXTO
                   MOVE CTLL-JOB TO DET-JOB
