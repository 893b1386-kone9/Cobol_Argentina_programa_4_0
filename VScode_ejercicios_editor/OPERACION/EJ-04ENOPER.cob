      *> resto se informa la cantidad de renglones restaurados. La
      *> restauracion queda asentada RESTAURADO en CONTROL, asi un
      *> reinicio despues de una corrupcion es una operacion y no
      *> una emergencia. Para elegir la generacion, EJ-10ENOPER lista
      *> antes que cambio entre ella y el archivo vivo.

      *>--------------------------------------
      *> IdentificarDatos
