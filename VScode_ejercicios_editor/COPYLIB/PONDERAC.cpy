      *>--------------------------------------------------------------
      *> COPYLIB PONDERAC - reglas de la cursada por materia; un
      *> renglon por materia con el peso de cada instancia en por
      *> ciento (P1 + P2 + TP suman 100), que instancia reemplaza el
      *> recuperatorio (P1, P2 o ME = el parcial mas bajo), si se
      *> puede promocionar habiendo ido al recuperatorio, y los
      *> umbrales de nota ponderada para PROMOCIONADO y REGULAR
      *> (por debajo del de REGULAR la cursada queda LIBRE).
      *>--------------------------------------------------------------
       01  REG-PONDERACION.
           03 PON-MATERIA        PIC 9.
           03 PON-SEP1           PIC X.
           03 PON-PESO-P1        PIC 999.
           03 PON-SEP2           PIC X.
           03 PON-PESO-P2        PIC 999.
           03 PON-SEP3           PIC X.
           03 PON-PESO-TP        PIC 999.
           03 PON-SEP4           PIC X.
           03 PON-RECUPERA       PIC X(2).
           03 PON-SEP5           PIC X.
           03 PON-PROMO-CON-RECUP PIC X.
           03 PON-SEP6           PIC X.
           03 PON-UMBRAL-PROMO   PIC 99V99.
           03 PON-SEP7           PIC X.
           03 PON-UMBRAL-REGULAR PIC 99V99.
