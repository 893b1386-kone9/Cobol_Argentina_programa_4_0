      *>--------------------------------------------------------------
      *> COPYLIB INDPERS - indice unico de personas: un renglon por
      *> rol que tiene cada persona en los maestros (ALUMNO del
      *> PADRON, EMPLEADO de MAESEMPL, DOCENTE de DOCENTES, SOCIO de
      *> SOCIOS y PARTICIPANTE del convenio de sociedad), con clave
      *> DNI + rol + identificador en ese maestro. El DNI sale de
      *> PAD-DNI, de las posiciones 3 a 10 del CUIT/CUIL (MAE-CUIT,
      *> PM-CUIT, socio con tipo 80/86) o del documento del socio
      *> (tipo 96); el docente lo toma de su legajo de personal
      *> (DOC-LEGAJO-EMPL). Lo reconstruye cada noche EJ-14ENOPER y
      *> lo consulta por DNI o CUIT EJ-15ENOPER.
      *>--------------------------------------------------------------
       01  REG-PERSONA.
           03 IPE-CLAVE.
               05 IPE-DNI     PIC 9(8).
               05 IPE-ROL     PIC X(12).
               05 IPE-ID      PIC X(10).
           03 IPE-CUIT        PIC X(11).
           03 IPE-NOMBRE      PIC X(41).
      *>   "I" inactivo (alumno o legajo de personal dado de baja),
      *>   "A" el resto
           03 IPE-ESTADO      PIC X.
