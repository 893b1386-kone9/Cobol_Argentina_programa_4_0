      *> Constancia de alumno regular: la ventanilla emite por semana
      *> decenas de constancias para obra social, ANSES o el
      *> empleador, que hasta ahora se tipeaban en un procesador de
      *> texto (y una falsificada paso ante un empleador). En modo E
      *> este programa toma un legajo y arma la constancia en
      *> CONSTANCIA desde PADRON, CARRERAS y el LISTADO del termino
      *> en curso (materias y comisiones); la rechaza si el alumno no
      *> tiene ninguna inscripcion activa o si su situacion en
      *> STANDING es CONDICIONAL. Cada constancia lleva un codigo de
      *> verificacion unico que queda asentado en el registro
      *> CONSTANCIAS (ver COPYLIB CONSTREG). En modo V se busca un
      *> codigo en ese registro para contestarle a un tercero que
      *> llama si la constancia que tiene en la mano es autentica.

      *>--------------------------------------
      *> IdentificarDatos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-11ENCL20.
      *>--------------------------------------

      *>--------------------------------------
      *> es importante esto, porque sino mainframe cancela
      *> espera esta instrucción
       ENVIRONMENT DIVISION.
      *>--------------------------------------

       CONFIGURATION SECTION.
      *>--------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PADRON ASSIGN TO "PADRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PADRON.

           SELECT ARCH-CARRERAS ASSIGN TO "CARRERAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARRERAS.

      *>   LISTADO es la nomina de cursada del termino en curso: un
      *>   renglon por alumno + materia con su comision
           SELECT ARCH-LISTADO ASSIGN TO "LISTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

      *>   STANDING es la situacion academica de la corrida de fin de
      *>   termino (ver COPYLIB STANDING)
           SELECT ARCH-STANDING ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STANDING.

      *>   CONSTANCIAS es el registro de emitidas con su codigo de
      *>   verificacion (ver COPYLIB CONSTREG)
           SELECT ARCH-CONSTANCIAS ASSIGN TO "CONSTANCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSTANCIAS.

      *>   CONSTANCIA lleva la constancia emitida, lista para
      *>   imprimir y firmar
           SELECT ARCH-CONSTANCIA ASSIGN TO "CONSTANCIA"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   OPERADORES es el maestro de acceso: el operador que emite
      *>   queda en el registro y en CONTROL (ver COPYLIB OPERPR)
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT ARCH-CONTROL ASSIGN TO "CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

      *>   RUNCARDS trae la tarjeta de corrida del job (ver COPYLIB
      *>   RUNCARD): con tarjeta el job corre desatendido
           SELECT ARCH-RUNCARDS ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCARDS.
      *>--------------------------------------

      *>--------------------------------------
       DATA DIVISION.
      *>--------------------------------------
       FILE SECTION.
       FD  ARCH-PADRON
           RECORD CONTAINS 78 CHARACTERS.
           COPY PADRON.

       FD  ARCH-CARRERAS
           RECORD CONTAINS 35 CHARACTERS.
           COPY CARRERAS.

       FD  ARCH-LISTADO
           RECORD CONTAINS 36 CHARACTERS.
           COPY LISTADO.

       FD  ARCH-STANDING
           RECORD CONTAINS 60 CHARACTERS.
           COPY STANDING.

       FD  ARCH-CONSTANCIAS
           RECORD CONTAINS 80 CHARACTERS.
           COPY CONSTREG.

       FD  ARCH-CONSTANCIA.
       01  REG-CONSTANCIA-IMP PIC X(80).

       FD  ARCH-OPERADORES
           RECORD CONTAINS 111 CHARACTERS.
           COPY OPERMAST.

       FD  ARCH-CONTROL.
           COPY CONTROL.

       FD  ARCH-RUNCARDS
           RECORD CONTAINS 45 CHARACTERS.
           COPY RUNCARD.

      *>----------------------------------------------------------------
      *>----------------------------WORKING-----------------------------
       WORKING-STORAGE SECTION.

      *>   MODO DE LA CORRIDA Y DATOS PEDIDOS POR CONSOLA
       01 MODO-CONSTANCIA PIC X VALUE SPACE.
           88 MODO-EMITIR VALUE "E" "e".
           88 MODO-VERIFICAR VALUE "V" "v".
       01 LEGAJO-PEDIDO PIC X(10) VALUE SPACES.
       01 DESTINO-PEDIDO PIC X(30) VALUE SPACES.
       01 CODIGO-PEDIDO PIC X(20) VALUE SPACES.
       01 MOTIVO-RECHAZO PIC X(50) VALUE SPACES.

      *>   DATOS DEL ALUMNO PARA LA CONSTANCIA
       01 ALUMNO-EN-PADRON PIC X VALUE "N".
       01 ALUMNO-APELLIDO PIC X(20) VALUE SPACES.
       01 ALUMNO-NOMBRE PIC X(20) VALUE SPACES.
       01 ALUMNO-DNI PIC 9(8) VALUE ZERO.
       01 ALUMNO-CARRERA PIC X(3) VALUE SPACES.
       01 ALUMNO-CONDICION PIC X(11) VALUE SPACES.
       01 NOMBRE-CARRERA PIC X(30) VALUE SPACES.
       01 NOMBRE-COMPLETO PIC X(42) VALUE SPACES.

      *>   MATERIAS DEL TERMINO EN CURSO (LA CONSTANCIA LISTA HASTA 9)
       01 CANT-MATERIAS-ALU PIC 99 COMP VALUE ZERO.
       01 TABLA-MATERIAS-ALU.
           03 ENTRADA-MATERIA-ALU OCCURS 9 TIMES.
               05 TMA-MATERIA  PIC X(25).
               05 TMA-COMISION PIC 9.
       01 IX-MAT PIC 99 COMP VALUE ZERO.

      *>   CODIGO DE VERIFICACION: ANIO + CORRELATIVO + CONTROL
       01 CODIGO-TRABAJO.
           03 CTR-ANIO PIC 9(4).
           03 CTR-NRO  PIC 9(6).
           03 CTR-DV   PIC 99.
       01 BASE-DV PIC 9(12) VALUE ZERO.
       01 COCIENTE-DV PIC 9(12) VALUE ZERO.
       01 RESTO-DV PIC 99 VALUE ZERO.
       01 DV-CALCULADO PIC 99 VALUE ZERO.
       01 ULTIMO-NRO-ANIO PIC 9(6) VALUE ZERO.
       01 CODIGO-LIMPIO PIC X(12) VALUE SPACES.
       01 CANT-DIGITOS PIC 99 COMP VALUE ZERO.
       01 IX-COD PIC 99 COMP VALUE ZERO.
       01 CODIGO-HALLADO PIC X VALUE "N".

      *>   RENGLON DEL REGISTRO HALLADO EN LA VERIFICACION (EL AREA
      *>   DEL FD NO SOBREVIVE GARANTIZADA AL CLOSE)
       01 HALLADA-LEGAJO PIC X(10) VALUE SPACES.
       01 HALLADA-FECHA PIC 9(8) VALUE ZERO.
       01 HALLADA-CARRERA PIC X(3) VALUE SPACES.
       01 HALLADA-CANT-MATERIAS PIC 9 VALUE ZERO.
       01 HALLADA-DESTINO PIC X(30) VALUE SPACES.

      *>   CODIGO IMPRESO CON GUIONES (AAAA-NNNNNN-DD)
       01 CODIGO-EDIT.
           03 CED-ANIO PIC 9(4).
           03 FILLER   PIC X VALUE "-".
           03 CED-NRO  PIC 9(6).
           03 FILLER   PIC X VALUE "-".
           03 CED-DV   PIC 99.

       01 FECHA-EMISION PIC 9(8) VALUE ZERO.
       01 FECHA-EMISION-R REDEFINES FECHA-EMISION.
           03 FEM-ANIO PIC 9(4).
           03 FEM-MES  PIC 99.
           03 FEM-DIA  PIC 99.
       01 ESTADO-CORRIDA PIC X(10) VALUE SPACES.
       01 CANT-REGISTRADAS PIC 9(5) COMP VALUE ZERO.

       01 FIN-PADRON PIC X VALUE "N".
       01 FIN-CARRERAS PIC X VALUE "N".
       01 FIN-LISTADO PIC X VALUE "N".
       01 FIN-STANDING PIC X VALUE "N".
       01 FIN-CONSTANCIAS PIC X VALUE "N".

       01 WS-FS-PADRON PIC XX.
           88 FS-PADRON-OK VALUE "00".
       01 WS-FS-CARRERAS PIC XX.
           88 FS-CARRERAS-OK VALUE "00".
       01 WS-FS-LISTADO PIC XX.
           88 FS-LISTADO-OK VALUE "00".
       01 WS-FS-STANDING PIC XX.
           88 FS-STANDING-OK VALUE "00".
       01 WS-FS-CONSTANCIAS PIC XX.
           88 FS-CONSTANCIAS-OK VALUE "00".
           88 FS-CONSTANCIAS-NO-EXISTE VALUE "35".
       01 WS-FS-CONTROL PIC XX.
           88 FS-CONTROL-OK VALUE "00".
           88 FS-CONTROL-NO-EXISTE VALUE "35".

      *>   LINEAS ARMADAS DE LA CONSTANCIA
       01 LINEA-TITULO PIC X(60) VALUE
           "             CONSTANCIA DE ALUMNO REGULAR".
       01 LINEA-ALUMNO.
           03 FILLER      PIC X(23) VALUE
              "SE DEJA CONSTANCIA QUE ".
           03 CLA-NOMBRE  PIC X(42).
       01 LINEA-DNI.
           03 FILLER      PIC X(4) VALUE "DNI ".
           03 CLA-DNI     PIC Z(7)9.
           03 FILLER      PIC X(9) VALUE ", LEGAJO ".
           03 CLA-LEGAJO  PIC X(10).
           03 FILLER      PIC X(25) VALUE
              ", ES ALUMNO REGULAR DE".
       01 LINEA-CARRERA.
           03 FILLER      PIC X(11) VALUE "LA CARRERA ".
           03 CLA-CARRERA PIC X(30).
           03 FILLER      PIC X(27) VALUE
              " Y CURSA EN EL TERMINO EN".
       01 LINEA-CURSA PIC X(40) VALUE
           "CURSO LAS SIGUIENTES MATERIAS:".
       01 LINEA-MATERIA.
           03 FILLER      PIC X(5) VALUE SPACES.
           03 CLA-MATERIA PIC X(25).
           03 FILLER      PIC X(10) VALUE "COMISION ".
           03 CLA-COMISION PIC 9.
       01 LINEA-DESTINO.
           03 FILLER      PIC X(45) VALUE
              "A PEDIDO DEL INTERESADO, PARA PRESENTAR ANTE ".
           03 CLA-DESTINO PIC X(30).
       01 LINEA-FECHA.
           03 FILLER      PIC X(18) VALUE "FECHA DE EMISION: ".
           03 CLA-DIA     PIC 99.
           03 FILLER      PIC X VALUE "/".
           03 CLA-MES     PIC 99.
           03 FILLER      PIC X VALUE "/".
           03 CLA-ANIO    PIC 9(4).
       01 LINEA-CODIGO.
           03 FILLER      PIC X(25) VALUE "CODIGO DE VERIFICACION: ".
           03 CLA-CODIGO  PIC X(14).
       01 LINEA-AVISO-1 PIC X(70) VALUE
           "LA AUTENTICIDAD DE ESTA CONSTANCIA PUEDE CONSULTARSE EN LA".
       01 LINEA-AVISO-2 PIC X(70) VALUE
           "FACULTAD INFORMANDO EL CODIGO DE VERIFICACION.".
       01 LINEA-FIRMA PIC X(70) VALUE
           "                                   ......................".
       01 LINEA-GUIONES PIC X(70) VALUE ALL "-".

      *>   CONTROL DE ACCESO DEL OPERADOR (VER COPYLIB OPERPROC)
           COPY OPERPROC.

      *>   TARJETA DE CORRIDA DEL JOB (VER COPYLIB RUNCPROC)
           COPY RUNCPROC.

      *>   DIGITO VERIFICADOR DEL LEGAJO (VER COPYLIB DIGVPROC)
           COPY DIGVPROC.

      *>----------------------------------------------------------------
      *>--------------------------PROCEDURE-----------------------------
       PROCEDURE DIVISION.
      *>   el operador tiene que estar habilitado para este job: su
      *>   identidad queda en el registro (ver COPYLIB OPERPR)
           MOVE "EJ-11ENCL20" TO CTL-JOB.
           PERFORM VERIFICAR-OPERADOR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CONSTANCIA DE ALUMNO REGULAR"
           DISPLAY "-------------------------------------------------".

           ACCEPT FECHA-EMISION FROM DATE YYYYMMDD.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE "OK" TO ESTADO-CORRIDA.

           DISPLAY "MODO (E = EMITIR CONSTANCIA / V = VERIFICAR "
               "CODIGO): ".
           ACCEPT MODO-CONSTANCIA.
           EVALUATE TRUE
               WHEN MODO-EMITIR
                   PERFORM EMITIR-CONSTANCIA
                       THRU EMITIR-CONSTANCIA-FIN
               WHEN MODO-VERIFICAR
                   PERFORM VERIFICAR-CODIGO
                       THRU VERIFICAR-CODIGO-FIN
               WHEN OTHER
                   MOVE "MODO INVALIDO" TO MOTIVO-RECHAZO
           END-EVALUATE.
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY "NO SE PROCESA: " MOTIVO-RECHAZO
               MOVE "RECHAZADO" TO ESTADO-CORRIDA
           END-IF.

           MOVE "EJ-11ENCL20" TO CTL-JOB.
           MOVE CANT-REGISTRADAS TO CTL-CANT-REG.
           MOVE ESTADO-CORRIDA TO CTL-ESTADO.
           PERFORM GRABAR-CONTROL.
           DISPLAY "TERMINO EL PROGRAMA".
           STOP RUN.

       EMITIR-CONSTANCIA.
           DISPLAY "LEGAJO: ".
           ACCEPT LEGAJO-PEDIDO.
      *>   UN DIGITO MAL TIPEADO NO PUEDE TERMINAR EN LA CONSTANCIA
      *>   DE OTRO ALUMNO
           MOVE LEGAJO-PEDIDO TO WS-DV-LEGAJO.
           PERFORM VERIFICAR-DIGITO-LEGAJO.
           IF WS-DV-VALIDO = "N"
               MOVE "DIGITO VERIFICADOR DEL LEGAJO INVALIDO"
                 TO MOTIVO-RECHAZO
               GO TO EMITIR-CONSTANCIA-FIN
           END-IF.
           PERFORM BUSCAR-EN-PADRON.
           IF ALUMNO-EN-PADRON = "N"
               MOVE "EL LEGAJO NO ESTA EN EL PADRON" TO MOTIVO-RECHAZO
               GO TO EMITIR-CONSTANCIA-FIN
           END-IF.
           PERFORM CARGAR-MATERIAS-DEL-ALUMNO.
           IF CANT-MATERIAS-ALU = ZERO
               MOVE "SIN INSCRIPCION ACTIVA EN EL TERMINO EN CURSO"
                 TO MOTIVO-RECHAZO
               GO TO EMITIR-CONSTANCIA-FIN
           END-IF.
           PERFORM BUSCAR-STANDING.
           IF ALUMNO-CONDICION = "CONDICIONAL"
               MOVE "SITUACION ACADEMICA CONDICIONAL EN STANDING"
                 TO MOTIVO-RECHAZO
               GO TO EMITIR-CONSTANCIA-FIN
           END-IF.
           PERFORM BUSCAR-CARRERA.

           DISPLAY "PRESENTAR ANTE (OBRA SOCIAL, ANSES, EMPLEADOR): ".
           ACCEPT DESTINO-PEDIDO.
           IF DESTINO-PEDIDO = SPACES
               MOVE "QUIEN CORRESPONDA" TO DESTINO-PEDIDO
           END-IF.

           PERFORM OTORGAR-CODIGO.
           PERFORM IMPRIMIR-CONSTANCIA.
           PERFORM REGISTRAR-CONSTANCIA.
           DISPLAY "CONSTANCIA EMITIDA PARA EL LEGAJO " LEGAJO-PEDIDO
               " CODIGO " CODIGO-EDIT.
       EMITIR-CONSTANCIA-FIN.
           EXIT.

       OTORGAR-CODIGO.
      *>   EL CORRELATIVO ARRANCA DE NUEVO CADA ANIO; EL SIGUIENTE
      *>   ES EL MAYOR DEL ANIO EN CURSO QUE YA FIGURA EN EL REGISTRO
           MOVE ZERO TO ULTIMO-NRO-ANIO.
           MOVE "N" TO FIN-CONSTANCIAS.
           OPEN INPUT ARCH-CONSTANCIAS.
           IF NOT FS-CONSTANCIAS-OK
               MOVE "S" TO FIN-CONSTANCIAS
           END-IF.
           PERFORM UNTIL FIN-CONSTANCIAS = "S"
               READ ARCH-CONSTANCIAS
                   AT END
                       MOVE "S" TO FIN-CONSTANCIAS
                       CLOSE ARCH-CONSTANCIAS
                   NOT AT END
                       IF CST-COD-ANIO = FEM-ANIO
                          AND CST-COD-NRO > ULTIMO-NRO-ANIO
                           MOVE CST-COD-NRO TO ULTIMO-NRO-ANIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE FEM-ANIO TO CTR-ANIO.
           COMPUTE CTR-NRO = ULTIMO-NRO-ANIO + 1.
           PERFORM CALCULAR-DV-CODIGO.
           MOVE DV-CALCULADO TO CTR-DV.
           MOVE CTR-ANIO TO CED-ANIO.
           MOVE CTR-NRO TO CED-NRO.
           MOVE CTR-DV TO CED-DV.

       CALCULAR-DV-CODIGO.
      *>   98 MENOS EL RESTO POR 97 DE ANIO + CORRELATIVO SEGUIDOS
      *>   DE 00: CUALQUIER DIGITO CAMBIADO O DOS DIGITOS VECINOS
      *>   PERMUTADOS DAN OTRO CONTROL
           COMPUTE BASE-DV = (CTR-ANIO * 1000000 + CTR-NRO) * 100.
           DIVIDE BASE-DV BY 97 GIVING COCIENTE-DV
               REMAINDER RESTO-DV.
           COMPUTE DV-CALCULADO = 98 - RESTO-DV.

       IMPRIMIR-CONSTANCIA.
           MOVE SPACES TO NOMBRE-COMPLETO.
           STRING ALUMNO-APELLIDO DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               ALUMNO-NOMBRE DELIMITED BY "  "
               INTO NOMBRE-COMPLETO.
           OPEN OUTPUT ARCH-CONSTANCIA.
           MOVE LINEA-GUIONES TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE LINEA-TITULO TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE LINEA-GUIONES TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE SPACES TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE NOMBRE-COMPLETO TO CLA-NOMBRE.
           MOVE LINEA-ALUMNO TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE ALUMNO-DNI TO CLA-DNI.
           MOVE LEGAJO-PEDIDO TO CLA-LEGAJO.
           MOVE LINEA-DNI TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE NOMBRE-CARRERA TO CLA-CARRERA.
           MOVE LINEA-CARRERA TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE LINEA-CURSA TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           PERFORM VARYING IX-MAT FROM 1 BY 1
                   UNTIL IX-MAT > CANT-MATERIAS-ALU
               MOVE TMA-MATERIA (IX-MAT) TO CLA-MATERIA
               MOVE TMA-COMISION (IX-MAT) TO CLA-COMISION
               MOVE LINEA-MATERIA TO REG-CONSTANCIA-IMP
               WRITE REG-CONSTANCIA-IMP
           END-PERFORM.
           MOVE SPACES TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE DESTINO-PEDIDO TO CLA-DESTINO.
           MOVE LINEA-DESTINO TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE FEM-DIA TO CLA-DIA.
           MOVE FEM-MES TO CLA-MES.
           MOVE FEM-ANIO TO CLA-ANIO.
           MOVE LINEA-FECHA TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE SPACES TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE LINEA-FIRMA TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE SPACES TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE CODIGO-EDIT TO CLA-CODIGO.
           MOVE LINEA-CODIGO TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE LINEA-AVISO-1 TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE LINEA-AVISO-2 TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           MOVE LINEA-GUIONES TO REG-CONSTANCIA-IMP.
           WRITE REG-CONSTANCIA-IMP.
           CLOSE ARCH-CONSTANCIA.

       REGISTRAR-CONSTANCIA.
           OPEN EXTEND ARCH-CONSTANCIAS.
           IF FS-CONSTANCIAS-NO-EXISTE
               OPEN OUTPUT ARCH-CONSTANCIAS
           END-IF.
           MOVE CODIGO-TRABAJO TO CST-CODIGO.
           MOVE ";" TO CST-SEP1.
           MOVE LEGAJO-PEDIDO TO CST-LEGAJO.
           MOVE ";" TO CST-SEP2.
           MOVE FECHA-EMISION TO CST-FECHA.
           MOVE ";" TO CST-SEP3.
           MOVE ALUMNO-CARRERA TO CST-CARRERA.
           MOVE ";" TO CST-SEP4.
           MOVE CANT-MATERIAS-ALU TO CST-CANT-MATERIAS.
           MOVE ";" TO CST-SEP5.
           MOVE WS-OPERADOR-ID TO CST-OPERADOR.
           MOVE ";" TO CST-SEP6.
           MOVE DESTINO-PEDIDO TO CST-DESTINO.
           WRITE REG-CONSTANCIA.
           CLOSE ARCH-CONSTANCIAS.
           ADD 1 TO CANT-REGISTRADAS.

       VERIFICAR-CODIGO.
           DISPLAY "CODIGO DE VERIFICACION (AAAA-NNNNNN-DD): ".
           ACCEPT CODIGO-PEDIDO.
      *>   EL CODIGO SE DICTA CON O SIN GUIONES: SOLO CUENTAN LOS
      *>   DIGITOS
           MOVE SPACES TO CODIGO-LIMPIO.
           MOVE ZERO TO CANT-DIGITOS.
           PERFORM VARYING IX-COD FROM 1 BY 1 UNTIL IX-COD > 20
               IF CODIGO-PEDIDO (IX-COD:1) IS NUMERIC
                   ADD 1 TO CANT-DIGITOS
                   IF CANT-DIGITOS NOT > 12
                       MOVE CODIGO-PEDIDO (IX-COD:1)
                         TO CODIGO-LIMPIO (CANT-DIGITOS:1)
                   END-IF
               END-IF
           END-PERFORM.
           IF CANT-DIGITOS NOT = 12
               MOVE "EL CODIGO TIENE QUE TENER 12 DIGITOS"
                 TO MOTIVO-RECHAZO
               GO TO VERIFICAR-CODIGO-FIN
           END-IF.
           MOVE CODIGO-LIMPIO TO CODIGO-TRABAJO.
           MOVE CTR-ANIO TO CED-ANIO.
           MOVE CTR-NRO TO CED-NRO.
           MOVE CTR-DV TO CED-DV.
           PERFORM CALCULAR-DV-CODIGO.
           IF DV-CALCULADO NOT = CTR-DV
               DISPLAY "CODIGO " CODIGO-EDIT ": EL CONTROL NO "
                   "CORRESPONDE, EL CODIGO ESTA MAL DICTADO O NO ES "
                   "UN CODIGO DE LA FACULTAD"
               GO TO VERIFICAR-CODIGO-FIN
           END-IF.

           MOVE "N" TO CODIGO-HALLADO.
           MOVE "N" TO FIN-CONSTANCIAS.
           OPEN INPUT ARCH-CONSTANCIAS.
           IF NOT FS-CONSTANCIAS-OK
               DISPLAY "NO EXISTE EL REGISTRO DE CONSTANCIAS"
               MOVE "S" TO FIN-CONSTANCIAS
           END-IF.
           PERFORM UNTIL FIN-CONSTANCIAS = "S"
               READ ARCH-CONSTANCIAS
                   AT END
                       MOVE "S" TO FIN-CONSTANCIAS
                       CLOSE ARCH-CONSTANCIAS
                   NOT AT END
                       IF CST-CODIGO = CODIGO-TRABAJO
                           MOVE "S" TO CODIGO-HALLADO
                           MOVE CST-LEGAJO TO HALLADA-LEGAJO
                           MOVE CST-FECHA TO HALLADA-FECHA
                           MOVE CST-CARRERA TO HALLADA-CARRERA
                           MOVE CST-CANT-MATERIAS TO
                                HALLADA-CANT-MATERIAS
                           MOVE CST-DESTINO TO HALLADA-DESTINO
                           MOVE "S" TO FIN-CONSTANCIAS
                           CLOSE ARCH-CONSTANCIAS
                       END-IF
               END-READ
           END-PERFORM.
           IF CODIGO-HALLADO = "N"
               DISPLAY "CODIGO " CODIGO-EDIT ": NO FIGURA EN EL "
                   "REGISTRO, LA CONSTANCIA NO ES AUTENTICA"
               GO TO VERIFICAR-CODIGO-FIN
           END-IF.

      *>   SE CONTESTAN LOS DATOS DEL REGISTRO PARA QUE EL TERCERO LOS
      *>   COMPARE CON LOS DE LA CONSTANCIA QUE TIENE EN LA MANO
           ADD 1 TO CANT-REGISTRADAS.
           MOVE HALLADA-LEGAJO TO LEGAJO-PEDIDO.
           PERFORM BUSCAR-EN-PADRON.
           MOVE HALLADA-CARRERA TO ALUMNO-CARRERA.
           PERFORM BUSCAR-CARRERA.
           MOVE HALLADA-FECHA TO FECHA-EMISION.
           DISPLAY "CODIGO " CODIGO-EDIT ": CONSTANCIA AUTENTICA".
           DISPLAY "  LEGAJO:      " HALLADA-LEGAJO.
           DISPLAY "  APELLIDO:    " ALUMNO-APELLIDO.
           DISPLAY "  NOMBRE:      " ALUMNO-NOMBRE.
           DISPLAY "  DNI:         " ALUMNO-DNI.
           DISPLAY "  CARRERA:     " NOMBRE-CARRERA.
           DISPLAY "  EMITIDA EL:  " FEM-DIA "/" FEM-MES "/" FEM-ANIO.
           DISPLAY "  PRESENTADA ANTE: " HALLADA-DESTINO.
           DISPLAY "  MATERIAS:    " HALLADA-CANT-MATERIAS.
       VERIFICAR-CODIGO-FIN.
           EXIT.

       BUSCAR-EN-PADRON.
           MOVE "N" TO ALUMNO-EN-PADRON.
           MOVE SPACES TO ALUMNO-APELLIDO.
           MOVE SPACES TO ALUMNO-NOMBRE.
           MOVE ZERO TO ALUMNO-DNI.
           MOVE SPACES TO ALUMNO-CARRERA.
           MOVE "N" TO FIN-PADRON.
           OPEN INPUT ARCH-PADRON.
           IF NOT FS-PADRON-OK
               DISPLAY "NO EXISTE EL PADRON"
               MOVE "S" TO FIN-PADRON
           END-IF.
           PERFORM UNTIL FIN-PADRON = "S"
               READ ARCH-PADRON
                   AT END
                       MOVE "S" TO FIN-PADRON
                       CLOSE ARCH-PADRON
                   NOT AT END
                       IF PAD-LEGAJO = LEGAJO-PEDIDO
                           MOVE "S" TO ALUMNO-EN-PADRON
                           MOVE PAD-APELLIDO TO ALUMNO-APELLIDO
                           MOVE PAD-NOMBRE TO ALUMNO-NOMBRE
                           MOVE PAD-DNI TO ALUMNO-DNI
                           MOVE PAD-CARRERA-COD TO ALUMNO-CARRERA
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-CARRERA.
      *>   SI LA CARRERA NO ESTA EN EL MAESTRO SALE EL CODIGO
           MOVE ALUMNO-CARRERA TO NOMBRE-CARRERA.
           MOVE "N" TO FIN-CARRERAS.
           OPEN INPUT ARCH-CARRERAS.
           IF NOT FS-CARRERAS-OK
               MOVE "S" TO FIN-CARRERAS
           END-IF.
           PERFORM UNTIL FIN-CARRERAS = "S"
               READ ARCH-CARRERAS
                   AT END
                       MOVE "S" TO FIN-CARRERAS
                       CLOSE ARCH-CARRERAS
                   NOT AT END
                       IF CARR-CODIGO = ALUMNO-CARRERA
                           MOVE CARR-NOMBRE TO NOMBRE-CARRERA
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-MATERIAS-DEL-ALUMNO.
           MOVE ZERO TO CANT-MATERIAS-ALU.
           MOVE "N" TO FIN-LISTADO.
           OPEN INPUT ARCH-LISTADO.
           IF NOT FS-LISTADO-OK
               DISPLAY "NO EXISTE LISTADO: NO HAY CURSADA EN EL "
                   "TERMINO EN CURSO"
               MOVE "S" TO FIN-LISTADO
           END-IF.
           PERFORM UNTIL FIN-LISTADO = "S"
               READ ARCH-LISTADO
                   AT END
                       MOVE "S" TO FIN-LISTADO
                       CLOSE ARCH-LISTADO
                   NOT AT END
                       IF LIST-ID-ALUMNO = LEGAJO-PEDIDO
                           IF CANT-MATERIAS-ALU >= 9
                               DISPLAY "ADVERTENCIA: LA CONSTANCIA "
                                   "LISTA SOLO 9 MATERIAS"
                           ELSE
                               ADD 1 TO CANT-MATERIAS-ALU
                               MOVE LIST-MATERIA TO
                                    TMA-MATERIA (CANT-MATERIAS-ALU)
                               MOVE LIST-COMISION TO
                                    TMA-COMISION (CANT-MATERIAS-ALU)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-STANDING.
      *>   SIN RENGLON EN STANDING (INGRESANTE, O NO CORRIO EL FIN
      *>   DE TERMINO) EL ALUMNO NO ESTA SUSPENDIDO
           MOVE SPACES TO ALUMNO-CONDICION.
           MOVE "N" TO FIN-STANDING.
           OPEN INPUT ARCH-STANDING.
           IF NOT FS-STANDING-OK
               MOVE "S" TO FIN-STANDING
           END-IF.
           PERFORM UNTIL FIN-STANDING = "S"
               READ ARCH-STANDING
                   AT END
                       MOVE "S" TO FIN-STANDING
                       CLOSE ARCH-STANDING
                   NOT AT END
                       IF STA-LEGAJO = LEGAJO-PEDIDO
                           MOVE STA-CONDICION TO ALUMNO-CONDICION
                       END-IF
               END-READ
           END-PERFORM.

           COPY CTLPR.
           COPY OPERPR.
           COPY RUNCPR.
           COPY DIGVPR.
