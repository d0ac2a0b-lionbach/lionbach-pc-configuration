       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  PUESTOS-CFG
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPUESFD.
       FD  STATUS-CFG
           BLOCK CONTAINS 0 RECORDS.
       COPY WSTATFD.
       FD  HIST-SALARIOS
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHISTFD.
       FD  AUDIT-EMPLEADOS
           BLOCK CONTAINS 0 RECORDS.
       COPY WBAJAFD.
       FD  NOTAS-EMPLEADO
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNOTAFD.
       FD  CUENTAS-BANCO
           BLOCK CONTAINS 0 RECORDS.
       COPY WCTAFD.
       FD  HIST-TRASLADOS
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTRASFD.

                                     WS-FECHA-NACIMIENTO-EMP-ANTES
                                 WS-SUPERVISOR-EMP BY
                                     WS-SUPERVISOR-EMP-ANTES
                                 WS-RFC-EMP BY WS-RFC-EMP-ANTES
                                 WS-GRUPO-PAGO-EMP BY
                                     WS-GRUPO-PAGO-EMP-ANTES
                                 WS-EMPRESA-EMP BY
                                     WS-EMPRESA-EMP-ANTES.

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.
           88 WS-FIN-STATUS               VALUE "S".

       COPY WFIRMA.
      * EL ROL DE SOLO CONSULTA VE ESTO EN LUGAR DEL SALARIO Y EL RFC
       01 WS-MASCARA-DATO         PIC X(13)    VALUE ALL "*".
       COPY WEMPRWS.
       COPY WPLZWS.
       COPY WCTRWS.

       PROCEDURE DIVISION.
       010-INICIO.
                   GO TO 020-MENU
           END-READ
           PERFORM 070-CAPTURA-DATOS
           IF WS-GRUPO-PAGO-EMP = SPACES
              MOVE "01"           TO WS-GRUPO-PAGO-EMP
           END-IF
           IF WS-EMPRESA-EMP = SPACES
              MOVE "01"           TO WS-EMPRESA-EMP
           END-IF
           IF WS-STATUS-EMP = 3
              DISPLAY "UN ALTA NO PUEDE NACER EN BAJA; CAPTURE EL "
                      "EMPLEADO ACTIVO Y USE LA OPCION 3) BAJA"
           PERFORM 095-OBTIENE-FECHA-HOY
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-FECHA-ALTA-EMP
           MOVE ZEROS             TO WS-FECHA-BAJA-EMP
           PERFORM 073-PIDE-CONTRATO
           MOVE "V"               TO WS-CTR-OPERACION
           PERFORM 074-LLAMA-CONTROL-CONTRATO
           IF NOT WS-CONTRATO-OK
              DISPLAY "CONTRATO INVALIDO: " WS-CTR-MENSAJE
              GO TO 020-MENU
           END-IF
           PERFORM 077-PIDE-PLAZA
           MOVE "A"               TO WS-PLZ-OPERACION
           PERFORM 078-LLAMA-CONTROL-PLAZA
           IF NOT WS-PLAZA-OK
              DISPLAY "NO SE PUDO ASIGNAR PLAZA: " WS-PLZ-MENSAJE
              GO TO 020-MENU
           END-IF
           MOVE WS-REG-EMPLEADOS  TO REG-EMPLEADOS
           WRITE REG-EMPLEADOS
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE ALTA: " WS-FILE-STATUS
                   MOVE "L"       TO WS-PLZ-OPERACION
                   PERFORM 078-LLAMA-CONTROL-PLAZA
                   GO TO 020-MENU
           END-WRITE
           IF WS-PLZ-NUMERO NOT = ZEROS
              DISPLAY "OCUPA LA PLAZA: " WS-PLZ-NUMERO
           END-IF
           MOVE "R"               TO WS-CTR-OPERACION
           PERFORM 074-LLAMA-CONTROL-CONTRATO
           IF NOT WS-CONTRATO-OK
              DISPLAY "AVISO: NO SE REGISTRO EL CONTRATO: "
                      WS-CTR-MENSAJE
           ELSE
              IF WS-CTR-FECHA-FIN NOT = ZEROS
                 DISPLAY "CONTRATO TEMPORAL CON TERMINO EL "
                         WS-CTR-FECHA-FIN
              END-IF
           END-IF
           MOVE "REGISTRO NUEVO"    TO REG-AUD-CAMPOS
           MOVE "ALTA"              TO REG-AUD-OPERACION
           PERFORM 098-REGISTRA-AUDITORIA
           MOVE WS-REG-EMPLEADOS  TO WS-REG-EMPLEADOS-ANTES
           MOVE WS-SALARIO-EMP    TO WS-SALARIO-ANTES-CAMBIO
           PERFORM 070-CAPTURA-DATOS
      * EN EL CAMBIO, EL GRUPO Y LA EMPRESA EN BLANCO DEJAN LOS QUE
      * YA TENIA (Y UN EMPLEADO VIEJO SIN ELLOS QUEDA EN EL 01)
           IF WS-GRUPO-PAGO-EMP = SPACES
              MOVE WS-GRUPO-PAGO-EMP-ANTES TO WS-GRUPO-PAGO-EMP
           END-IF
           IF WS-GRUPO-PAGO-EMP = SPACES
              MOVE "01"           TO WS-GRUPO-PAGO-EMP
           END-IF
           IF WS-EMPRESA-EMP = SPACES
              MOVE WS-EMPRESA-EMP-ANTES TO WS-EMPRESA-EMP
           END-IF
           IF WS-EMPRESA-EMP = SPACES
              MOVE "01"           TO WS-EMPRESA-EMP
           END-IF
           IF WS-STATUS-EMP = 3 AND WS-STATUS-EMP-ANTES NOT = 3
              DISPLAY "CAMBIO NO PUEDE PONER EL STATUS EN BAJA, USE "
                      "LA OPCION 3) BAJA DEL MENU"
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 020-MENU
           END-IF
      * SI CAMBIA DE DEPTO O PUESTO LA PLAZA TAMBIEN SE MUEVE (UN
      * EMPLEADO EN BAJA YA NO OCUPA PLAZA)
           IF WS-STATUS-EMP NOT = 3
              AND (WS-DEPTO-EMP NOT = WS-DEPTO-EMP-ANTES
                   OR WS-PUESTO-EMP NOT = WS-PUESTO-EMP-ANTES)
                 PERFORM 079-MUEVE-PLAZA THRU 079-FIN-MUEVE-PLAZA
                 IF NOT WS-PLAZA-OK
                    DISPLAY "NO SE PUDO MOVER LA PLAZA: "
                            WS-PLZ-MENSAJE
                    GO TO 020-MENU
                 END-IF
           END-IF
           MOVE WS-REG-EMPLEADOS  TO REG-EMPLEADOS
           REWRITE REG-EMPLEADOS
               INVALID KEY
           IF WS-SALARIO-EMP NOT = WS-SALARIO-ANTES-CAMBIO
              PERFORM 075-REGISTRA-HISTORIA-SALARIO
           END-IF
      * EL CAMBIO DE EMPRESA ES UN TRASLADO MAS DE LA TRAYECTORIA
      * (UN EMPLEADO VIEJO SIN EMPRESA ERA DE LA 01)
           IF WS-EMPRESA-EMP-ANTES = SPACES
              MOVE "01"           TO WS-EMPRESA-EMP-ANTES
           END-IF
           IF WS-DEPTO-EMP NOT = WS-DEPTO-EMP-ANTES
              OR WS-PUESTO-EMP NOT = WS-PUESTO-EMP-ANTES
              OR WS-EMPRESA-EMP NOT = WS-EMPRESA-EMP-ANTES
                 PERFORM 076-REGISTRA-HISTORIA-TRASLADO
           END-IF
           PERFORM 099-ARMA-CAMPOS-CAMBIADOS
           IF WS-RFC-EMP NOT = WS-RFC-EMP-ANTES
              STRING "RFC " DELIMITED BY SIZE
                  INTO REG-AUD-CAMPOS WITH POINTER WS-AUD-PUNTERO
           END-IF
           IF WS-GRUPO-PAGO-EMP NOT = WS-GRUPO-PAGO-EMP-ANTES
              STRING "GRUPO-PAGO " DELIMITED BY SIZE
                  INTO REG-AUD-CAMPOS WITH POINTER WS-AUD-PUNTERO
           END-IF
           IF WS-EMPRESA-EMP NOT = WS-EMPRESA-EMP-ANTES
              STRING "EMPRESA " DELIMITED BY SIZE
                  INTO REG-AUD-CAMPOS WITH POINTER WS-AUD-PUNTERO
           END-IF.

      * -------------------------------------------------------------- *
           MOVE WS-SALARIO-EMP          TO REG-HIST-SALARIO-DESPUES
           PERFORM 095-OBTIENE-FECHA-HOY
           MOVE WS-FECHA-HOY-CCYYMMDD   TO REG-HIST-FECHA
                                           REG-HIST-FECHA-EFECTIVA
           MOVE WS-FIR-ID TO REG-HIST-USUARIO
           OPEN EXTEND HIST-SALARIOS
           IF WS-FILE-STATUS-HIST = "35"
           MOVE WS-DEPTO-EMP         TO REG-TRAS-DEPTO-NUEVO
           MOVE WS-PUESTO-EMP-ANTES  TO REG-TRAS-PUESTO-ANT
           MOVE WS-PUESTO-EMP        TO REG-TRAS-PUESTO-NUEVO
           MOVE WS-EMPRESA-EMP-ANTES TO REG-TRAS-EMPRESA-ANT
           MOVE WS-EMPRESA-EMP       TO REG-TRAS-EMPRESA-NUEVA
           PERFORM 095-OBTIENE-FECHA-HOY
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-TRAS-FECHA
           MOVE WS-FIR-ID            TO REG-TRAS-USUARIO
              CLOSE HIST-TRASLADOS
           END-IF.

      * -------------------------------------------------------------- *
      * 073-PIDE-CONTRATO - TIPO DE CONTRATO DEL ALTA; UNO TEMPORAL    *
      *                LLEVA SU DURACION EN DIAS (30, 90...) O, PARA   *
      *                UNA OBRA O PROYECTO, SU FECHA DE TERMINO        *
      * -------------------------------------------------------------- *
       073-PIDE-CONTRATO.
           MOVE SPACES            TO WS-CTR-TIPO
           MOVE ZEROS             TO WS-CTR-DIAS
           MOVE ZEROS             TO WS-CTR-FECHA-FIN
           MOVE ZEROS             TO WS-CTR-FECHA-INICIO
           DISPLAY "TIPO DE CONTRATO (I=INDETERMINADO, D=TIEMPO "
                   "DETERMINADO, P=OBRA O PROYECTO; VACIO = I): "
           ACCEPT WS-CTR-TIPO
           IF WS-CTR-DETERMINADO OR WS-CTR-PROYECTO
              DISPLAY "DURACION EN DIAS (VACIO = CAPTURAR EL "
                      "TERMINO): "
              ACCEPT WS-CTR-DIAS
              IF WS-CTR-DIAS = ZEROS
                 DISPLAY "FECHA DE TERMINO (AAAAMMDD): "
                 ACCEPT WS-CTR-FECHA-FIN
              END-IF
           END-IF.

      * -------------------------------------------------------------- *
      * 074-LLAMA-CONTROL-CONTRATO - PASA A PROG0089 LA OPERACION YA   *
      *                PUESTA EN WS-CTR-OPERACION PARA EL EMPLEADO EN  *
      *                PANTALLA, CON INICIO EN SU FECHA DE ALTA (VER   *
      *                WCTRWS)                                         *
      * -------------------------------------------------------------- *
       074-LLAMA-CONTROL-CONTRATO.
           MOVE WS-NUMERO-EMP     TO WS-CTR-EMPLEADO
           MOVE WS-FECHA-ALTA-EMP TO WS-CTR-FECHA-INICIO
           MOVE WS-FECHA-ALTA-EMP TO WS-CTR-FECHA
           MOVE WS-FIR-ID         TO WS-CTR-USUARIO
           CALL "PROG0089" USING WS-DATOS-CONTRATO.

      * -------------------------------------------------------------- *
      * 077-PIDE-PLAZA - PREGUNTA QUE PLAZA DE 04-PLAZAS VA A OCUPAR   *
      *                EL EMPLEADO; EN BLANCO PROG0080 LE DA LA        *
      *                PRIMERA VACANTE DE SU DEPTO Y PUESTO            *
      * -------------------------------------------------------------- *
       077-PIDE-PLAZA.
           MOVE ZEROS             TO WS-PLZ-NUMERO
           DISPLAY "PLAZA (VACIO = LA PRIMERA VACANTE DEL DEPTO Y "
                   "PUESTO): "
           ACCEPT WS-PLZ-NUMERO.

      * -------------------------------------------------------------- *
      * 078-LLAMA-CONTROL-PLAZA - PASA A PROG0080 LA OPERACION YA      *
      *                PUESTA EN WS-PLZ-OPERACION PARA EL EMPLEADO EN  *
      *                PANTALLA (VER WPLZWS)                           *
      * -------------------------------------------------------------- *
       078-LLAMA-CONTROL-PLAZA.
           MOVE WS-NUMERO-EMP     TO WS-PLZ-EMPLEADO
           MOVE WS-DEPTO-EMP      TO WS-PLZ-DEPTO
           MOVE WS-PUESTO-EMP     TO WS-PLZ-PUESTO
           MOVE ZEROS             TO WS-PLZ-FECHA
           MOVE WS-FIR-ID         TO WS-PLZ-USUARIO
           CALL "PROG0080" USING WS-DATOS-PLAZA.

      * -------------------------------------------------------------- *
      * 079-MUEVE-PLAZA - EN UN CAMBIO DE DEPTO O PUESTO: CON PLAZA    *
      *                DESTINO EL EMPLEADO LA OCUPA Y LA SUYA QUEDA    *
      *                VACANTE; EN BLANCO SU PLAZA SE VA CON EL. SI NO *
      *                OCUPABA NINGUNA SE LE BUSCA UNA VACANTE Y, SI   *
      *                NO LA HAY, SOLO SE AVISA                        *
      * -------------------------------------------------------------- *
       079-MUEVE-PLAZA.
           PERFORM 077-PIDE-PLAZA
           IF WS-PLZ-NUMERO NOT = ZEROS
              MOVE "A"            TO WS-PLZ-OPERACION
              PERFORM 078-LLAMA-CONTROL-PLAZA
              GO TO 079-FIN-MUEVE-PLAZA
           END-IF
           MOVE "T"               TO WS-PLZ-OPERACION
           PERFORM 078-LLAMA-CONTROL-PLAZA
           IF WS-PLAZA-OK OR WS-PLZ-NUMERO NOT = ZEROS
              GO TO 079-FIN-MUEVE-PLAZA
           END-IF
           MOVE "A"               TO WS-PLZ-OPERACION
           PERFORM 078-LLAMA-CONTROL-PLAZA
           IF NOT WS-PLAZA-OK
              DISPLAY "AVISO: EL EMPLEADO NO OCUPA PLAZA; "
                      WS-PLZ-MENSAJE
              MOVE "S"            TO WS-PLZ-OK
           END-IF.

       079-FIN-MUEVE-PLAZA.
           EXIT.

      * -------------------------------------------------------------- *
      * 050-BAJA - NO APLICA LA BAJA DE UNA VEZ: DEJA LA SOLICITUD EN  *
      *            04-BAJAS-PENDIENTES PARA QUE UN SUPERVISOR LA       *
      * -------------------------------------------------------------- *
      * 098-REGISTRA-AUDITORIA - ANOTA EN 04-AUDIT-EMPLEADOS QUIEN Y   *
      *                CUANDO HIZO UN ALTA, CAMBIO O BAJA CONTRA EL    *
      *                MAESTRO DE EMPLEADOS, Y QUE CAMPOS AFECTO; Y    *
      *                QUIEN CONSULTO EL SALARIO SIN MASCARA           *
      * -------------------------------------------------------------- *
       098-REGISTRA-AUDITORIA.
           MOVE WS-FIR-ID TO REG-AUD-USUARIO
           DISPLAY "STATUS  : " WS-STATUS-EMP " " WS-NOM-STATUS
           DISPLAY "DEPTO   : " WS-DEPTO-EMP " " WS-NOM-DEPTO
           DISPLAY "PUESTO  : " WS-PUESTO-EMP " " WS-NOM-PUESTO
      * SOLO CONSULTA NO VE SALARIO NI RFC; CADA VEZ QUE OTRO ROL VE
      * EL SALARIO QUEDA ANOTADO EN LA AUDITORIA
           IF WS-FIR-SOLO-CONSULTA
              DISPLAY "SALARIO : " WS-MASCARA-DATO
           ELSE
              DISPLAY "SALARIO : " WS-SALARIO-EMP
           END-IF
           DISPLAY "SUPERV. : " WS-SUPERVISOR-EMP
           IF WS-FIR-SOLO-CONSULTA
              DISPLAY "RFC     : " WS-MASCARA-DATO
           ELSE
              DISPLAY "RFC     : " WS-RFC-EMP
           END-IF
           DISPLAY "GRUPO   : " WS-GRUPO-PAGO-EMP
           MOVE WS-EMPRESA-EMP    TO WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           DISPLAY "EMPRESA : " WS-EMPR-CODIGO " " WS-EMPR-NOMBRE
           PERFORM 085-MUESTRA-NOTAS THRU 085-FIN-MUESTRA-NOTAS
           IF NOT WS-FIR-SOLO-CONSULTA
              MOVE "SALARIO VISTO EN CONSULTA (PROG0006)"
                                    TO REG-AUD-CAMPOS
              MOVE "CONSUL"         TO REG-AUD-OPERACION
              PERFORM 098-REGISTRA-AUDITORIA
           END-IF
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 085-MUESTRA-NOTAS - RECORRE LAS NOTAS DEL PROGRAMA NOTAS001 Y  *
      *                LISTA LAS QUE ESTAN LIGADAS AL EMPLEADO QUE SE  *
      *                ACABA DE CONSULTAR (REG-NOTA-EMPLEADO), SIN LAS *
      *                DE UN CASO DE RH (PROG0105) SI EL ROL NO ES RH  *
      *                NI EL ADMINISTRADOR                             *
      * -------------------------------------------------------------- *
       085-MUESTRA-NOTAS.
           OPEN INPUT NOTAS-EMPLEADO
           IF WS-FIN-NOTAS
              GO TO 089-FIN-LEE-NOTAS
           END-IF
           IF REG-NOTA-CASO NUMERIC AND REG-NOTA-CASO NOT = ZEROS
              AND NOT WS-FIR-RECURSOS-HUMANOS
              AND NOT WS-FIR-ADMINISTRADOR
                 GO TO 086-LEE-NOTAS
           END-IF
           IF REG-NOTA-EMPLEADO = WS-NUMERO-EMP
              IF WS-CONT-NOTAS = 0
                 DISPLAY "NOTAS LIGADAS A ESTE EMPLEADO:"
           DISPLAY "SUPERVISOR (00000 = NINGUNO): "
           ACCEPT WS-SUPERVISOR-EMP
           DISPLAY "RFC (13 POSICIONES): "
           ACCEPT WS-RFC-EMP
           MOVE SPACES            TO WS-GRUPO-PAGO-EMP
           DISPLAY "GRUPO DE PAGO [01]: "
           ACCEPT WS-GRUPO-PAGO-EMP
           MOVE SPACES            TO WS-EMPRESA-EMP
           DISPLAY "EMPRESA (RAZON SOCIAL) [01]: "
           ACCEPT WS-EMPRESA-EMP.

       080-DECODIFICA.
           SET WS-IX-DEPTO TO 1
           END-IF
           IF WS-DATOS-VALIDOS
              PERFORM 093-VALIDA-RFC
           END-IF
           IF WS-DATOS-VALIDOS
              MOVE WS-EMPRESA-EMP TO WS-EMPR-CODIGO
              CALL "PROG0075" USING WS-DATOS-EMPRESA
              IF NOT WS-EMPRESA-OK
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "EMPRESA NO EXISTE" TO WS-MOTIVO-INVALIDO
              END-IF
           END-IF.

      * -------------------------------------------------------------- *
