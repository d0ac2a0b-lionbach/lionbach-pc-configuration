       DATA DIVISION.
       FILE SECTION.
       FD  ALTAS-CFG
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WALTAFD.
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
       FD  REPORTE

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WEMPRWS.
       COPY WPLZWS.
       COPY WCTRWS.
       COPY WDEPTOS.
       COPY WPUESTOS.

           88 WS-FIN-ESTADO               VALUE "S".
       01 WS-RESULTADO-TRABAJO    PIC X(01)    VALUE SPACES.
       01 WS-RFC-VALIDO           PIC X(01)    VALUE "N".
       01 WS-ALTA-PLAZA           PIC 9(05)    VALUE ZEROS.

       01 WS-TITULO-1.
           05 FILLER              PIC X(29)    VALUE SPACES.
           MOVE REG-ALTA-FECHA-NACIMIENTO
                                  TO WS-FECHA-NACIMIENTO-EMP
           MOVE REG-ALTA-RFC      TO WS-RFC-EMP
           MOVE REG-ALTA-GRUPO-PAGO
                                  TO WS-GRUPO-PAGO-EMP
           IF WS-GRUPO-PAGO-EMP = SPACES
              MOVE "01"           TO WS-GRUPO-PAGO-EMP
           END-IF
           MOVE REG-ALTA-EMPRESA  TO WS-EMPRESA-EMP
           IF WS-EMPRESA-EMP = SPACES
              MOVE "01"           TO WS-EMPRESA-EMP
           END-IF
           MOVE ZEROS             TO WS-ALTA-PLAZA
           IF REG-ALTA-PLAZA NUMERIC
              MOVE REG-ALTA-PLAZA TO WS-ALTA-PLAZA
           END-IF
           MOVE REG-ALTA-CTR-TIPO TO WS-CTR-TIPO
           MOVE ZEROS             TO WS-CTR-DIAS
           IF REG-ALTA-CTR-DIAS NUMERIC
              MOVE REG-ALTA-CTR-DIAS TO WS-CTR-DIAS
           END-IF
           MOVE ZEROS             TO WS-CTR-FECHA-FIN
           IF REG-ALTA-CTR-FIN NUMERIC
              MOVE REG-ALTA-CTR-FIN TO WS-CTR-FECHA-FIN
           END-IF
      * EL LOTE DE ALTAS MASIVAS NO TRAE SUPERVISOR; SE ASIGNA
      * DESPUES DESDE PROG0006
           MOVE ZEROS             TO WS-SUPERVISOR-EMP
           END-IF
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-FECHA-ALTA-EMP
           MOVE ZEROS             TO WS-FECHA-BAJA-EMP
      * UN CONTRATO TEMPORAL SIN TERMINO VALIDO SE RECHAZA ANTES DE
      * OCUPAR PLAZA, IGUAL QUE EN UNA ALTA INTERACTIVA
           MOVE "V"               TO WS-CTR-OPERACION
           PERFORM 036-CONTROL-CONTRATO
           IF NOT WS-CONTRATO-OK
              MOVE WS-CTR-MENSAJE TO WS-MOTIVO-INVALIDO
              PERFORM 048-ANOTA-RECHAZO
              GO TO 030-FIN-PROCESA-ALTA
           END-IF
      * CADA ALTA OCUPA LA PLAZA QUE TRAE (LA DE SU REQUISICION) O,
      * SI NO TRAE, LA PRIMERA VACANTE DE SU DEPTO Y PUESTO EN
      * 04-PLAZAS; SIN PLAZA SE RECHAZA IGUAL QUE UNA ALTA INTERACTIVA
           MOVE "A"               TO WS-PLZ-OPERACION
           PERFORM 035-CONTROL-PLAZA
           IF NOT WS-PLAZA-OK
              MOVE WS-PLZ-MENSAJE TO WS-MOTIVO-INVALIDO
              PERFORM 048-ANOTA-RECHAZO
              GO TO 030-FIN-PROCESA-ALTA
           END-IF
           MOVE WS-REG-EMPLEADOS  TO REG-EMPLEADOS
           WRITE REG-EMPLEADOS
               INVALID KEY
                   MOVE "NO SE PUDO ESCRIBIR EN EL MAESTRO"
                                     TO WS-MOTIVO-INVALIDO
                   MOVE "L"       TO WS-PLZ-OPERACION
                   PERFORM 035-CONTROL-PLAZA
                   PERFORM 048-ANOTA-RECHAZO
                   GO TO 030-FIN-PROCESA-ALTA
           END-WRITE
           MOVE "R"               TO WS-CTR-OPERACION
           PERFORM 036-CONTROL-CONTRATO
           IF NOT WS-CONTRATO-OK
              DISPLAY "PROG0018: EMPLEADO " WS-NUMERO-EMP
                      " SIN CONTRATO REGISTRADO: " WS-CTR-MENSAJE
           END-IF
           ADD 1 TO WS-CONT-CARGADOS
           MOVE SPACES            TO WS-MOTIVO-INVALIDO
           MOVE "A"               TO WS-RESULTADO-TRABAJO
       030-FIN-PROCESA-ALTA.
           EXIT.

      * -------------------------------------------------------------- *
      * 035-CONTROL-PLAZA - PASA A PROG0080 LA OPERACION PUESTA EN     *
      *                WS-PLZ-OPERACION PARA EL EMPLEADO DE LA         *
      *                TRANSACCION (VER WPLZWS)                        *
      * -------------------------------------------------------------- *
       035-CONTROL-PLAZA.
           MOVE WS-NUMERO-EMP     TO WS-PLZ-EMPLEADO
           MOVE WS-ALTA-PLAZA     TO WS-PLZ-NUMERO
           MOVE WS-DEPTO-EMP      TO WS-PLZ-DEPTO
           MOVE WS-PUESTO-EMP     TO WS-PLZ-PUESTO
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-PLZ-FECHA
           ACCEPT WS-PLZ-USUARIO FROM ENVIRONMENT "USER"
           CALL "PROG0080" USING WS-DATOS-PLAZA.

      * -------------------------------------------------------------- *
      * 036-CONTROL-CONTRATO - PASA A PROG0089 LA OPERACION PUESTA EN  *
      *                WS-CTR-OPERACION PARA EL CONTRATO QUE TRAE LA   *
      *                TRANSACCION, CON INICIO EN LA FECHA DE ALTA     *
      *                (VER WCTRWS)                                    *
      * -------------------------------------------------------------- *
       036-CONTROL-CONTRATO.
           MOVE WS-NUMERO-EMP     TO WS-CTR-EMPLEADO
           MOVE WS-FECHA-ALTA-EMP TO WS-CTR-FECHA-INICIO
           MOVE WS-FECHA-ALTA-EMP TO WS-CTR-FECHA
           ACCEPT WS-CTR-USUARIO FROM ENVIRONMENT "USER"
           CALL "PROG0089" USING WS-DATOS-CONTRATO.

      * -------------------------------------------------------------- *
      * 045-ANOTA-ESTADO - DEJA EL RESULTADO DE LA TRANSACCION EN LA   *
      *                TABLA DE ESTADO (ACTUALIZANDO SI EL NUMERO YA   *
                    MOVE "RFC INVALIDO" TO WS-MOTIVO-INVALIDO
                 END-IF
              END-IF
           END-IF
           IF WS-DATOS-VALIDOS
              MOVE WS-EMPRESA-EMP TO WS-EMPR-CODIGO
              CALL "PROG0075" USING WS-DATOS-EMPRESA
              IF NOT WS-EMPRESA-OK
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "EMPRESA NO EXISTE" TO WS-MOTIVO-INVALIDO
              END-IF
           END-IF.

       098-REGISTRA-AUDITORIA.
