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
       COPY WAUDIFD.
       FD  HIST-SALARIOS
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHISTFD.

           88 WS-FIN-STATUS               VALUE "S".

       COPY WFIRMA.
       COPY WPLZWS.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE 1                     TO WS-STATUS-EMP
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-FECHA-ALTA-EMP
           MOVE ZEROS                 TO WS-FECHA-BAJA-EMP
      * EL REINGRESO VUELVE A OCUPAR UNA PLAZA DE 04-PLAZAS, IGUAL
      * QUE UN ALTA DE PROG0006
           MOVE ZEROS                 TO WS-PLZ-NUMERO
           DISPLAY "PLAZA (VACIO = LA PRIMERA VACANTE DEL DEPTO Y "
                   "PUESTO): "
           ACCEPT WS-PLZ-NUMERO
           MOVE "A"                   TO WS-PLZ-OPERACION
           PERFORM 060-CONTROL-PLAZA
           IF NOT WS-PLAZA-OK
              DISPLAY "NO SE PUDO ASIGNAR PLAZA: " WS-PLZ-MENSAJE
              GO TO 020-MENU
           END-IF
           MOVE WS-REG-EMPLEADOS      TO REG-EMPLEADOS
           REWRITE REG-EMPLEADOS
               INVALID KEY
                   DISPLAY "NO SE PUDO REINGRESAR: " WS-FILE-STATUS
                   MOVE "L"           TO WS-PLZ-OPERACION
                   PERFORM 060-CONTROL-PLAZA
                   GO TO 020-MENU
           END-REWRITE
           IF WS-PLZ-NUMERO NOT = ZEROS
              DISPLAY "OCUPA LA PLAZA: " WS-PLZ-NUMERO
           END-IF
           PERFORM 050-REGISTRA-HISTORIA-REINGRESO
           IF WS-SALARIO-EMP NOT = WS-SALARIO-ANTES-REIN
              PERFORM 055-REGISTRA-HISTORIA-SALARIO
           MOVE WS-SALARIO-ANTES-REIN TO REG-HIST-SALARIO-ANTES
           MOVE WS-SALARIO-EMP        TO REG-HIST-SALARIO-DESPUES
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-HIST-FECHA
                                         REG-HIST-FECHA-EFECTIVA
           MOVE WS-FIR-ID TO REG-HIST-USUARIO
           OPEN EXTEND HIST-SALARIOS
           IF WS-FILE-STATUS-HIST = "35"
              CLOSE HIST-SALARIOS
           END-IF.

      * -------------------------------------------------------------- *
      * 060-CONTROL-PLAZA - PASA A PROG0080 LA OPERACION PUESTA EN     *
      *                WS-PLZ-OPERACION PARA EL EMPLEADO QUE SE        *
      *                REINGRESA (VER WPLZWS)                          *
      * -------------------------------------------------------------- *
       060-CONTROL-PLAZA.
           MOVE WS-NUMERO-EMP         TO WS-PLZ-EMPLEADO
           MOVE WS-DEPTO-EMP          TO WS-PLZ-DEPTO
           MOVE WS-PUESTO-EMP         TO WS-PLZ-PUESTO
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-PLZ-FECHA
           MOVE WS-FIR-ID             TO WS-PLZ-USUARIO
           CALL "PROG0080" USING WS-DATOS-PLAZA.

      * -------------------------------------------------------------- *
      * 098-REGISTRA-AUDITORIA - ANOTA EN 04-AUDIT-EMPLEADOS QUIEN Y   *
      *                CUANDO HIZO UN REINGRESO CONTRA EL MAESTRO DE   *
