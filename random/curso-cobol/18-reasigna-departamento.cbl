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
       FD  HIST-TRASLADOS
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTRASFD.

       01  WS-DIA-SEMANA-HOY      PIC 9(01).

       COPY WFIRMA.
       COPY WPLZWS.

       01  WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ARCHIVO   PIC X(01)    VALUE "N".
                   GO TO 030-FIN-REASIGNA
           END-REWRITE
           ADD 1 TO WS-CONT-MOVIDOS
           PERFORM 035-REGISTRA-HISTORIA-TRASLADO
           PERFORM 036-MUEVE-PLAZA.

      * -------------------------------------------------------------- *
      * 035-REGISTRA-HISTORIA-TRASLADO - CADA EMPLEADO MOVIDO POR LA   *
           MOVE WS-DEPTO-NUEVO        TO REG-TRAS-DEPTO-NUEVO
           MOVE WS-PUESTO-EMP         TO REG-TRAS-PUESTO-ANT
           MOVE WS-PUESTO-EMP         TO REG-TRAS-PUESTO-NUEVO
           MOVE WS-EMPRESA-EMP        TO REG-TRAS-EMPRESA-ANT
                                         REG-TRAS-EMPRESA-NUEVA
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-TRAS-FECHA
           MOVE WS-FIR-ID             TO REG-TRAS-USUARIO
           OPEN EXTEND HIST-TRASLADOS
              CLOSE HIST-TRASLADOS
           END-IF.

      * -------------------------------------------------------------- *
      * 036-MUEVE-PLAZA - LA PLAZA QUE OCUPA EL EMPLEADO EN 04-PLAZAS  *
      *                SE VA CON EL AL DEPTO NUEVO (PROG0080, VER      *
      *                WPLZWS); SI NO SE PUEDE SOLO SE AVISA, EL       *
      *                TRASLADO YA QUEDO HECHO                         *
      * -------------------------------------------------------------- *
       036-MUEVE-PLAZA.
           MOVE "T"                   TO WS-PLZ-OPERACION
           MOVE WS-NUMERO-EMP         TO WS-PLZ-EMPLEADO
           MOVE ZEROS                 TO WS-PLZ-NUMERO
           MOVE WS-DEPTO-NUEVO        TO WS-PLZ-DEPTO
           MOVE WS-PUESTO-EMP         TO WS-PLZ-PUESTO
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-PLZ-FECHA
           MOVE WS-FIR-ID             TO WS-PLZ-USUARIO
           CALL "PROG0080" USING WS-DATOS-PLAZA
           IF NOT WS-PLAZA-OK
              DISPLAY "AVISO: EMPLEADO " WS-NUMERO-EMP
                      " PLAZA NO ACTUALIZADA: " WS-PLZ-MENSAJE
           END-IF.

       030-FIN-REASIGNA.
           EXIT.

