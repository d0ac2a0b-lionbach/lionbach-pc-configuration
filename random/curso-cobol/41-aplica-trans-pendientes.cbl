       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  TRANS-PENDIENTES
           BLOCK CONTAINS 0 RECORDS.
       COPY WTRPFD.
       FD  HIST-SALARIOS
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHISTFD.
       FD  AUDIT-EMPLEADOS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUDIFD.
       FD  HIST-TRASLADOS
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTRASFD.
       FD  BAJAS-PENDIENTES

       01 WS-DIA-SEMANA-HOY       PIC 9(01).

       COPY WPLZWS.

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE "CAMBIO"                    TO REG-AUD-OPERACION
           PERFORM 098-REGISTRA-AUDITORIA
           PERFORM 055-REGISTRA-HISTORIA-TRASLADO
           PERFORM 056-MUEVE-PLAZA
           MOVE "A" TO WS-TAB-TRP-ESTADO (WS-IX-TRP)
           ADD 1 TO WS-CONT-APLICADAS.

           MOVE WS-TAB-TRP-DEPTO (WS-IX-TRP)  TO REG-TRAS-DEPTO-NUEVO
           MOVE WS-PUESTO-ANTES-TRANS TO REG-TRAS-PUESTO-ANT
           MOVE WS-TAB-TRP-PUESTO (WS-IX-TRP) TO REG-TRAS-PUESTO-NUEVO
           MOVE REG-EMP-EMPRESA       TO REG-TRAS-EMPRESA-ANT
                                         REG-TRAS-EMPRESA-NUEVA
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-TRAS-FECHA
           MOVE WS-TAB-TRP-USUARIO (WS-IX-TRP) TO REG-TRAS-USUARIO
           OPEN EXTEND HIST-TRASLADOS
              CLOSE HIST-TRASLADOS
           END-IF.

      * -------------------------------------------------------------- *
      * 056-MUEVE-PLAZA - LA PLAZA QUE OCUPA EL EMPLEADO EN 04-PLAZAS  *
      *                SE VA CON EL AL DEPTO Y PUESTO NUEVOS, IGUAL    *
      *                QUE EN PROG0015 (PROG0080, VER WPLZWS); SI NO   *
      *                SE PUEDE SOLO SE AVISA                          *
      * -------------------------------------------------------------- *
       056-MUEVE-PLAZA.
           MOVE "T"                   TO WS-PLZ-OPERACION
           MOVE WS-TAB-TRP-NUMERO (WS-IX-TRP) TO WS-PLZ-EMPLEADO
           MOVE ZEROS                 TO WS-PLZ-NUMERO
           MOVE WS-TAB-TRP-DEPTO (WS-IX-TRP)  TO WS-PLZ-DEPTO
           MOVE WS-TAB-TRP-PUESTO (WS-IX-TRP) TO WS-PLZ-PUESTO
           MOVE WS-TAB-TRP-FECHA (WS-IX-TRP)  TO WS-PLZ-FECHA
           MOVE WS-TAB-TRP-USUARIO (WS-IX-TRP) TO WS-PLZ-USUARIO
           CALL "PROG0080" USING WS-DATOS-PLAZA
           IF NOT WS-PLAZA-OK
              DISPLAY "PROG0038: AVISO, EMPLEADO " WS-PLZ-EMPLEADO
                      " PLAZA NO ACTUALIZADA: " WS-PLZ-MENSAJE
           END-IF.

      * -------------------------------------------------------------- *
      * 060-APLICA-BAJA - LA BAJA PROGRAMADA NO TOCA EL MAESTRO: SE    *
      *                ENCOLA EN 04-BAJAS-PENDIENTES IGUAL QUE         *
           MOVE WS-TAB-TRP-SALARIO (WS-IX-TRP)
                                        TO REG-HIST-SALARIO-DESPUES
           MOVE WS-FECHA-HOY-CCYYMMDD   TO REG-HIST-FECHA
           MOVE WS-TAB-TRP-FECHA (WS-IX-TRP)
                                        TO REG-HIST-FECHA-EFECTIVA
           MOVE WS-TAB-TRP-USUARIO (WS-IX-TRP) TO REG-HIST-USUARIO
           OPEN EXTEND HIST-SALARIOS
           IF WS-FILE-STATUS-HIST = "35"
