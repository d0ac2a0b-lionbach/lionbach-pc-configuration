       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  RESPALDO
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RESPALDO           PIC X(96).
       FD  ULTIMO-RESPALDO
           RECORD CONTAINS 09 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
                                     WS-FECHA-NACIMIENTO-EMP-ANTES
                                 WS-SUPERVISOR-EMP BY
                                     WS-SUPERVISOR-EMP-ANTES
                                 WS-RFC-EMP BY WS-RFC-EMP-ANTES
                                 WS-GRUPO-PAGO-EMP BY
                                     WS-GRUPO-PAGO-EMP-ANTES
                                 WS-EMPRESA-EMP BY
                                     WS-EMPRESA-EMP-ANTES.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-BAK      PIC X(02).
               10 WS-TAB-BAK-NUMERO
                                  PIC 9(05)    VALUE 99999.
               10 WS-TAB-BAK-REGISTRO
                                  PIC X(96).
               10 WS-TAB-BAK-VISTO
                                  PIC X(01).
       01 WS-CANT-BAK             PIC 9(05)    VALUE ZEROS.
              MOVE WS-RFC-EMP-ANTES       TO WS-CAM-ANTES
              MOVE WS-RFC-EMP             TO WS-CAM-DESPUES
              PERFORM 065-ESCRIBE-CAMPO
           END-IF
           IF WS-GRUPO-PAGO-EMP NOT = WS-GRUPO-PAGO-EMP-ANTES
              MOVE "GRUPO DE PAGO"        TO WS-CAM-CAMPO
              MOVE WS-GRUPO-PAGO-EMP-ANTES
                                          TO WS-CAM-ANTES
              MOVE WS-GRUPO-PAGO-EMP      TO WS-CAM-DESPUES
              PERFORM 065-ESCRIBE-CAMPO
           END-IF
           IF WS-EMPRESA-EMP NOT = WS-EMPRESA-EMP-ANTES
              MOVE "EMPRESA"              TO WS-CAM-CAMPO
              MOVE WS-EMPRESA-EMP-ANTES   TO WS-CAM-ANTES
              MOVE WS-EMPRESA-EMP         TO WS-CAM-DESPUES
              PERFORM 065-ESCRIBE-CAMPO
           END-IF.

       065-ESCRIBE-CAMPO.
