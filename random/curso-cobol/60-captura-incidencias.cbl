      *           PERIODO ABIERTO DE 04-PERIODOS Y, PARA LA PRIMA DE   *
      *           FESTIVO (PFE), CONTRA EL CALENDARIO 04-FERIADOS.     *
      *           PROG0008 LAS MANDA COMO REGISTROS TIPO "I" EN        *
      *           04-NOMINA-INTERFAZ. SE CAPTURA POR GRUPO DE PAGO,    *
      *           CONTRA EL PERIODO ABIERTO DEL CALENDARIO DEL GRUPO   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  INCIDENCIAS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTINCFD.
       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.
       FD  FERIADOS
               10 WS-TAB-TIN-UNIDAD
                                  PIC X(01)    VALUE SPACES.

      * EL GRUPO DE PAGO DE LA SESION (ESPACIOS = GRUPO 01)
       01 WS-GRUPO-PAGO           PIC X(02)    VALUE SPACES.
       01 WS-GRUPO-EMPLEADO       PIC X(02)    VALUE SPACES.

       01 WS-PERIODO-HOY.
           05 WS-PER-HOY-NUMERO   PIC 9(04)    VALUE ZEROS.
           05 WS-PER-HOY-INICIO   PIC 9(08)    VALUE ZEROS.
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 013-CARGA-TIPOS THRU 013-FIN-CARGA-TIPOS
           DISPLAY "GRUPO DE PAGO [01]: "
           ACCEPT WS-GRUPO-PAGO
           IF WS-GRUPO-PAGO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO
           END-IF
           PERFORM 014-UBICA-PERIODO THRU 014-FIN-UBICA-PERIODO
           IF NOT WS-PERIODO-OK
              DISPLAY "PROG0057: NO HAY PERIODO ABIERTO DEL GRUPO "
                      WS-GRUPO-PAGO " QUE CUBRA LA FECHA DE HOY "
                      "(VER PROG0031); NO SE CAPTURA"
              GOBACK
           END-IF
           OPEN I-O EMPLEADOS
       020-MENU.
           DISPLAY " "
           DISPLAY "----- INCIDENCIAS DEL PERIODO " WS-PER-HOY-NUMERO
                   " GRUPO " WS-GRUPO-PAGO " -----"
           DISPLAY "1) CAPTURAR INCIDENCIA"
           DISPLAY "2) LISTAR LAS DEL PERIODO"
           DISPLAY "9) SALIR"
           EXIT.

      * -------------------------------------------------------------- *
      * 014-UBICA-PERIODO - LA INCIDENCIA SE CAPTURA CONTRA EL PERIODO *
      *                ABIERTO DEL GRUPO QUE CUBRE LA FECHA DE HOY,    *
      *                IGUAL QUE LOS EXTRACTORES                       *
      * -------------------------------------------------------------- *
       014-UBICA-PERIODO.
                   CLOSE PERIODOS
                   GO TO 014-FIN-UBICA-PERIODO
           END-READ
           IF REG-PER-GRUPO = SPACES
              MOVE "01" TO REG-PER-GRUPO
           END-IF
           IF WS-FECHA-HOY-CCYYMMDD < REG-PER-FECHA-INICIO
              OR WS-FECHA-HOY-CCYYMMDD > REG-PER-FECHA-FIN
              OR REG-PER-GRUPO NOT = WS-GRUPO-PAGO
                 GO TO 0141-LEE-PERIODO
           END-IF
           IF REG-PER-ABIERTO
              DISPLAY "EL EMPLEADO NO ESTA ACTIVO"
              GO TO 020-MENU
           END-IF
           MOVE REG-EMP-GRUPO-PAGO TO WS-GRUPO-EMPLEADO
           IF WS-GRUPO-EMPLEADO = SPACES
              MOVE "01" TO WS-GRUPO-EMPLEADO
           END-IF
           IF WS-GRUPO-EMPLEADO NOT = WS-GRUPO-PAGO
              DISPLAY "EL EMPLEADO ES DEL GRUPO DE PAGO "
                      WS-GRUPO-EMPLEADO "; CAPTURE SUS INCIDENCIAS "
                      "EN EL PERIODO DE ESE GRUPO"
              GO TO 020-MENU
           END-IF
           DISPLAY "NOMBRE: " REG-EMP-NOMBRE
           DISPLAY "TIPO DE INCIDENCIA: "
           ACCEPT WS-CAP-TIPO
