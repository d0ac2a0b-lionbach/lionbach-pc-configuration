      * -------------------------------------------------------------- *
      * OBJETIVO: CONSULTAR UN EMPLEADO POR NUMERO, O POR UN PEDAZO    *
      *           DE SU NOMBRE, EN EL MAESTRO INDEXADO, SIN TENER QUE  *
      *           CORRER TODO EL REPORTE. PIDE FIRMA (PROG0036): EL    *
      *           ROL DE SOLO CONSULTA VE EL SALARIO ENMASCARADO Y     *
      *           CUALQUIER OTRO ROL QUE LO VE QUEDA ANOTADO EN        *
      *           04-AUDIT-EMPLEADOS. LAS NOTAS DE UN CASO DE RH       *
      *           (PROG0105) SOLO SE LISTAN A RH Y AL ADMINISTRADOR    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           SELECT HIST-TRASLADOS ASSIGN TO "04-HIST-TRASLADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TRAS.
           SELECT AUDIT-EMPLEADOS ASSIGN TO "04-AUDIT-EMPLEADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AUDIT.

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
       FD  NOTAS-EMPLEADO
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNOTAFD.
       FD  HIST-TRASLADOS
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTRASFD.
       FD  AUDIT-EMPLEADOS
           RECORD CONTAINS 107 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUDIFD.

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WDEPTOS.
       COPY WPUESTOS.
       COPY WSTATUS.
       COPY WFIRMA.

       01 WS-FILE-STATUS          PIC X(02).
       01 WS-FILE-STATUS-AUDIT    PIC X(02).
       01 WS-OPCION-BUSCA         PIC 9(01)    VALUE ZEROS.
       01 WS-NUMERO-BUSCA         PIC 9(05).
       01 WS-NOM-DEPTO            PIC X(20).
       01 WS-SW-FIN-TRASLADOS     PIC X(01)    VALUE "N".
           88 WS-FIN-TRASLADOS            VALUE "S".

      * EL ROL DE SOLO CONSULTA VE ESTO EN LUGAR DEL SALARIO
       01 WS-MASCARA-DATO         PIC X(13)    VALUE ALL "*".

       01 WS-FECHA-HOY.
           05 FILLER              PIC X(02).
           05 WS-HOY-DIA          PIC 9(02).
           05 WS-HOY-MES          PIC 9(02).
           05 WS-HOY-ANIO         PIC 9(04).

       01 WS-FECHA-HOY-CCYYMMDD-G.
           05 WS-FHG-ANIO         PIC 9(04).
           05 WS-FHG-MES          PIC 9(02).
           05 WS-FHG-DIA          PIC 9(02).

       01 WS-FECHA-HOY-CCYYMMDD REDEFINES WS-FECHA-HOY-CCYYMMDD-G
                                  PIC 9(08).

       01 WS-DIA-SEMANA-HOY       PIC 9(01).

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           PERFORM 015-CARGA-CATALOGOS THRU 015-FIN-CARGA-CATALOGOS
           OPEN INPUT EMPLEADOS
           PERFORM 025-MENU.
           DISPLAY "STATUS  : " WS-STATUS-EMP " " WS-NOM-STATUS
           DISPLAY "DEPTO   : " WS-DEPTO-EMP " " WS-NOM-DEPTO
           DISPLAY "PUESTO  : " WS-PUESTO-EMP " " WS-NOM-PUESTO
           IF WS-FIR-SOLO-CONSULTA
              DISPLAY "SALARIO : " WS-MASCARA-DATO
           ELSE
              DISPLAY "SALARIO : " WS-SALARIO-EMP
              PERFORM 098-REGISTRA-AUDITORIA
           END-IF
           DISPLAY "SUPERV. : " WS-SUPERVISOR-EMP
           PERFORM 065-MUESTRA-TRASLADOS THRU 065-FIN-MUESTRA-TRAS.

                      "  PUESTO " REG-TRAS-PUESTO-ANT " -> "
                      REG-TRAS-PUESTO-NUEVO
                      "  (" REG-TRAS-USUARIO ")"
              IF REG-TRAS-EMPRESA-ANT NOT = REG-TRAS-EMPRESA-NUEVA
                 DISPLAY "             EMPRESA "
                         REG-TRAS-EMPRESA-ANT " -> "
                         REG-TRAS-EMPRESA-NUEVA
              END-IF
           END-IF
           GO TO 066-LEE-TRASLADO.

      * -------------------------------------------------------------- *
      * 070-MUESTRA-NOTAS - RECORRE LAS NOTAS DEL PROGRAMA NOTAS001 Y  *
      *                LISTA LAS QUE ESTAN LIGADAS AL EMPLEADO QUE SE  *
      *                ACABA DE CONSULTAR (REG-NOTA-EMPLEADO), SIN LAS *
      *                DE UN CASO DE RH SI EL ROL NO ES RH NI EL       *
      *                ADMINISTRADOR                                   *
      * -------------------------------------------------------------- *
       070-MUESTRA-NOTAS.
           OPEN INPUT NOTAS-EMPLEADO
           IF WS-FIN-NOTAS
              GO TO 079-FIN-LEE-NOTAS
           END-IF
           IF REG-NOTA-CASO NUMERIC AND REG-NOTA-CASO NOT = ZEROS
              AND NOT WS-FIR-RECURSOS-HUMANOS
              AND NOT WS-FIR-ADMINISTRADOR
                 GO TO 075-LEE-NOTAS
           END-IF
           IF REG-NOTA-EMPLEADO = WS-NUMERO-EMP
              IF WS-CONT-NOTAS = 0
                 DISPLAY "NOTAS LIGADAS A ESTE EMPLEADO:"
       070-FIN-MUESTRA-NOTAS.
           EXIT.

      * -------------------------------------------------------------- *
      * 098-REGISTRA-AUDITORIA - ANOTA EN 04-AUDIT-EMPLEADOS QUIEN Y   *
      *                CUANDO VIO EL SALARIO DEL EMPLEADO SIN MASCARA  *
      * -------------------------------------------------------------- *
       098-REGISTRA-AUDITORIA.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           MOVE WS-FIR-ID             TO REG-AUD-USUARIO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-AUD-FECHA
           ACCEPT REG-AUD-HORA FROM TIME
           MOVE WS-NUMERO-EMP         TO REG-AUD-NUMERO
           MOVE "CONSUL"              TO REG-AUD-OPERACION
           MOVE "SALARIO VISTO EN CONSULTA (PROG0004)"
                                      TO REG-AUD-CAMPOS
           OPEN EXTEND AUDIT-EMPLEADOS
           IF WS-FILE-STATUS-AUDIT = "35"
              OPEN OUTPUT AUDIT-EMPLEADOS
           END-IF
           IF WS-FILE-STATUS-AUDIT NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-AUDIT-EMPLEADOS, "
                      "STATUS " WS-FILE-STATUS-AUDIT
                      "; REGISTRO PERDIDO"
           ELSE
              WRITE REG-AUD-EMPLEADO
              CLOSE AUDIT-EMPLEADOS
           END-IF.

       100-FIN.
           CLOSE EMPLEADOS
           GOBACK.
