       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0073.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: CAPTURA Y CONSULTA DE LAS SOLICITUDES DE REEMBOLSO   *
      *           DE GASTOS DE LOS EMPLEADOS EN 04-GASTOS (VER         *
      *           WGASFD). CADA SOLICITUD ENTRA PENDIENTE CON EL       *
      *           DEPARTAMENTO QUE TIENE HOY EL EMPLEADO Y EL ID DE    *
      *           QUIEN LA CAPTURO; PROG0074 LA APRUEBA O RECHAZA EL   *
      *           GERENTE DEL DEPARTAMENTO, PROG0041 PAGA LAS          *
      *           APROBADAS EN LA SIGUIENTE DISPERSION Y PROG0030 LAS  *
      *           LLEVA A LA CUENTA DE GASTO DEL DEPARTAMENTO          *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT GASTOS ASSIGN TO "04-GASTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-GAS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-GAS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  GASTOS
           RECORD CONTAINS 142 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WGASFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-GAS      PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CAPTURA-GASTO.
           05 WS-CAP-NUMERO       PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-FECHA-GASTO  PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-FECHA-GASTO-G REDEFINES WS-CAP-FECHA-GASTO.
               10 WS-CAP-FG-ANIO  PIC 9(04).
               10 WS-CAP-FG-MES   PIC 9(02).
               10 WS-CAP-FG-DIA   PIC 9(02).
           05 WS-CAP-CONCEPTO     PIC X(30)    VALUE SPACES.
           05 WS-CAP-IMPORTE      PIC 9(07)V99  VALUE ZEROS.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

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
       01 WS-CONT-LISTADOS        PIC 9(04)    VALUE ZEROS.
       01 WS-TOT-LISTADOS         PIC 9(09)V99  VALUE ZEROS.
       01 WS-DESC-ESTADO          PIC X(10)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
      * EL REEMBOLSO SALE EN LA DISPERSION: EL ROL DE SOLO CONSULTA
      * PUEDE VER LAS SOLICITUDES PERO NO CAPTURARLAS
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0073: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           OPEN I-O GASTOS
           IF WS-FILE-STATUS-GAS = "35"
              OPEN OUTPUT GASTOS
              CLOSE GASTOS
              OPEN I-O GASTOS
           END-IF
           IF WS-FILE-STATUS-GAS NOT = "00"
              DISPLAY "PROG0073: NO SE PUDO ABRIR 04-GASTOS, "
                      "STATUS " WS-FILE-STATUS-GAS
              CLOSE EMPLEADOS
              GOBACK
           END-IF
           PERFORM 020-MENU.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- REEMBOLSO DE GASTOS -----"
           DISPLAY "1) CAPTURA DE SOLICITUD"
           DISPLAY "2) CONSULTA POR EMPLEADO"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           GO TO 030-ALTA
                 040-CONSULTA
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 030-ALTA - UNA SOLICITUD POR GASTO: EL EMPLEADO DEBE ESTAR     *
      *            ACTIVO, LA FECHA DEL GASTO NO PUEDE SER POSTERIOR   *
      *            A HOY, EL CONCEPTO ES OBLIGATORIO Y EL IMPORTE NO   *
      *            PUEDE SER CERO. LA LLAVE LLEVA LA FECHA Y HORA DE   *
      *            CAPTURA PARA QUE UN EMPLEADO TENGA VARIAS           *
      * -------------------------------------------------------------- *
       030-ALTA.
           IF WS-FIR-SOLO-CONSULTA
              DISPLAY "PROG0073: SU ROL ES DE SOLO CONSULTA"
              GO TO 020-MENU
           END-IF
           DISPLAY " "
           DISPLAY "----- CAPTURA DE SOLICITUD DE REEMBOLSO -----"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-NUMERO
           MOVE WS-CAP-NUMERO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   DISPLAY "EMPLEADO NO ENCONTRADO: " WS-CAP-NUMERO
                   GO TO 020-MENU
           END-READ
           IF REG-EMP-STATUS NOT = 1
              DISPLAY "EL EMPLEADO NO ESTA ACTIVO"
              GO TO 020-MENU
           END-IF
           DISPLAY "NOMBRE: " REG-EMP-NOMBRE
           DISPLAY "FECHA DEL GASTO (AAAAMMDD): "
           ACCEPT WS-CAP-FECHA-GASTO
           IF WS-CAP-FG-MES < 1 OR WS-CAP-FG-MES > 12
              OR WS-CAP-FG-DIA < 1 OR WS-CAP-FG-DIA > 31
                 DISPLAY "FECHA DEL GASTO NO VALIDA"
                 GO TO 020-MENU
           END-IF
           IF WS-CAP-FECHA-GASTO > WS-FECHA-HOY-CCYYMMDD
              DISPLAY "LA FECHA DEL GASTO NO PUEDE SER POSTERIOR A HOY"
              GO TO 020-MENU
           END-IF
           DISPLAY "CONCEPTO DEL GASTO        : "
           ACCEPT WS-CAP-CONCEPTO
           IF WS-CAP-CONCEPTO = SPACES
              DISPLAY "EL CONCEPTO ES OBLIGATORIO"
              GO TO 020-MENU
           END-IF
           DISPLAY "IMPORTE A REEMBOLSAR      : "
           ACCEPT WS-CAP-IMPORTE
           IF WS-CAP-IMPORTE = ZEROS
              DISPLAY "EL IMPORTE NO PUEDE SER CERO"
              GO TO 020-MENU
           END-IF
           DISPLAY "CONFIRMA LA SOLICITUD (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "CAPTURA CANCELADA"
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-NUMERO         TO REG-GAS-NUMERO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-GAS-FECHA-CAPTURA
           ACCEPT REG-GAS-HORA-CAPTURA FROM TIME
           MOVE REG-EMP-NOMBRE        TO REG-GAS-NOMBRE-EMP
           MOVE REG-EMP-DEPTO         TO REG-GAS-DEPTO
           MOVE WS-CAP-FECHA-GASTO    TO REG-GAS-FECHA-GASTO
           MOVE WS-CAP-CONCEPTO       TO REG-GAS-CONCEPTO
           MOVE WS-CAP-IMPORTE        TO REG-GAS-IMPORTE
           MOVE WS-FIR-ID             TO REG-GAS-USUARIO-CAPTURA
           MOVE "P"                   TO REG-GAS-ESTADO
           MOVE SPACES                TO REG-GAS-USUARIO-RESUELVE
           MOVE ZEROS                 TO REG-GAS-FECHA-RESUELVE
           MOVE ZEROS                 TO REG-GAS-FECHA-PAGO
           MOVE ZEROS                 TO REG-GAS-FECHA-POLIZA
           WRITE REG-GASTO
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR LA SOLICITUD: "
                           WS-FILE-STATUS-GAS
                   GO TO 020-MENU
           END-WRITE
           DISPLAY "SOLICITUD REGISTRADA; QUEDA PENDIENTE DE QUE LA "
                   "APRUEBE EL GERENTE DEL DEPTO " REG-GAS-DEPTO
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 040-CONSULTA - TODAS LAS SOLICITUDES DEL EMPLEADO CON SU       *
      *                ESTADO, QUIEN LA RESOLVIO Y SI YA SE PAGO       *
      * -------------------------------------------------------------- *
       040-CONSULTA.
           DISPLAY " "
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-NUMERO
           MOVE ZEROS         TO WS-CONT-LISTADOS
           MOVE ZEROS         TO WS-TOT-LISTADOS
           MOVE WS-CAP-NUMERO TO REG-GAS-NUMERO
           MOVE ZEROS         TO REG-GAS-FECHA-CAPTURA
           MOVE ZEROS         TO REG-GAS-HORA-CAPTURA
           START GASTOS KEY NOT LESS THAN REG-GAS-LLAVE
               INVALID KEY
                   DISPLAY "SIN SOLICITUDES REGISTRADAS PARA: "
                           WS-CAP-NUMERO
                   GO TO 020-MENU
           END-START
           GO TO 041-LEE-CONSULTA.

       041-LEE-CONSULTA.
           READ GASTOS NEXT RECORD
               AT END
                   GO TO 042-FIN-CONSULTA
           END-READ
           IF REG-GAS-NUMERO NOT = WS-CAP-NUMERO
              GO TO 042-FIN-CONSULTA
           END-IF
           ADD 1               TO WS-CONT-LISTADOS
           ADD REG-GAS-IMPORTE TO WS-TOT-LISTADOS
           MOVE "PENDIENTE"    TO WS-DESC-ESTADO
           IF REG-GAS-APROBADO
              MOVE "APROBADA"  TO WS-DESC-ESTADO
           END-IF
           IF REG-GAS-RECHAZADO
              MOVE "RECHAZADA" TO WS-DESC-ESTADO
           END-IF
           DISPLAY " "
           DISPLAY "CAPTURADA         : " REG-GAS-FECHA-CAPTURA
                   " POR " REG-GAS-USUARIO-CAPTURA
           DISPLAY "FECHA DEL GASTO   : " REG-GAS-FECHA-GASTO
                   "  DEPTO: " REG-GAS-DEPTO
           DISPLAY "CONCEPTO          : " REG-GAS-CONCEPTO
           DISPLAY "IMPORTE           : " REG-GAS-IMPORTE
           DISPLAY "ESTADO            : " WS-DESC-ESTADO
           IF NOT REG-GAS-PENDIENTE
              DISPLAY "RESUELTA          : " REG-GAS-FECHA-RESUELVE
                      " POR " REG-GAS-USUARIO-RESUELVE
           END-IF
           IF REG-GAS-FECHA-PAGO NOT = ZEROS
              DISPLAY "PAGADA EN LA DISPERSION DEL " REG-GAS-FECHA-PAGO
           END-IF
           GO TO 041-LEE-CONSULTA.

       042-FIN-CONSULTA.
           IF WS-CONT-LISTADOS = ZEROS
              DISPLAY "SIN SOLICITUDES REGISTRADAS PARA: "
                      WS-CAP-NUMERO
           ELSE
              DISPLAY " "
              DISPLAY "SOLICITUDES: " WS-CONT-LISTADOS
                      "  IMPORTE TOTAL: " WS-TOT-LISTADOS
           END-IF
           GO TO 020-MENU.

       100-FIN.
           CLOSE EMPLEADOS
                 GASTOS
           GOBACK.
       END PROGRAM PROG0073.
