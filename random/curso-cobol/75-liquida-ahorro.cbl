       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0072.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: LIQUIDACION ANUAL DEL FONDO DE AHORRO. PAGA A CADA   *
      *           EMPLEADO TODO SU SALDO DE 04-FONDO-AHORRO (VER       *
      *           WAHOFD): LO QUE AHORRO, LO QUE PUSO LA EMPRESA Y LOS *
      *           INTERESES. DEJA UN RENGLON POR EMPLEADO EN           *
      *           04-NOMINA-NETOS-AHO CON EL LAYOUT DE WNETFD PARA QUE *
      *           LA DISPERSION DE PROG0041 (TIPO A) LO PAGUE, ANOTA   *
      *           LA LIQUIDACION EN EL DIARIO 04-MOV-AHORRO, PONE LA   *
      *           CUENTA EN CEROS CON EL EJERCICIO LIQUIDADO E IMPRIME *
      *           04-REP-LIQUIDA-AHORRO. UN EJERCICIO YA LIQUIDADO NO  *
      *           SE VUELVE A CORRER, PARA NO PISAR EL ARCHIVO DE PAGO *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FONDO-AHORRO ASSIGN TO "04-FONDO-AHORRO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-AHO-NUMERO
           FILE STATUS IS WS-FILE-STATUS-AHO.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT MOV-AHORRO ASSIGN TO "04-MOV-AHORRO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-MAH.
           SELECT NOMINA-NETOS-AHO ASSIGN TO "04-NOMINA-NETOS-AHO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-NET.
           SELECT REPORTE ASSIGN TO "04-REP-LIQUIDA-AHORRO".

       DATA DIVISION.
       FILE SECTION.
       FD  FONDO-AHORRO
           RECORD CONTAINS 84 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAHOFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  MOV-AHORRO
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WMAHFD.
       FD  NOMINA-NETOS-AHO
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNETFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AHO      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-MAH      PIC X(02).
       01 WS-FILE-STATUS-NET      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-AHORRO    PIC X(01)    VALUE "N".
               88 WS-FIN-AHORRO               VALUE "S".
           05 WS-SW-YA-LIQUIDADO  PIC X(01)    VALUE "N".
               88 WS-YA-LIQUIDADO             VALUE "S".
           05 WS-SW-EMPLEADOS-OK  PIC X(01)    VALUE "N".
               88 WS-EMPLEADOS-OK             VALUE "S".
           05 WS-SW-MOV-AHORRO    PIC X(01)    VALUE "N".
               88 WS-MOV-AHORRO-OK            VALUE "S".

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

       01 WS-EJERCICIO            PIC 9(04)    VALUE ZEROS.
       01 WS-RESPUESTA            PIC X(01)    VALUE SPACES.
       01 WS-SALDO-TOTAL          PIC 9(09)V99  VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-LIQUIDADOS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-SALDO   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-MAESTRO PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-EMPLEADO     PIC 9(11)V99  VALUE ZEROS.
           05 WS-TOT-EMPRESA      PIC 9(11)V99  VALUE ZEROS.
           05 WS-TOT-INTERESES    PIC 9(11)V99  VALUE ZEROS.
           05 WS-TOT-LIQUIDADO    PIC 9(11)V99  VALUE ZEROS.

       01 WS-CONTROL-PAGINA.
           05 WS-LINEAS-PAGINA    PIC 9(03)    VALUE ZEROS.
           05 WS-MAX-LINEAS-PAGINA
                                  PIC 9(03)    VALUE 050.
           05 WS-PAGINA-ACTUAL    PIC 9(03)    VALUE ZEROS.

       01 WS-TITULO-1.
           05 FILLER              PIC X(29)    VALUE SPACES.
           05 WS-TIT-1            PIC X(22)
                                  VALUE "CENTRO DE CAPACITACION".
           05 FILLER              PIC X(29)    VALUE SPACES.

       01 WS-TITULO-2.
           05 FILLER              PIC X(08)    VALUE " FECHA: ".
           05 WS-TIT-2-DIA        PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-MES        PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(08)    VALUE SPACES.
           05 WS-TIT-2            PIC X(38)
                       VALUE "LIQUIDACION DEL FONDO DE AHORRO EJERC.".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-2-EJERCICIO  PIC 9(04).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(110)   VALUES ALL "-".
           05 FILLER              PIC X(21)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 FILLER              PIC X(05)    VALUES "NUM. ".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "EMPLEADO".
           05 FILLER              PIC X(28)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "EMPLEADO".
           05 FILLER              PIC X(07)    VALUES SPACES.
           05 FILLER              PIC X(07)    VALUES "EMPRESA".
           05 FILLER              PIC X(06)    VALUES SPACES.
           05 FILLER              PIC X(09)    VALUES "INTERESES".
           05 FILLER              PIC X(06)    VALUES SPACES.
           05 FILLER              PIC X(10)    VALUES "A PAGAR   ".

       01 WS-DETALLE.
           05 FILLER              PIC X(01).
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-EMPLEADO     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-EMPRESA      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-INTERESES    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-TOTAL        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(37)    VALUES SPACES.

       01 WS-LINEA-TOTAL.
           05 FILLER              PIC X(01).
           05 WS-TOT-LEYENDA      PIC X(30).
           05 WS-TOT-CANT-ED      PIC ZZ,ZZ9.
           05 FILLER              PIC X(14)
                       VALUE "  IMPORTE:    ".
           05 WS-TOT-IMPORTE-ED   PIC $$$$,$$$,$$9.99.
           05 FILLER              PIC X(66)    VALUE SPACES.

       COPY WFIRMA.

       PROCEDURE DIVISION.
       010-INICIO.
      * LA LIQUIDACION MUEVE DINERO DE TODA LA PLANTILLA: LA CORRE
      * FINANZAS (O EL ADMINISTRADOR)
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-FINANZAS AND NOT WS-FIR-ADMINISTRADOR
              DISPLAY "PROG0072: SOLO EL ROL DE FINANZAS PUEDE "
                      "LIQUIDAR EL FONDO DE AHORRO"
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           DISPLAY "EJERCICIO (AAAA, VACIO = ANIO EN CURSO): "
           ACCEPT WS-EJERCICIO
           IF WS-EJERCICIO = ZEROS
              MOVE WS-HOY-ANIO TO WS-EJERCICIO
           END-IF
           PERFORM 015-REVISA-LIQUIDADO THRU 015-FIN-REVISA-LIQUIDADO
           IF WS-FILE-STATUS-AHO NOT = "00"
              GOBACK
           END-IF
           IF WS-YA-LIQUIDADO
              DISPLAY "PROG0072: EL EJERCICIO " WS-EJERCICIO
                      " YA SE LIQUIDO; NO SE VUELVE A CORRER"
              GOBACK
           END-IF
           DISPLAY "SE PAGARA TODO EL SALDO DEL FONDO Y LAS CUENTAS "
                   "QUEDARAN EN CEROS. CONFIRMA (S/N): "
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA NOT = "S"
              DISPLAY "PROG0072: LIQUIDACION CANCELADA"
              GOBACK
           END-IF
           OPEN I-O FONDO-AHORRO
           IF WS-FILE-STATUS-AHO NOT = "00"
              DISPLAY "PROG0072: NO SE PUDO ABRIR 04-FONDO-AHORRO, "
                      "STATUS " WS-FILE-STATUS-AHO
              GOBACK
           END-IF
      * SIN EL MAESTRO EL PAGO SALE SIN DEPARTAMENTO, PERO SALE
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP = "00"
              MOVE "S" TO WS-SW-EMPLEADOS-OK
           END-IF
           OPEN EXTEND MOV-AHORRO
           IF WS-FILE-STATUS-MAH = "35"
              OPEN OUTPUT MOV-AHORRO
           END-IF
           IF WS-FILE-STATUS-MAH = "00"
              MOVE "S" TO WS-SW-MOV-AHORRO
           ELSE
              DISPLAY "PROG0072: AVISO, NO SE PUDO ABRIR "
                      "04-MOV-AHORRO, STATUS " WS-FILE-STATUS-MAH
                      "; MOVIMIENTOS PERDIDOS"
           END-IF
           OPEN OUTPUT NOMINA-NETOS-AHO
                       REPORTE
           MOVE WS-HOY-DIA   TO WS-TIT-2-DIA
           MOVE WS-HOY-MES   TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO  TO WS-TIT-2-ANIO
           MOVE WS-EJERCICIO TO WS-TIT-2-EJERCICIO
           PERFORM 005-IMPRIME-ENCABEZADOS
           GO TO 020-LEE-AHORRO.

       005-IMPRIME-ENCABEZADOS.
           ADD 1 TO WS-PAGINA-ACTUAL
           MOVE WS-PAGINA-ACTUAL TO WS-TIT-2-PAGINA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE 5 TO WS-LINEAS-PAGINA.

      * -------------------------------------------------------------- *
      * 015-REVISA-LIQUIDADO - UNA PASADA DE LECTURA PARA SABER SI     *
      *                ALGUNA CUENTA YA TIENE LIQUIDADO EL EJERCICIO   *
      * -------------------------------------------------------------- *
       015-REVISA-LIQUIDADO.
           OPEN INPUT FONDO-AHORRO
           IF WS-FILE-STATUS-AHO NOT = "00"
              DISPLAY "PROG0072: SIN 04-FONDO-AHORRO, STATUS "
                      WS-FILE-STATUS-AHO "; NO HAY NADA QUE LIQUIDAR"
              GO TO 015-FIN-REVISA-LIQUIDADO
           END-IF
           GO TO 0151-LEE-REVISA.

       0151-LEE-REVISA.
           READ FONDO-AHORRO NEXT RECORD
               AT END
                   GO TO 0152-FIN-LEE-REVISA
           END-READ
           IF REG-AHO-EJERCICIO-LIQ = WS-EJERCICIO
              MOVE "S" TO WS-SW-YA-LIQUIDADO
              GO TO 0152-FIN-LEE-REVISA
           END-IF
           GO TO 0151-LEE-REVISA.

       0152-FIN-LEE-REVISA.
           CLOSE FONDO-AHORRO
           MOVE "00" TO WS-FILE-STATUS-AHO.

       015-FIN-REVISA-LIQUIDADO.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-LEE-AHORRO - UNA CUENTA CON SALDO: EL RENGLON DE PAGO, EL  *
      *                MOVIMIENTO, LA LINEA DEL LISTADO Y LA CUENTA EN *
      *                CEROS CON EL EJERCICIO LIQUIDADO                *
      * -------------------------------------------------------------- *
       020-LEE-AHORRO.
           READ FONDO-AHORRO NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-AHORRO
                   GO TO 090-FIN
           END-READ
           ADD 1 TO WS-CONT-LEIDOS
           COMPUTE WS-SALDO-TOTAL = REG-AHO-SALDO-EMPLEADO
                                  + REG-AHO-SALDO-EMPRESA
                                  + REG-AHO-SALDO-INTERESES
           IF WS-SALDO-TOTAL = ZEROS
              ADD 1 TO WS-CONT-SIN-SALDO
              GO TO 020-LEE-AHORRO
           END-IF
           PERFORM 030-ESCRIBE-PAGO
           ADD 1                       TO WS-CONT-LIQUIDADOS
           ADD REG-AHO-SALDO-EMPLEADO  TO WS-TOT-EMPLEADO
           ADD REG-AHO-SALDO-EMPRESA   TO WS-TOT-EMPRESA
           ADD REG-AHO-SALDO-INTERESES TO WS-TOT-INTERESES
           ADD WS-SALDO-TOTAL          TO WS-TOT-LIQUIDADO
           PERFORM 040-IMPRIME-DETALLE
           IF WS-MOV-AHORRO-OK
              MOVE REG-AHO-NUMERO        TO REG-MAH-NUMERO
              MOVE WS-FECHA-HOY-CCYYMMDD TO REG-MAH-FECHA
              MOVE "L"                   TO REG-MAH-TIPO
              MOVE WS-EJERCICIO          TO REG-MAH-REFERENCIA
              MOVE WS-SALDO-TOTAL        TO REG-MAH-IMPORTE
              MOVE "PROG0072"            TO REG-MAH-PROGRAMA
              WRITE REG-MOV-AHORRO
           END-IF
           MOVE ZEROS        TO REG-AHO-SALDO-EMPLEADO
                                REG-AHO-SALDO-EMPRESA
                                REG-AHO-SALDO-INTERESES
           MOVE WS-EJERCICIO TO REG-AHO-EJERCICIO-LIQ
           MOVE WS-FECHA-HOY-CCYYMMDD
                             TO REG-AHO-FECHA-ULT-MOV
           REWRITE REG-AHORRO
               INVALID KEY
                   DISPLAY "PROG0072: NO SE PUDO PONER EN CEROS LA "
                           "CUENTA DEL EMPLEADO " REG-AHO-NUMERO
           END-REWRITE
           GO TO 020-LEE-AHORRO.

      * -------------------------------------------------------------- *
      * 030-ESCRIBE-PAGO - EL RENGLON DE 04-NOMINA-NETOS-AHO: TODO EL  *
      *                SALDO ES BRUTO Y NETO, SIN DEDUCCIONES          *
      * -------------------------------------------------------------- *
       030-ESCRIBE-PAGO.
           INITIALIZE REG-NETO
           MOVE REG-AHO-NUMERO TO REG-NETO-NUMERO
           MOVE REG-AHO-NOMBRE TO REG-NETO-NOMBRE
           MOVE ZEROS          TO REG-NETO-DEPTO
           IF WS-EMPLEADOS-OK
              MOVE REG-AHO-NUMERO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      ADD 1 TO WS-CONT-SIN-MAESTRO
                  NOT INVALID KEY
                      MOVE REG-EMP-DEPTO TO REG-NETO-DEPTO
              END-READ
           END-IF
           MOVE WS-SALDO-TOTAL TO REG-NETO-BRUTO
                                  REG-NETO-NETO
           MOVE ZEROS          TO REG-NETO-DEDUCCIONES
                                  REG-NETO-ISR
                                  REG-NETO-IMSS
           WRITE REG-NETO.

       040-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE REG-AHO-NUMERO          TO WS-DET-NUMERO
           MOVE REG-AHO-NOMBRE          TO WS-DET-NOMBRE
           MOVE REG-AHO-SALDO-EMPLEADO  TO WS-DET-EMPLEADO
           MOVE REG-AHO-SALDO-EMPRESA   TO WS-DET-EMPRESA
           MOVE REG-AHO-SALDO-INTERESES TO WS-DET-INTERESES
           MOVE WS-SALDO-TOTAL          TO WS-DET-TOTAL
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       090-FIN.
           CLOSE FONDO-AHORRO
                 NOMINA-NETOS-AHO
           IF WS-EMPLEADOS-OK
              CLOSE EMPLEADOS
           END-IF
           IF WS-MOV-AHORRO-OK
              CLOSE MOV-AHORRO
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "APORTACIONES DEL EMPLEADO   :" TO WS-TOT-LEYENDA
           MOVE WS-CONT-LIQUIDADOS TO WS-TOT-CANT-ED
           MOVE WS-TOT-EMPLEADO    TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           MOVE "APORTACIONES DE LA EMPRESA  :" TO WS-TOT-LEYENDA
           MOVE WS-TOT-EMPRESA     TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           MOVE "INTERESES                   :" TO WS-TOT-LEYENDA
           MOVE WS-TOT-INTERESES   TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           MOVE "TOTAL A DISPERSAR           :" TO WS-TOT-LEYENDA
           MOVE WS-TOT-LIQUIDADO   TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           CLOSE REPORTE
           DISPLAY "PROG0072: CUENTAS LEIDAS      : " WS-CONT-LEIDOS
           DISPLAY "PROG0072: CUENTAS LIQUIDADAS  : " WS-CONT-LIQUIDADOS
           DISPLAY "PROG0072: SIN SALDO           : " WS-CONT-SIN-SALDO
           DISPLAY "PROG0072: SIN MAESTRO         : "
                   WS-CONT-SIN-MAESTRO
           DISPLAY "PROG0072: TOTAL LIQUIDADO     : " WS-TOT-LIQUIDADO
           DISPLAY "PROG0072: PAGOS EN 04-NOMINA-NETOS-AHO; DISPERSE "
                   "CON PROG0041 TIPO A"
           GOBACK.

       END PROGRAM PROG0072.
