       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0071.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: INTERES MENSUAL DEL FONDO DE AHORRO. TOMA DE         *
      *           04-TASAS-AHORRO LA TASA ANUAL QUE FINANZAS FIJO PARA *
      *           EL MES PEDIDO Y ABONA A CADA CUENTA DE               *
      *           04-FONDO-AHORRO (VER WAHOFD) LA DOCEAVA PARTE SOBRE  *
      *           SU SALDO (APORTACIONES DEL EMPLEADO, DE LA EMPRESA Y *
      *           LOS INTERESES YA GANADOS). UNA CUENTA QUE YA TIENE   *
      *           EL INTERES DE ESE MES (O DE UNO POSTERIOR) NO SE     *
      *           VUELVE A TOCAR, ASI LA CORRIDA SE PUEDE REPETIR.     *
      *           CADA ABONO VA AL DIARIO 04-MOV-AHORRO Y AL LISTADO   *
      *           04-REP-INTERESES-AHORRO                              *
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
           SELECT MOV-AHORRO ASSIGN TO "04-MOV-AHORRO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-MAH.
           SELECT TASAS-AHORRO ASSIGN TO "04-TASAS-AHORRO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TAH.
           SELECT REPORTE ASSIGN TO "04-REP-INTERESES-AHORRO".

       DATA DIVISION.
       FILE SECTION.
       FD  FONDO-AHORRO
           RECORD CONTAINS 84 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAHOFD.
       FD  MOV-AHORRO
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WMAHFD.

      * -------------------------------------------------------------- *
      * TASAS-AHORRO - 04-TASAS-AHORRO, UN RENGLON POR MES (AAAAMM)    *
      *             CON LA TASA ANUAL EN PORCENTAJE QUE PAGA EL FONDO; *
      *             LO MANTIENE FINANZAS A MANO. UN MES SIN RENGLON NO *
      *             SE PUEDE ABONAR                                    *
      * -------------------------------------------------------------- *
       FD  TASAS-AHORRO
           RECORD CONTAINS 12 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TASA-AHORRO.
           05  REG-TAH-MES            PIC 9(06).
           05  REG-TAH-TASA-ANUAL     PIC 9(02)V9(04).

       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AHO      PIC X(02).
       01 WS-FILE-STATUS-MAH      PIC X(02).
       01 WS-FILE-STATUS-TAH      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-AHORRO    PIC X(01)    VALUE "N".
               88 WS-FIN-AHORRO               VALUE "S".
           05 WS-SW-FIN-TASAS     PIC X(01)    VALUE "N".
               88 WS-FIN-TASAS                VALUE "S".
           05 WS-SW-HAY-TASA      PIC X(01)    VALUE "N".
               88 WS-HAY-TASA                 VALUE "S".
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

      * -------------------------------------------------------------- *
      * WS-MES-INTERES - MES QUE SE ABONA (AAAAMM); VACIO = MES EN     *
      * CURSO                                                          *
      * -------------------------------------------------------------- *
       01 WS-MES-INTERES-G.
           05 WS-MIN-ANIO         PIC 9(04)    VALUE ZEROS.
           05 WS-MIN-MES          PIC 9(02)    VALUE ZEROS.
       01 WS-MES-INTERES REDEFINES WS-MES-INTERES-G
                                  PIC 9(06).

       01 WS-CALCULO-INTERES.
           05 WS-TASA-ANUAL       PIC 9(02)V9(04) VALUE ZEROS.
           05 WS-SALDO-ANTERIOR   PIC 9(09)V99  VALUE ZEROS.
           05 WS-INTERES          PIC 9(07)V99  VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-ABONADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-YA-ABONADOS PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-SALDO   PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-SALDOS       PIC 9(11)V99  VALUE ZEROS.
           05 WS-TOT-INTERESES    PIC 9(09)V99  VALUE ZEROS.

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
           05 WS-TIT-2            PIC X(33)
                        VALUE "INTERESES DEL FONDO DE AHORRO MES".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-2-MES-INT    PIC 9(06).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-TITULO-3.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(20)
                                  VALUE "TASA ANUAL APLICADA:".
           05 WS-TIT-3-TASA       PIC Z9.9999.
           05 FILLER              PIC X(04)    VALUE " %  ".
           05 FILLER              PIC X(100)   VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(100)   VALUES ALL "-".
           05 FILLER              PIC X(31)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 FILLER              PIC X(05)    VALUES "NUM. ".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "EMPLEADO".
           05 FILLER              PIC X(24)    VALUES SPACES.
           05 FILLER              PIC X(14)    VALUES "SALDO ANTERIOR".
           05 FILLER              PIC X(07)    VALUES SPACES.
           05 FILLER              PIC X(07)    VALUES "INTERES".
           05 FILLER              PIC X(07)    VALUES SPACES.
           05 FILLER              PIC X(11)    VALUES "SALDO NUEVO".

       01 WS-DETALLE.
           05 FILLER              PIC X(01).
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-SALDO-ANT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-INTERES      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-SALDO-NUEVO  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(48)    VALUES SPACES.

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
      * EL INTERES ES DINERO DE LA EMPRESA QUE ENTRA AL FONDO: LO
      * ABONA FINANZAS (O EL ADMINISTRADOR)
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-FINANZAS AND NOT WS-FIR-ADMINISTRADOR
              DISPLAY "PROG0071: SOLO EL ROL DE FINANZAS PUEDE ABONAR "
                      "INTERESES AL FONDO DE AHORRO"
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           DISPLAY "MES A ABONAR (AAAAMM, VACIO = MES EN CURSO): "
           ACCEPT WS-MES-INTERES
           IF WS-MES-INTERES = ZEROS
              MOVE WS-HOY-ANIO TO WS-MIN-ANIO
              MOVE WS-HOY-MES  TO WS-MIN-MES
           END-IF
           IF WS-MIN-MES < 1 OR WS-MIN-MES > 12
              DISPLAY "PROG0071: MES NO VALIDO: " WS-MES-INTERES
              GOBACK
           END-IF
           PERFORM 015-BUSCA-TASA THRU 015-FIN-BUSCA-TASA
           IF NOT WS-HAY-TASA
              DISPLAY "PROG0071: NO HAY TASA PARA EL MES "
                      WS-MES-INTERES " EN 04-TASAS-AHORRO; NO SE "
                      "ABONA NADA"
              GOBACK
           END-IF
           OPEN I-O FONDO-AHORRO
           IF WS-FILE-STATUS-AHO NOT = "00"
              DISPLAY "PROG0071: SIN 04-FONDO-AHORRO, STATUS "
                      WS-FILE-STATUS-AHO
                      " (LO ABRE EL CIERRE DE PERIODO DE PROG0031)"
              GOBACK
           END-IF
           OPEN EXTEND MOV-AHORRO
           IF WS-FILE-STATUS-MAH = "35"
              OPEN OUTPUT MOV-AHORRO
           END-IF
           IF WS-FILE-STATUS-MAH = "00"
              MOVE "S" TO WS-SW-MOV-AHORRO
           ELSE
              DISPLAY "PROG0071: AVISO, NO SE PUDO ABRIR "
                      "04-MOV-AHORRO, STATUS " WS-FILE-STATUS-MAH
                      "; MOVIMIENTOS PERDIDOS"
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA     TO WS-TIT-2-DIA
           MOVE WS-HOY-MES     TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO    TO WS-TIT-2-ANIO
           MOVE WS-MES-INTERES TO WS-TIT-2-MES-INT
           MOVE WS-TASA-ANUAL  TO WS-TIT-3-TASA
           PERFORM 005-IMPRIME-ENCABEZADOS
           GO TO 020-LEE-AHORRO.

       005-IMPRIME-ENCABEZADOS.
           ADD 1 TO WS-PAGINA-ACTUAL
           MOVE WS-PAGINA-ACTUAL TO WS-TIT-2-PAGINA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE 6 TO WS-LINEAS-PAGINA.

      * -------------------------------------------------------------- *
      * 015-BUSCA-TASA - LA TASA ANUAL DEL MES PEDIDO; SI EL MES ESTA  *
      *                REPETIDO SE QUEDA LA ULTIMA                     *
      * -------------------------------------------------------------- *
       015-BUSCA-TASA.
           OPEN INPUT TASAS-AHORRO
           IF WS-FILE-STATUS-TAH NOT = "00"
              DISPLAY "PROG0071: SIN 04-TASAS-AHORRO, STATUS "
                      WS-FILE-STATUS-TAH
              GO TO 015-FIN-BUSCA-TASA
           END-IF
           GO TO 0151-LEE-TASA.

       0151-LEE-TASA.
           READ TASAS-AHORRO
               AT END
                   MOVE "S" TO WS-SW-FIN-TASAS
                   GO TO 0152-FIN-LEE-TASA
           END-READ
           IF REG-TAH-MES NOT NUMERIC
              OR REG-TAH-TASA-ANUAL NOT NUMERIC
                 GO TO 0151-LEE-TASA
           END-IF
           IF REG-TAH-MES = WS-MES-INTERES
              MOVE REG-TAH-TASA-ANUAL TO WS-TASA-ANUAL
              MOVE "S" TO WS-SW-HAY-TASA
           END-IF
           GO TO 0151-LEE-TASA.

       0152-FIN-LEE-TASA.
           CLOSE TASAS-AHORRO.

       015-FIN-BUSCA-TASA.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-LEE-AHORRO - UNA CUENTA DEL FONDO: SI NO TIENE EL INTERES  *
      *                DEL MES NI SALDO EN CERO, SE LE ABONA LA        *
      *                DOCEAVA PARTE DE LA TASA ANUAL SOBRE SU SALDO   *
      * -------------------------------------------------------------- *
       020-LEE-AHORRO.
           READ FONDO-AHORRO NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-AHORRO
                   GO TO 090-FIN
           END-READ
           ADD 1 TO WS-CONT-LEIDOS
           IF REG-AHO-ULT-MES-INTERES NOT < WS-MES-INTERES
              ADD 1 TO WS-CONT-YA-ABONADOS
              GO TO 020-LEE-AHORRO
           END-IF
           COMPUTE WS-SALDO-ANTERIOR = REG-AHO-SALDO-EMPLEADO
                                     + REG-AHO-SALDO-EMPRESA
                                     + REG-AHO-SALDO-INTERESES
           IF WS-SALDO-ANTERIOR = ZEROS
              ADD 1 TO WS-CONT-SIN-SALDO
              GO TO 020-LEE-AHORRO
           END-IF
           COMPUTE WS-INTERES ROUNDED =
                   WS-SALDO-ANTERIOR * WS-TASA-ANUAL / 100 / 12
           ADD WS-INTERES          TO REG-AHO-SALDO-INTERESES
           MOVE WS-MES-INTERES     TO REG-AHO-ULT-MES-INTERES
           MOVE WS-FECHA-HOY-CCYYMMDD
                                   TO REG-AHO-FECHA-ULT-MOV
           REWRITE REG-AHORRO
               INVALID KEY
                   DISPLAY "PROG0071: NO SE PUDO ABONAR EL INTERES "
                           "DEL EMPLEADO " REG-AHO-NUMERO
                   GO TO 020-LEE-AHORRO
           END-REWRITE
           ADD 1                 TO WS-CONT-ABONADOS
           ADD WS-SALDO-ANTERIOR TO WS-TOT-SALDOS
           ADD WS-INTERES        TO WS-TOT-INTERESES
           IF WS-MOV-AHORRO-OK
              MOVE REG-AHO-NUMERO        TO REG-MAH-NUMERO
              MOVE WS-FECHA-HOY-CCYYMMDD TO REG-MAH-FECHA
              MOVE "I"                   TO REG-MAH-TIPO
              MOVE WS-MES-INTERES        TO REG-MAH-REFERENCIA
              MOVE WS-INTERES            TO REG-MAH-IMPORTE
              MOVE "PROG0071"            TO REG-MAH-PROGRAMA
              WRITE REG-MOV-AHORRO
           END-IF
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE REG-AHO-NUMERO    TO WS-DET-NUMERO
           MOVE REG-AHO-NOMBRE    TO WS-DET-NOMBRE
           MOVE WS-SALDO-ANTERIOR TO WS-DET-SALDO-ANT
           MOVE WS-INTERES        TO WS-DET-INTERES
           COMPUTE WS-DET-SALDO-NUEVO = WS-SALDO-ANTERIOR + WS-INTERES
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           GO TO 020-LEE-AHORRO.

       090-FIN.
           CLOSE FONDO-AHORRO
           IF WS-MOV-AHORRO-OK
              CLOSE MOV-AHORRO
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "CUENTAS CON INTERES ABONADO:" TO WS-TOT-LEYENDA
           MOVE WS-CONT-ABONADOS TO WS-TOT-CANT-ED
           MOVE WS-TOT-INTERESES TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           CLOSE REPORTE
           DISPLAY "PROG0071: CUENTAS LEIDAS      : " WS-CONT-LEIDOS
           DISPLAY "PROG0071: CON INTERES ABONADO : " WS-CONT-ABONADOS
           DISPLAY "PROG0071: YA TENIAN EL MES    : "
                   WS-CONT-YA-ABONADOS
           DISPLAY "PROG0071: SIN SALDO           : " WS-CONT-SIN-SALDO
           DISPLAY "PROG0071: INTERES TOTAL       : " WS-TOT-INTERESES
           GOBACK.

       END PROGRAM PROG0071.
