       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0070.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: REMESA MENSUAL DE PENSIONES ALIMENTICIAS POR         *
      *           BENEFICIARIO. TOMA DE 04-PENSIONES-APLICADAS (VER    *
      *           WPAPFD) LO QUE PROG0024 MANDO DESCONTAR EN LOS       *
      *           PERIODOS CUYA FECHA DE PAGO CAE EN EL MES PEDIDO, LO *
      *           ORDENA POR BENEFICIARIO Y CUENTA, E IMPRIME EN       *
      *           04-REP-REMESA-PENSIONES EL DETALLE POR PERIODO Y     *
      *           EMPLEADO CON EL TOTAL A DEPOSITAR A CADA             *
      *           BENEFICIARIO Y EL TOTAL DEL MES, PARA QUE FINANZAS   *
      *           HAGA LAS TRANSFERENCIAS Y LAS COTEJE                 *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENSIONES-APLICADAS ASSIGN TO "04-PENSIONES-APLICADAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-PAP-LLAVE
           FILE STATUS IS WS-FILE-STATUS-PAP.
           SELECT REPORTE ASSIGN TO "04-REP-REMESA-PENSIONES".
           SELECT ARCHIVO-ORDEN ASSIGN TO "SORTWK7".

       DATA DIVISION.
       FILE SECTION.
       FD  PENSIONES-APLICADAS
           RECORD CONTAINS 127 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPAPFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

      * -------------------------------------------------------------- *
      * ARCHIVO-ORDEN - LO APLICADO EN EL MES ORDENADO POR             *
      *                BENEFICIARIO Y CLABE, Y DENTRO DE CADA UNO POR  *
      *                PERIODO Y EMPLEADO, PARA UN SOLO CORTE DE       *
      *                CONTROL POR BENEFICIARIO                        *
      * -------------------------------------------------------------- *
       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05  REG-ORD-BENEFICIARIO   PIC X(30).
           05  REG-ORD-CLABE          PIC 9(18).
           05  REG-ORD-BANCO          PIC 9(03).
           05  REG-ORD-PERIODO        PIC 9(04).
           05  REG-ORD-NUMERO         PIC 9(05).
           05  REG-ORD-ORDEN          PIC X(15).
           05  REG-ORD-FECHA-PAGO     PIC 9(08).
           05  REG-ORD-NOMBRE-EMP     PIC X(30).
           05  REG-ORD-IMPORTE        PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-PAP      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-APLICADAS PIC X(01)    VALUE "N".
               88 WS-FIN-APLICADAS            VALUE "S".
           05 WS-SW-HAY-BENEFICIARIO
                                  PIC X(01)    VALUE "N".
               88 WS-HAY-BENEFICIARIO         VALUE "S".

       01 WS-FECHA-HOY.
           05 FILLER              PIC X(02).
           05 WS-HOY-DIA          PIC 9(02).
           05 WS-HOY-MES          PIC 9(02).
           05 WS-HOY-ANIO         PIC 9(04).

       01 WS-DIA-SEMANA-HOY       PIC 9(01).

      * -------------------------------------------------------------- *
      * WS-MES-REMESA - MES PEDIDO (AAAAMM); VACIO = MES EN CURSO. SE  *
      * COMPARA CONTRA EL ANIO Y MES DE LA FECHA DE PAGO DEL PERIODO   *
      * -------------------------------------------------------------- *
       01 WS-MES-REMESA-G.
           05 WS-MRE-ANIO         PIC 9(04)    VALUE ZEROS.
           05 WS-MRE-MES          PIC 9(02)    VALUE ZEROS.
       01 WS-MES-REMESA REDEFINES WS-MES-REMESA-G
                                  PIC 9(06).

       01 WS-FECHA-PAGO-G.
           05 WS-FPG-ANIO         PIC 9(04).
           05 WS-FPG-MES          PIC 9(02).
           05 WS-FPG-DIA          PIC 9(02).
       01 WS-FECHA-PAGO REDEFINES WS-FECHA-PAGO-G
                                  PIC 9(08).

       01 WS-CORTE-BENEFICIARIO.
           05 WS-COR-BENEFICIARIO PIC X(30)    VALUE SPACES.
           05 WS-COR-CLABE        PIC 9(18)    VALUE ZEROS.
           05 WS-COR-BANCO        PIC 9(03)    VALUE ZEROS.
           05 WS-COR-CANT         PIC 9(05)    VALUE ZEROS.
           05 WS-COR-IMPORTE      PIC 9(09)V99  VALUE ZEROS.

       01 WS-CONTADORES-REMESA.
           05 WS-CONT-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-CONT-DEL-MES     PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-BENEFICIARIOS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-MES          PIC 9(11)V99  VALUE ZEROS.

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
           05 WS-TIT-2            PIC X(36)
                        VALUE "REMESA DE PENSIONES ALIMENTICIAS MES".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-2-MES-REM    PIC 9(06).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(100)   VALUES ALL "-".
           05 FILLER              PIC X(31)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(07)    VALUES "PERIODO".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "F. PAGO ".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(05)    VALUES "NUM. ".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "EMPLEADO".
           05 FILLER              PIC X(24)    VALUES SPACES.
           05 FILLER              PIC X(05)    VALUES "ORDEN".
           05 FILLER              PIC X(18)    VALUES SPACES.
           05 FILLER              PIC X(07)    VALUES "IMPORTE".

       01 WS-ENCABEZADO-BENEFICIARIO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(14)    VALUE "BENEFICIARIO: ".
           05 WS-ENB-BENEFICIARIO PIC X(30).
           05 FILLER              PIC X(09)    VALUE "  BANCO: ".
           05 WS-ENB-BANCO        PIC 9(03).
           05 FILLER              PIC X(09)    VALUE "  CLABE: ".
           05 WS-ENB-CLABE        PIC 9(18).
           05 FILLER              PIC X(48)    VALUE SPACES.

       01 WS-DETALLE.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DET-PERIODO      PIC 9(04).
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 WS-DET-FECHA-PAGO   PIC 9(08).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-ORDEN        PIC X(15).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(41)    VALUES SPACES.

       01 WS-LINEA-SUBTOTAL.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(34)
                       VALUE "TOTAL A DEPOSITAR AL BENEFICIARIO ".
           05 FILLER              PIC X(11)    VALUE "DESCUENTOS:".
           05 WS-SUB-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 WS-SUB-IMPORTE      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(43)    VALUE SPACES.

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
      * LA REMESA ES DINERO QUE SALE A TERCEROS: LA ARMA FINANZAS (O
      * EL ADMINISTRADOR), IGUAL QUE LA CONCILIACION BANCARIA
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-FINANZAS AND NOT WS-FIR-ADMINISTRADOR
              DISPLAY "PROG0070: SOLO EL ROL DE FINANZAS PUEDE ARMAR "
                      "LA REMESA DE PENSIONES"
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           DISPLAY "MES DE LA REMESA (AAAAMM, VACIO = MES EN CURSO): "
           ACCEPT WS-MES-REMESA
           IF WS-MES-REMESA = ZEROS
              MOVE WS-HOY-ANIO TO WS-MRE-ANIO
              MOVE WS-HOY-MES  TO WS-MRE-MES
           END-IF
           IF WS-MRE-MES < 1 OR WS-MRE-MES > 12
              DISPLAY "PROG0070: MES NO VALIDO: " WS-MES-REMESA
              GOBACK
           END-IF
           OPEN INPUT PENSIONES-APLICADAS
           IF WS-FILE-STATUS-PAP NOT = "00"
              DISPLAY "PROG0070: SIN 04-PENSIONES-APLICADAS, STATUS "
                      WS-FILE-STATUS-PAP
                      " (LA LLENA EL EXTRACTO PROG0024)"
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA     TO WS-TIT-2-DIA
           MOVE WS-HOY-MES     TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO    TO WS-TIT-2-ANIO
           MOVE WS-MES-REMESA  TO WS-TIT-2-MES-REM
           PERFORM 005-IMPRIME-ENCABEZADOS
           SORT ARCHIVO-ORDEN
               ON ASCENDING KEY REG-ORD-BENEFICIARIO
               ON ASCENDING KEY REG-ORD-CLABE
               ON ASCENDING KEY REG-ORD-PERIODO
               ON ASCENDING KEY REG-ORD-NUMERO
               INPUT PROCEDURE 020-ALIMENTA-SORT
                               THRU 020-FIN-ALIMENTA
               OUTPUT PROCEDURE 040-IMPRIME-REMESA
                               THRU 040-FIN-IMPRIME
           GO TO 090-FIN.

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
      * 020-ALIMENTA-SORT - SUELTA AL SORT LO APLICADO EN LOS PERIODOS *
      *                CUYA FECHA DE PAGO CAE EN EL MES PEDIDO         *
      * -------------------------------------------------------------- *
       020-ALIMENTA-SORT.
           READ PENSIONES-APLICADAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-APLICADAS
                   GO TO 020-FIN-ALIMENTA
           END-READ
           ADD 1 TO WS-CONT-LEIDOS
           MOVE REG-PAP-FECHA-PAGO TO WS-FECHA-PAGO
           IF WS-FPG-ANIO NOT = WS-MRE-ANIO
              OR WS-FPG-MES NOT = WS-MRE-MES
                 GO TO 020-ALIMENTA-SORT
           END-IF
           IF REG-PAP-IMPORTE = ZEROS
              GO TO 020-ALIMENTA-SORT
           END-IF
           MOVE REG-PAP-BENEFICIARIO TO REG-ORD-BENEFICIARIO
           MOVE REG-PAP-CLABE        TO REG-ORD-CLABE
           MOVE REG-PAP-BANCO        TO REG-ORD-BANCO
           MOVE REG-PAP-PERIODO      TO REG-ORD-PERIODO
           MOVE REG-PAP-NUMERO       TO REG-ORD-NUMERO
           MOVE REG-PAP-ORDEN        TO REG-ORD-ORDEN
           MOVE REG-PAP-FECHA-PAGO   TO REG-ORD-FECHA-PAGO
           MOVE REG-PAP-NOMBRE-EMP   TO REG-ORD-NOMBRE-EMP
           MOVE REG-PAP-IMPORTE      TO REG-ORD-IMPORTE
           RELEASE REG-ORDEN
           GO TO 020-ALIMENTA-SORT.

       020-FIN-ALIMENTA.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-IMPRIME-REMESA - CORTE DE CONTROL POR BENEFICIARIO Y       *
      *                CLABE: ENCABEZADO CON LA CUENTA, UN RENGLON POR *
      *                DESCUENTO Y EL TOTAL A DEPOSITAR                *
      * -------------------------------------------------------------- *
       040-IMPRIME-REMESA.
           MOVE "N" TO WS-SW-HAY-BENEFICIARIO
           GO TO 041-SIGUIENTE.

       041-SIGUIENTE.
           RETURN ARCHIVO-ORDEN
               AT END
                   IF WS-HAY-BENEFICIARIO
                      PERFORM 050-CIERRA-BENEFICIARIO
                   END-IF
                   GO TO 040-FIN-IMPRIME
           END-RETURN
           IF WS-HAY-BENEFICIARIO
              AND (REG-ORD-BENEFICIARIO NOT = WS-COR-BENEFICIARIO
                   OR REG-ORD-CLABE NOT = WS-COR-CLABE)
                 PERFORM 050-CIERRA-BENEFICIARIO
                 MOVE "N" TO WS-SW-HAY-BENEFICIARIO
           END-IF
           IF NOT WS-HAY-BENEFICIARIO
              PERFORM 045-ABRE-BENEFICIARIO
           END-IF
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE REG-ORD-PERIODO     TO WS-DET-PERIODO
           MOVE REG-ORD-FECHA-PAGO  TO WS-DET-FECHA-PAGO
           MOVE REG-ORD-NUMERO      TO WS-DET-NUMERO
           MOVE REG-ORD-NOMBRE-EMP  TO WS-DET-NOMBRE
           MOVE REG-ORD-ORDEN       TO WS-DET-ORDEN
           MOVE REG-ORD-IMPORTE     TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           ADD 1                TO WS-COR-CANT
           ADD REG-ORD-IMPORTE  TO WS-COR-IMPORTE
           ADD 1                TO WS-CONT-DEL-MES
           ADD REG-ORD-IMPORTE  TO WS-TOT-MES
           GO TO 041-SIGUIENTE.

       045-ABRE-BENEFICIARIO.
           MOVE "S"                  TO WS-SW-HAY-BENEFICIARIO
           MOVE REG-ORD-BENEFICIARIO TO WS-COR-BENEFICIARIO
           MOVE REG-ORD-CLABE        TO WS-COR-CLABE
           MOVE REG-ORD-BANCO        TO WS-COR-BANCO
           MOVE ZEROS                TO WS-COR-CANT
           MOVE ZEROS                TO WS-COR-IMPORTE
           ADD 1 TO WS-CONT-BENEFICIARIOS
           IF WS-LINEAS-PAGINA + 3 > WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE WS-COR-BENEFICIARIO  TO WS-ENB-BENEFICIARIO
           MOVE WS-COR-BANCO         TO WS-ENB-BANCO
           MOVE WS-COR-CLABE         TO WS-ENB-CLABE
           WRITE REG-REPORTE FROM WS-ENCABEZADO-BENEFICIARIO
                                  AFTER ADVANCING 2
           ADD 2 TO WS-LINEAS-PAGINA.

       050-CIERRA-BENEFICIARIO.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE WS-COR-CANT    TO WS-SUB-CANT
           MOVE WS-COR-IMPORTE TO WS-SUB-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-SUBTOTAL AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       040-FIN-IMPRIME.
           EXIT.

       090-FIN.
           CLOSE PENSIONES-APLICADAS
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 2
           MOVE "BENEFICIARIOS A DEPOSITAR   :" TO WS-TOT-LEYENDA
           MOVE WS-CONT-BENEFICIARIOS TO WS-TOT-CANT-ED
           MOVE WS-TOT-MES            TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           MOVE "DESCUENTOS DEL MES          :" TO WS-TOT-LEYENDA
           MOVE WS-CONT-DEL-MES       TO WS-TOT-CANT-ED
           MOVE WS-TOT-MES            TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           CLOSE REPORTE
           DISPLAY "PROG0070: REMESA DEL MES " WS-MES-REMESA
                   " EN 04-REP-REMESA-PENSIONES"
           DISPLAY "PROG0070: BENEFICIARIOS : " WS-CONT-BENEFICIARIOS
           DISPLAY "PROG0070: DESCUENTOS    : " WS-CONT-DEL-MES
           DISPLAY "PROG0070: TOTAL A REMITIR: " WS-TOT-MES
           GOBACK.

       END PROGRAM PROG0070.
