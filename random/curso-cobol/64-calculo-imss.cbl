       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0061.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: CORRIDA MENSUAL DE CUOTAS DEL IMSS. PARA CADA        *
      *           EMPLEADO ACTIVO DE 04-EMPLEADOS CALCULA EL SALARIO   *
      *           BASE DE COTIZACION (SBC): SALARIO DIARIO (SALARIO /  *
      *           30, COMO EN PROG0058) POR EL FACTOR DE INTEGRACION   *
      *           QUE SUMA LOS DIAS DE AGUINALDO Y LA PRIMA            *
      *           VACACIONAL SOBRE LOS DIAS DE VACACIONES QUE LE       *
      *           TOCAN POR ANTIGUEDAD (EL MISMO TABULADOR CON QUE     *
      *           PROG0027 ACREDITA 04-VACACIONES), TOPADO A LAS UMAS  *
      *           DE LEY. APLICA LA TABLA DE 04-CUOTAS-IMSS POR LOS    *
      *           DIAS COTIZADOS DEL MES, IMPRIME EL COSTO PATRONAL    *
      *           POR DEPARTAMENTO EN 04-REP-IMSS Y DEJA LAS CUOTAS DE *
      *           CADA EMPLEADO EN 04-IMSS-EMPLEADOS (VER WIMSFD) PARA *
      *           QUE PROG0026 RETENGA LA CUOTA OBRERA                 *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT CUOTAS-IMSS ASSIGN TO "04-CUOTAS-IMSS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CIM.
           SELECT IMSS-EMPLEADOS ASSIGN TO "04-IMSS-EMPLEADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-IMS.
           SELECT REPORTE ASSIGN TO "04-REP-IMSS".

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
       FD  CUOTAS-IMSS
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCIMFD.
       FD  IMSS-EMPLEADOS
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WIMSFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WDEPTOS.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-CIM      PIC X(02).
       01 WS-FILE-STATUS-IMS      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ARCHIVO   PIC X(01)    VALUE "N".
               88 WS-FIN-ARCHIVO              VALUE "S".
           05 WS-SW-FIN-DEPTOS    PIC X(01)    VALUE "N".
               88 WS-FIN-DEPTOS               VALUE "S".
           05 WS-SW-FIN-CUOTAS    PIC X(01)    VALUE "N".
               88 WS-FIN-CUOTAS               VALUE "S".

      * -------------------------------------------------------------- *
      * PARAMETROS DEL CALCULO - EL MES A COTIZAR Y LOS VALORES DEL    *
      *            RENGLON P DE 04-CUOTAS-IMSS. SIN RENGLON P SE       *
      *            TOMAN LOS DIAS DE AGUINALDO DE COSTUMBRE DE         *
      *            PROG0058 Y LA PRIMA VACACIONAL DE LEY               *
      * -------------------------------------------------------------- *
       01 WS-MES-CALCULO-G.
           05 WS-MC-ANIO          PIC 9(04)    VALUE ZEROS.
           05 WS-MC-MES           PIC 9(02)    VALUE ZEROS.

       01 WS-MES-CALCULO REDEFINES WS-MES-CALCULO-G
                                  PIC 9(06).

       01 WS-PARAM-IMSS.
           05 WS-UMA-DIARIA       PIC 9(04)V99  VALUE ZEROS.
           05 WS-TOPE-UMAS        PIC 9(02)    VALUE 25.
           05 WS-DIAS-AGUINALDO   PIC 9(03)    VALUE 015.
           05 WS-PCT-PRIMA-VAC    PIC 9(03)    VALUE 025.

       01 WS-FECHA-INICIO-MES-G.
           05 WS-FIM-ANIO         PIC 9(04).
           05 WS-FIM-MES          PIC 9(02).
           05 WS-FIM-DIA          PIC 9(02).

       01 WS-FECHA-INICIO-MES REDEFINES WS-FECHA-INICIO-MES-G
                                  PIC 9(08).

       01 WS-FECHA-FIN-MES-G.
           05 WS-FFM-ANIO         PIC 9(04).
           05 WS-FFM-MES          PIC 9(02).
           05 WS-FFM-DIA          PIC 9(02).

       01 WS-FECHA-FIN-MES REDEFINES WS-FECHA-FIN-MES-G
                                  PIC 9(08).

       01 WS-FECHA-ALTA-DESGL-G.
           05 WS-FAD-ANIO         PIC 9(04).
           05 WS-FAD-MES          PIC 9(02).
           05 WS-FAD-DIA          PIC 9(02).

       01 WS-FECHA-ALTA-DESGLOSE REDEFINES WS-FECHA-ALTA-DESGL-G
                                  PIC 9(08).

      * -------------------------------------------------------------- *
      * WS-DIAS-POR-MES - DIAS NATURALES DE CADA MES PARA LOS DIAS     *
      *                COTIZADOS; FEBRERO SE AJUSTA EN BISIESTO        *
      * -------------------------------------------------------------- *
       01 WS-DIAS-POR-MES-DATA.
           05 FILLER              PIC X(24)
                            VALUE "312831303130313130313031".

       01 WS-DIAS-POR-MES REDEFINES WS-DIAS-POR-MES-DATA.
           05 WS-DIAS-MES         PIC 9(02)    OCCURS 12 TIMES.

       01 WS-RESIDUO-BISIESTO     PIC 9(03)    VALUE ZEROS.
       01 WS-COCIENTE-BISIESTO    PIC 9(04)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-RAMOS - LOS RAMOS DE SEGURO DE 04-CUOTAS-IMSS (TIPO   *
      *                R) CON SU BASE Y PORCENTAJES, EN EL ORDEN DEL   *
      *                ARCHIVO                                         *
      * -------------------------------------------------------------- *
       01 WS-TABLA-RAMOS.
           05 WS-TAB-RAMO         OCCURS 15 TIMES.
               10 WS-TAB-RAMO-COD PIC X(04).
               10 WS-TAB-RAMO-BASE
                                  PIC X(01).
               10 WS-TAB-RAMO-PCT-PATRON
                                  PIC 9(02)V9999.
               10 WS-TAB-RAMO-PCT-OBRERO
                                  PIC 9(02)V9999.
       01 WS-CANT-RAMOS           PIC 9(02)    VALUE ZEROS.
       01 WS-IX-RAMO              PIC 9(02)    VALUE ZEROS.

       01 WS-ANT-ANIOS            PIC S9(03)   VALUE ZEROS.
       01 WS-ANIOS-MENOS-UNO      PIC S9(03)   VALUE ZEROS.
       01 WS-BLOQUES-DE-CINCO     PIC 9(03)    VALUE ZEROS.
       01 WS-DIAS-VACACIONES      PIC 9(03)    VALUE ZEROS.

       01 WS-CALCULO.
           05 WS-SALARIO-DIARIO   PIC 9(07)V99  VALUE ZEROS.
           05 WS-FACTOR-INTEGRACION
                                  PIC 9(01)V9999 VALUE ZEROS.
           05 WS-SBC              PIC 9(05)V99  VALUE ZEROS.
           05 WS-TOPE-SBC         PIC 9(05)V99  VALUE ZEROS.
           05 WS-DIAS-COTIZADOS   PIC 9(02)    VALUE ZEROS.
           05 WS-BASE-RAMO        PIC 9(05)V99  VALUE ZEROS.
           05 WS-CUOTA-RAMO       PIC 9(07)V99  VALUE ZEROS.
           05 WS-CUOTA-OBRERA     PIC 9(07)V99  VALUE ZEROS.
           05 WS-CUOTA-PATRONAL   PIC 9(07)V99  VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-CALCULADOS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-TOPADOS     PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-DIAS    PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-OBRERA       PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-PATRONAL     PIC 9(09)V99  VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-ACUM-DEPTOS - CUOTAS POR DEPARTAMENTO, EN EL MISMO ORDEN    *
      *                QUE WS-TABLA-DEPTOS (COMO EN PROG0058)          *
      * -------------------------------------------------------------- *
       01 WS-ACUM-DEPTOS.
           05 WS-ACUM-DEPTO       OCCURS 10 TIMES.
               10 WS-ACUM-DEPTO-CANT
                                  PIC 9(05)    VALUE ZEROS.
               10 WS-ACUM-DEPTO-OBRERA
                                  PIC 9(09)V99  VALUE ZEROS.
               10 WS-ACUM-DEPTO-PATRONAL
                                  PIC 9(09)V99  VALUE ZEROS.

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
           05 FILLER              PIC X(06)    VALUE " MES: ".
           05 WS-TIT-2-MES        PIC 9(06).
           05 FILLER              PIC X(07)    VALUE SPACES.
           05 WS-TIT-2            PIC X(30)
                        VALUE "CUOTAS IMSS Y COSTO PATRONAL".
           05 FILLER              PIC X(17)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(98)    VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 FILLER              PIC X(06)    VALUES "NUMERO".
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(30)    VALUES "NOMBRE".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(05)    VALUES "DEPTO".
           05 FILLER              PIC X(06)    VALUES SPACES.
           05 FILLER              PIC X(03)    VALUES "SBC".
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 FILLER              PIC X(04)    VALUES "DIAS".
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 FILLER              PIC X(06)    VALUES "OBRERA".
           05 FILLER              PIC X(07)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "PATRONAL".

       01 WS-DETALLE.
           05 FILLER              PIC X(01).
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DET-DEPTO        PIC ZZ9.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-SBC          PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-DIAS         PIC Z9.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-OBRERA       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-PATRONAL     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-MARCA        PIC X(04)    VALUES SPACES.

       01 WS-DETALLE-SUBTOTAL-DEPTO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(04)    VALUE "   -".
           05 WS-SUBT-DEPTO-COD   PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-SUBT-DEPTO-NOM   PIC X(20).
           05 FILLER              PIC X(06)    VALUE "EMPL:".
           05 WS-SUBT-DEPTO-CANT  PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "OBRERA: ".
           05 WS-SUBT-DEPTO-OBRERA
                                  PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "PATRONAL: ".
           05 WS-SUBT-DEPTO-PATRONAL
                                  PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(41)    VALUE SPACES.

       01 WS-LINEA-TOTAL.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(24)
                       VALUE "TOTAL DE LA EMPRESA     ".
           05 FILLER              PIC X(06)    VALUE "EMPL:".
           05 WS-TOT-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "OBRERA: ".
           05 WS-TOT-OBRERA-ED    PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "PATRONAL: ".
           05 WS-TOT-PATRONAL-ED  PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(45)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PROG0061: CUOTAS DEL IMSS"
           DISPLAY "MES A CALCULAR (AAAAMM): "
           ACCEPT WS-MES-CALCULO
           IF WS-MC-MES < 1 OR WS-MC-MES > 12
              DISPLAY "PROG0061: MES INVALIDO " WS-MES-CALCULO
              GOBACK
           END-IF
           PERFORM 012-LIMITES-DEL-MES
           PERFORM 015-CARGA-DEPTOS THRU 015-FIN-CARGA-DEPTOS
           PERFORM 016-CARGA-CUOTAS THRU 016-FIN-CARGA-CUOTAS
           IF WS-CANT-RAMOS = ZEROS
              DISPLAY "PROG0061: 04-CUOTAS-IMSS NO TRAE RAMOS DE "
                      "SEGURO; NADA QUE CALCULAR"
              GOBACK
           END-IF
           IF WS-UMA-DIARIA = ZEROS
              DISPLAY "PROG0061: 04-CUOTAS-IMSS NO TRAE EL VALOR DE "
                      "LA UMA (RENGLON P); NADA QUE CALCULAR"
              GOBACK
           END-IF
           COMPUTE WS-TOPE-SBC = WS-UMA-DIARIA * WS-TOPE-UMAS
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0061: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
                OUTPUT IMSS-EMPLEADOS
           MOVE WS-MES-CALCULO TO WS-TIT-2-MES
           PERFORM 005-IMPRIME-ENCABEZADOS
           GO TO 020-LEE-MAESTRO.

      * -------------------------------------------------------------- *
      * 012-LIMITES-DEL-MES - PRIMER Y ULTIMO DIA DEL MES A COTIZAR.   *
      *                FEBRERO TIENE 29 DIAS EN ANIO DIVISIBLE ENTRE   *
      *                4 (LOS SIGLOS SIN BISIESTO NO APLICAN A LAS     *
      *                FECHAS DE ESTE SISTEMA)                         *
      * -------------------------------------------------------------- *
       012-LIMITES-DEL-MES.
           MOVE WS-MC-ANIO TO WS-FIM-ANIO
                              WS-FFM-ANIO
           MOVE WS-MC-MES  TO WS-FIM-MES
                              WS-FFM-MES
           MOVE 01         TO WS-FIM-DIA
           MOVE WS-DIAS-MES (WS-MC-MES) TO WS-FFM-DIA
           IF WS-MC-MES = 2
              DIVIDE WS-MC-ANIO BY 4 GIVING WS-COCIENTE-BISIESTO
                  REMAINDER WS-RESIDUO-BISIESTO
              IF WS-RESIDUO-BISIESTO = ZEROS
                 MOVE 29 TO WS-FFM-DIA
              END-IF
           END-IF.

       015-CARGA-DEPTOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0061: NO SE PUDO ABRIR 04-DEPTOS: "
                      WS-FILE-STATUS-DEPTOS
              GO TO 015-FIN-CARGA-DEPTOS
           END-IF
           GO TO 0151-LEE-DEPTO-CAT.

       0151-LEE-DEPTO-CAT.
           IF WS-IX-DEPTO > 10
              GO TO 0152-FIN-LEE-DEPTO-CAT
           END-IF
           READ DEPTOS-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-DEPTOS
                   GO TO 0152-FIN-LEE-DEPTO-CAT
           END-READ
           MOVE REG-DEPTO-CAT-COD
                     TO WS-TAB-DEPTO-COD (WS-IX-DEPTO)
           MOVE REG-DEPTO-CAT-NOM
                     TO WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
           SET WS-IX-DEPTO UP BY 1
           GO TO 0151-LEE-DEPTO-CAT.

       0152-FIN-LEE-DEPTO-CAT.
           CLOSE DEPTOS-CFG.

       015-FIN-CARGA-DEPTOS.
           CONTINUE.

      * -------------------------------------------------------------- *
      * 016-CARGA-CUOTAS - LEE 04-CUOTAS-IMSS: EL RENGLON P TRAE LOS   *
      *                PARAMETROS Y CADA RENGLON R UN RAMO DE SEGURO   *
      * -------------------------------------------------------------- *
       016-CARGA-CUOTAS.
           MOVE ZEROS TO WS-CANT-RAMOS
           OPEN INPUT CUOTAS-IMSS
           IF WS-FILE-STATUS-CIM NOT = "00"
              DISPLAY "PROG0061: NO SE PUDO ABRIR 04-CUOTAS-IMSS, "
                      "STATUS " WS-FILE-STATUS-CIM
              GO TO 016-FIN-CARGA-CUOTAS
           END-IF
           GO TO 0161-LEE-CUOTA.

       0161-LEE-CUOTA.
           READ CUOTAS-IMSS
               AT END
                   MOVE "S" TO WS-SW-FIN-CUOTAS
                   GO TO 0162-FIN-LEE-CUOTA
           END-READ
           IF REG-CIM-PARAMETROS
              MOVE REG-CIM-UMA-DIARIA TO WS-UMA-DIARIA
              IF REG-CIM-TOPE-UMAS NUMERIC
                 AND REG-CIM-TOPE-UMAS NOT = ZEROS
                    MOVE REG-CIM-TOPE-UMAS TO WS-TOPE-UMAS
              END-IF
              IF REG-CIM-DIAS-AGUINALDO NUMERIC
                 AND REG-CIM-DIAS-AGUINALDO NOT = ZEROS
                    MOVE REG-CIM-DIAS-AGUINALDO TO WS-DIAS-AGUINALDO
              END-IF
              IF REG-CIM-PCT-PRIMA-VAC NUMERIC
                 AND REG-CIM-PCT-PRIMA-VAC NOT = ZEROS
                    MOVE REG-CIM-PCT-PRIMA-VAC TO WS-PCT-PRIMA-VAC
              END-IF
              GO TO 0161-LEE-CUOTA
           END-IF
           IF NOT REG-CIM-RAMO-SEGURO
              GO TO 0161-LEE-CUOTA
           END-IF
           IF WS-CANT-RAMOS >= 15
              DISPLAY "PROG0061: MAS DE 15 RAMOS EN 04-CUOTAS-IMSS; "
                      "SE OMITE " REG-CIM-RAMO
              GO TO 0161-LEE-CUOTA
           END-IF
           ADD 1 TO WS-CANT-RAMOS
           MOVE REG-CIM-RAMO       TO WS-TAB-RAMO-COD (WS-CANT-RAMOS)
           MOVE REG-CIM-BASE       TO WS-TAB-RAMO-BASE (WS-CANT-RAMOS)
           MOVE REG-CIM-PCT-PATRON
                          TO WS-TAB-RAMO-PCT-PATRON (WS-CANT-RAMOS)
           MOVE REG-CIM-PCT-OBRERO
                          TO WS-TAB-RAMO-PCT-OBRERO (WS-CANT-RAMOS)
           GO TO 0161-LEE-CUOTA.

       0162-FIN-LEE-CUOTA.
           CLOSE CUOTAS-IMSS.

       016-FIN-CARGA-CUOTAS.
           EXIT.

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
      * 020-LEE-MAESTRO - SOLO COTIZAN LOS ACTIVOS (STATUS 1) CON      *
      *                FECHA DE ALTA NO POSTERIOR AL FIN DEL MES       *
      * -------------------------------------------------------------- *
       020-LEE-MAESTRO.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-ARCHIVO
           END-READ
           IF WS-FIN-ARCHIVO
              CLOSE EMPLEADOS
              GO TO 090-FIN-CALCULO
           END-IF
           IF WS-NUMERO-EMP = 99999
              GO TO 020-LEE-MAESTRO
           END-IF
           IF WS-STATUS-EMP NOT = 1
              GO TO 020-LEE-MAESTRO
           END-IF
           PERFORM 030-CALCULA-SBC THRU 030-FIN-CALCULA-SBC
           IF WS-DIAS-COTIZADOS = ZEROS
              ADD 1 TO WS-CONT-SIN-DIAS
              GO TO 020-LEE-MAESTRO
           END-IF
           MOVE ZEROS TO WS-CUOTA-OBRERA
           MOVE ZEROS TO WS-CUOTA-PATRONAL
           PERFORM 040-CALCULA-RAMO
               VARYING WS-IX-RAMO FROM 1 BY 1
               UNTIL WS-IX-RAMO > WS-CANT-RAMOS
           ADD 1 TO WS-CONT-CALCULADOS
           ADD WS-CUOTA-OBRERA   TO WS-TOT-OBRERA
           ADD WS-CUOTA-PATRONAL TO WS-TOT-PATRONAL
           PERFORM 050-ACUMULA-DEPTO
           PERFORM 060-IMPRIME-DETALLE
           PERFORM 070-ESCRIBE-CUOTAS
           GO TO 020-LEE-MAESTRO.

      * -------------------------------------------------------------- *
      * 030-CALCULA-SBC - FACTOR DE INTEGRACION = 1 + (DIAS DE         *
      *                AGUINALDO + DIAS DE VACACIONES * PRIMA) / 365.  *
      *                LOS DIAS DE VACACIONES SON LOS DEL TABULADOR DE *
      *                040- EN PROG0027 A LOS ANIOS CUMPLIDOS AL FIN   *
      *                DEL MES; EN EL PRIMER ANIO YA TOCAN LOS 12. LOS *
      *                DIAS COTIZADOS SON LOS DEL MES, DESDE EL ALTA   *
      *                SI ENTRO DENTRO DEL MES                         *
      * -------------------------------------------------------------- *
       030-CALCULA-SBC.
           MOVE ZEROS TO WS-DIAS-COTIZADOS
           IF WS-FECHA-ALTA-EMP > WS-FECHA-FIN-MES
              GO TO 030-FIN-CALCULA-SBC
           END-IF
           MOVE WS-FFM-DIA TO WS-DIAS-COTIZADOS
           IF WS-FECHA-ALTA-EMP NOT < WS-FECHA-INICIO-MES
              MOVE WS-FECHA-ALTA-EMP TO WS-FECHA-ALTA-DESGLOSE
              COMPUTE WS-DIAS-COTIZADOS = WS-FFM-DIA - WS-FAD-DIA + 1
           END-IF
           MOVE ZEROS TO WS-ANT-ANIOS
           IF WS-FECHA-ALTA-EMP NOT = ZEROS
              MOVE WS-FECHA-ALTA-EMP TO WS-FECHA-ALTA-DESGLOSE
              SUBTRACT WS-FAD-ANIO FROM WS-FFM-ANIO GIVING WS-ANT-ANIOS
              IF WS-FFM-MES < WS-FAD-MES
                 OR (WS-FFM-MES = WS-FAD-MES
                     AND WS-FFM-DIA < WS-FAD-DIA)
                    SUBTRACT 1 FROM WS-ANT-ANIOS
              END-IF
           END-IF
           IF WS-ANT-ANIOS < 1
              MOVE 1 TO WS-ANT-ANIOS
           END-IF
           IF WS-ANT-ANIOS <= 5
              COMPUTE WS-DIAS-VACACIONES = 12 + ((WS-ANT-ANIOS - 1) * 2)
           ELSE
              SUBTRACT 1 FROM WS-ANT-ANIOS
                  GIVING WS-ANIOS-MENOS-UNO
              DIVIDE WS-ANIOS-MENOS-UNO BY 5
                  GIVING WS-BLOQUES-DE-CINCO
              COMPUTE WS-DIAS-VACACIONES =
                      20 + (WS-BLOQUES-DE-CINCO * 2)
           END-IF
           COMPUTE WS-SALARIO-DIARIO ROUNDED = WS-SALARIO-EMP / 30
           COMPUTE WS-FACTOR-INTEGRACION ROUNDED =
                   1 + ((WS-DIAS-AGUINALDO
                        + (WS-DIAS-VACACIONES * WS-PCT-PRIMA-VAC / 100))
                        / 365)
           COMPUTE WS-SBC ROUNDED =
                   WS-SALARIO-DIARIO * WS-FACTOR-INTEGRACION
           MOVE SPACES TO WS-DET-MARCA
           IF WS-SBC > WS-TOPE-SBC
              MOVE WS-TOPE-SBC TO WS-SBC
              MOVE "TOPE"      TO WS-DET-MARCA
              ADD 1 TO WS-CONT-TOPADOS
           END-IF.

       030-FIN-CALCULA-SBC.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-CALCULA-RAMO - CUOTA DEL RAMO = BASE DIARIA * DIAS         *
      *                COTIZADOS * PORCENTAJE. LA BASE ES EL SBC, EL   *
      *                EXCEDENTE DEL SBC SOBRE TRES UMAS, O UNA UMA    *
      *                (CUOTA FIJA), SEGUN EL RAMO                     *
      * -------------------------------------------------------------- *
       040-CALCULA-RAMO.
           MOVE WS-SBC TO WS-BASE-RAMO
           IF WS-TAB-RAMO-BASE (WS-IX-RAMO) = "U"
              MOVE WS-UMA-DIARIA TO WS-BASE-RAMO
           END-IF
           IF WS-TAB-RAMO-BASE (WS-IX-RAMO) = "E"
              IF WS-SBC > (WS-UMA-DIARIA * 3)
                 COMPUTE WS-BASE-RAMO = WS-SBC - (WS-UMA-DIARIA * 3)
              ELSE
                 MOVE ZEROS TO WS-BASE-RAMO
              END-IF
           END-IF
           COMPUTE WS-CUOTA-RAMO ROUNDED =
                   WS-BASE-RAMO * WS-DIAS-COTIZADOS
                   * WS-TAB-RAMO-PCT-PATRON (WS-IX-RAMO) / 100
           ADD WS-CUOTA-RAMO TO WS-CUOTA-PATRONAL
           COMPUTE WS-CUOTA-RAMO ROUNDED =
                   WS-BASE-RAMO * WS-DIAS-COTIZADOS
                   * WS-TAB-RAMO-PCT-OBRERO (WS-IX-RAMO) / 100
           ADD WS-CUOTA-RAMO TO WS-CUOTA-OBRERA.

       050-ACUMULA-DEPTO.
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   CONTINUE
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = WS-DEPTO-EMP
                   ADD 1 TO WS-ACUM-DEPTO-CANT (WS-IX-DEPTO)
                   ADD WS-CUOTA-OBRERA
                          TO WS-ACUM-DEPTO-OBRERA (WS-IX-DEPTO)
                   ADD WS-CUOTA-PATRONAL
                          TO WS-ACUM-DEPTO-PATRONAL (WS-IX-DEPTO)
           END-SEARCH.

       060-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE WS-NUMERO-EMP      TO WS-DET-NUMERO
           MOVE WS-NOMBRE-EMP      TO WS-DET-NOMBRE
           MOVE WS-DEPTO-EMP       TO WS-DET-DEPTO
           MOVE WS-SBC             TO WS-DET-SBC
           MOVE WS-DIAS-COTIZADOS  TO WS-DET-DIAS
           MOVE WS-CUOTA-OBRERA    TO WS-DET-OBRERA
           MOVE WS-CUOTA-PATRONAL  TO WS-DET-PATRONAL
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       070-ESCRIBE-CUOTAS.
           MOVE WS-NUMERO-EMP      TO REG-IMS-NUMERO
           MOVE WS-MES-CALCULO     TO REG-IMS-MES
           MOVE WS-DEPTO-EMP       TO REG-IMS-DEPTO
           MOVE WS-SBC             TO REG-IMS-SBC
           MOVE WS-DIAS-COTIZADOS  TO REG-IMS-DIAS
           MOVE WS-CUOTA-OBRERA    TO REG-IMS-CUOTA-OBRERA
           MOVE WS-CUOTA-PATRONAL  TO REG-IMS-CUOTA-PATRONAL
           WRITE REG-IMSS-EMP.

       090-FIN-CALCULO.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           PERFORM 092-IMPRIME-UN-DEPTO
               VARYING WS-IX-DEPTO FROM 1 BY 1
               UNTIL WS-IX-DEPTO > 10
                  OR WS-TAB-DEPTO-COD (WS-IX-DEPTO) = 999
           MOVE WS-CONT-CALCULADOS TO WS-TOT-CANT
           MOVE WS-TOT-OBRERA      TO WS-TOT-OBRERA-ED
           MOVE WS-TOT-PATRONAL    TO WS-TOT-PATRONAL-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           CLOSE REPORTE
                 IMSS-EMPLEADOS
           DISPLAY "PROG0061: EMPLEADOS COTIZADOS   : "
                   WS-CONT-CALCULADOS
           DISPLAY "PROG0061: SBC TOPADOS           : "
                   WS-CONT-TOPADOS
           DISPLAY "PROG0061: SIN DIAS EN EL MES    : "
                   WS-CONT-SIN-DIAS
           DISPLAY "PROG0061: CUOTA OBRERA TOTAL    : " WS-TOT-OBRERA
           DISPLAY "PROG0061: COSTO PATRONAL TOTAL  : " WS-TOT-PATRONAL
           DISPLAY "PROG0061: REPORTE EN 04-REP-IMSS Y CUOTAS POR "
                   "EMPLEADO EN 04-IMSS-EMPLEADOS"
           GOBACK.

       092-IMPRIME-UN-DEPTO.
           IF WS-ACUM-DEPTO-CANT (WS-IX-DEPTO) NOT = ZEROS
              IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
                 PERFORM 005-IMPRIME-ENCABEZADOS
              END-IF
              MOVE WS-TAB-DEPTO-COD (WS-IX-DEPTO) TO WS-SUBT-DEPTO-COD
              MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO) TO WS-SUBT-DEPTO-NOM
              MOVE WS-ACUM-DEPTO-CANT (WS-IX-DEPTO)
                                     TO WS-SUBT-DEPTO-CANT
              MOVE WS-ACUM-DEPTO-OBRERA (WS-IX-DEPTO)
                                     TO WS-SUBT-DEPTO-OBRERA
              MOVE WS-ACUM-DEPTO-PATRONAL (WS-IX-DEPTO)
                                     TO WS-SUBT-DEPTO-PATRONAL
              WRITE REG-REPORTE FROM WS-DETALLE-SUBTOTAL-DEPTO
                                     AFTER ADVANCING 1
              ADD 1 TO WS-LINEAS-PAGINA
           END-IF.

       END PROGRAM PROG0061.
