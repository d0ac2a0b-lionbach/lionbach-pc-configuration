       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0078.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: PROYECCION DEL COSTO DE NOMINA A DOCE MESES PARA EL  *
      *           PRESUPUESTO DE FINANZAS. PARTE DEL SALARIO ACTUAL DE *
      *           CADA EMPLEADO ACTIVO DE 04-EMPLEADOS Y LE APLICA MES *
      *           A MES LOS CAMBIOS YA CONOCIDOS: LOS MOVIMIENTOS      *
      *           PENDIENTES DE 04-TRANS-PENDIENTES (SALARIO, TRASLADO *
      *           Y BAJA) EN SU FECHA EFECTIVA, EL AUMENTO DE          *
      *           04-PROPUESTA-AUMENTO (PROG0017) DESDE EL MES QUE SE  *
      *           INDIQUE SI EL SALARIO SIGUE SIENDO EL "ANTES", Y LAS *
      *           BAJAS POR APROBAR DE 04-BAJAS-PENDIENTES DESDE EL    *
      *           PRIMER MES. LAS VACANTES DE 04-PLANTILLA (AUTORIZADO *
      *           MENOS ACTIVOS) SE CUBREN DESDE EL MES QUE SE INDIQUE *
      *           AL PUNTO MEDIO DE 04-RANGOS-PUESTO: EL PROMEDIO DE   *
      *           LOS PUNTOS MEDIOS DE LOS PUESTOS DEL DEPARTAMENTO, O *
      *           EL DE TODO EL TABULADOR SI EL DEPARTAMENTO NO TIENE  *
      *           A NADIE. IMPRIME 04-REP-PROYECCION CON PLANTILLA Y   *
      *           COSTO POR MES POR DEPARTAMENTO Y EL TOTAL DE LA      *
      *           EMPRESA                                              *
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
           SELECT PLANTILLA-CFG ASSIGN TO "04-PLANTILLA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PLANTILLA.
           SELECT RANGOS-CFG ASSIGN TO "04-RANGOS-PUESTO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-RAN.
           SELECT TRANS-PENDIENTES ASSIGN TO "04-TRANS-PENDIENTES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TRP.
           SELECT PROPUESTA ASSIGN TO "04-PROPUESTA-AUMENTO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PROP.
           SELECT BAJAS-PENDIENTES ASSIGN TO "04-BAJAS-PENDIENTES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-BP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-BAJAP.
           SELECT REPORTE ASSIGN TO "04-REP-PROYECCION".

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
       FD  PLANTILLA-CFG
           RECORD CONTAINS 08 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPLANFD.
       FD  RANGOS-CFG
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WRANGFD.
       FD  TRANS-PENDIENTES
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTRPFD.
       FD  PROPUESTA
           RECORD CONTAINS 26 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPROPFD.
       FD  BAJAS-PENDIENTES
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WBAJAFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WDEPTOS.
       COPY WPLANTILLA.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-PLANTILLA
                                  PIC X(02).
       01 WS-FILE-STATUS-RAN      PIC X(02).
       01 WS-FILE-STATUS-TRP      PIC X(02).
       01 WS-FILE-STATUS-PROP     PIC X(02).
       01 WS-FILE-STATUS-BAJAP    PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ARCHIVO   PIC X(01)    VALUE "N".
               88 WS-FIN-ARCHIVO              VALUE "S".
           05 WS-SW-FIN-DEPTOS    PIC X(01)    VALUE "N".
               88 WS-FIN-DEPTOS               VALUE "S".
           05 WS-SW-FIN-PLANTILLA PIC X(01)    VALUE "N".
               88 WS-FIN-PLANTILLA            VALUE "S".
           05 WS-SW-FIN-RANGOS    PIC X(01)    VALUE "N".
               88 WS-FIN-RANGOS               VALUE "S".
           05 WS-SW-FIN-TRANS     PIC X(01)    VALUE "N".
               88 WS-FIN-TRANS                VALUE "S".
           05 WS-SW-FIN-PROPUESTA PIC X(01)    VALUE "N".
               88 WS-FIN-PROPUESTA            VALUE "S".
           05 WS-SW-BAJAS-ABIERTO PIC X(01)    VALUE "N".
               88 WS-BAJAS-ABIERTO            VALUE "S".
           05 WS-SW-HAY-PLANTILLA PIC X(01)    VALUE "N".
               88 WS-HAY-PLANTILLA            VALUE "S".

       01 WS-FECHA-PROCESO.
           05 FILLER              PIC X(02).
           05 WS-DIA-PROCESO      PIC 9(02).
           05 WS-MES-PROCESO      PIC 9(02).
           05 WS-ANIO-PROCESO     PIC 9(04).

       01 WS-DIA-SEMANA-PROCESO   PIC 9(01).

      * -------------------------------------------------------------- *
      * PARAMETROS DE LA PROYECCION - EL PRIMER MES (AAAAMM, OMISION = *
      *            EL MES SIGUIENTE A HOY) Y EL NUMERO DE MES (1 A 12) *
      *            EN QUE SE CUBREN LAS VACANTES Y EN QUE ENTRA EL     *
      *            AUMENTO PROPUESTO                                   *
      * -------------------------------------------------------------- *
       01 WS-MES-INICIAL-G.
           05 WS-MI-ANIO          PIC 9(04).
           05 WS-MI-MES           PIC 9(02).

       01 WS-MES-INICIAL REDEFINES WS-MES-INICIAL-G
                                  PIC 9(06).

       01 WS-MES-VACANTES         PIC 9(02)    VALUE ZEROS.
       01 WS-MES-AUMENTO          PIC 9(02)    VALUE ZEROS.

      * LOS DOCE MESES PROYECTADOS (AAAAMM)
       01 WS-TABLA-MESES.
           05 WS-TAB-MES          OCCURS 12 TIMES.
               10 WS-TAB-MES-ANIO PIC 9(04).
               10 WS-TAB-MES-MES  PIC 9(02).
       01 WS-IX-MES               PIC 9(02)    VALUE ZEROS.
       01 WS-MES-DESDE            PIC S9(04)   VALUE ZEROS.

       01 WS-FECHA-EFECTIVA-G.
           05 WS-FEF-ANIO         PIC 9(04).
           05 WS-FEF-MES          PIC 9(02).
           05 WS-FEF-DIA          PIC 9(02).

       01 WS-FECHA-EFECTIVA REDEFINES WS-FECHA-EFECTIVA-G
                                  PIC 9(08).

      * -------------------------------------------------------------- *
      * WS-TABLA-RANGOS - TABULADOR POR PUESTO CARGADO DE              *
      *                04-RANGOS-PUESTO EN ORDEN ASCENDENTE DE CODIGO, *
      *                CON SU PUNTO MEDIO                              *
      * -------------------------------------------------------------- *
       01 WS-TABLA-RANGOS.
           05 WS-TAB-RANGO        OCCURS 10 TIMES
                                  ASCENDING KEY IS WS-TAB-RANGO-COD
                                  INDEXED BY WS-IX-RANGO.
               10 WS-TAB-RANGO-COD
                                  PIC 9(02)    VALUE 99.
               10 WS-TAB-RANGO-MEDIO
                                  PIC 9(07)V99  VALUE ZEROS.
       01 WS-CANT-RANGOS          PIC 9(02)    VALUE ZEROS.
       01 WS-SUMA-MEDIOS          PIC 9(09)V99  VALUE ZEROS.
       01 WS-MEDIO-GENERAL        PIC 9(07)V99  VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-TRANS - LOS MOVIMIENTOS TODAVIA PENDIENTES DE         *
      *                04-TRANS-PENDIENTES, EN EL ORDEN EN QUE SE      *
      *                CAPTURARON, CON EL MES PROYECTADO EN QUE ENTRAN *
      * -------------------------------------------------------------- *
       01 WS-TABLA-TRANS.
           05 WS-TAB-TRP          OCCURS 500 TIMES.
               10 WS-TAB-TRP-NUMERO
                                  PIC 9(05).
               10 WS-TAB-TRP-TIPO PIC X(01).
               10 WS-TAB-TRP-MES  PIC 9(02).
               10 WS-TAB-TRP-SALARIO
                                  PIC 9(07)V99.
               10 WS-TAB-TRP-DEPTO
                                  PIC 9(03).
       01 WS-CANT-TRANS           PIC 9(03)    VALUE ZEROS.
       01 WS-IX-TRP               PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-PROPUESTA - 04-PROPUESTA-AUMENTO, QUE PROG0017 DEJA   *
      *                EN ORDEN DE NUMERO DE EMPLEADO                  *
      * -------------------------------------------------------------- *
       01 WS-TABLA-PROPUESTA.
           05 WS-TAB-PROP         OCCURS 2000 TIMES
                                  ASCENDING KEY IS WS-TAB-PROP-NUMERO
                                  INDEXED BY WS-IX-PROP.
               10 WS-TAB-PROP-NUMERO
                                  PIC 9(05)    VALUE 99999.
               10 WS-TAB-PROP-ANTES
                                  PIC 9(07)V99  VALUE ZEROS.
               10 WS-TAB-PROP-DESPUES
                                  PIC 9(07)V99  VALUE ZEROS.
       01 WS-CANT-PROPUESTA       PIC 9(04)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-PROYECCION-EMP - EL EMPLEADO EN TURNO MES A MES: SI SIGUE   *
      *                ACTIVO, SU DEPARTAMENTO Y SU SALARIO MENSUAL    *
      * -------------------------------------------------------------- *
       01 WS-PROYECCION-EMP.
           05 WS-PRY-EMP-MES      OCCURS 12 TIMES.
               10 WS-PRY-EMP-ACTIVO
                                  PIC X(01).
               10 WS-PRY-EMP-DEPTO
                                  PIC 9(03).
               10 WS-PRY-EMP-SALARIO
                                  PIC 9(07)V99.

      * -------------------------------------------------------------- *
      * WS-ACUM-PROYECCION - PLANTILLA Y COSTO POR DEPARTAMENTO Y MES, *
      *                EN EL MISMO ORDEN QUE WS-TABLA-DEPTOS, MAS LOS  *
      *                ACTIVOS DE HOY Y LA SUMA DE PUNTOS MEDIOS DE    *
      *                SUS PUESTOS PARA COSTEAR LAS VACANTES           *
      * -------------------------------------------------------------- *
       01 WS-ACUM-PROYECCION.
           05 WS-ACUM-PRY-DEPTO   OCCURS 10 TIMES.
               10 WS-ACUM-PRY-ACTUAL
                                  PIC 9(05)    VALUE ZEROS.
               10 WS-ACUM-PRY-CON-RANGO
                                  PIC 9(05)    VALUE ZEROS.
               10 WS-ACUM-PRY-MEDIOS
                                  PIC 9(09)V99  VALUE ZEROS.
               10 WS-ACUM-PRY-VACANTES
                                  PIC 9(05)    VALUE ZEROS.
               10 WS-ACUM-PRY-COSTO-VACANTE
                                  PIC 9(07)V99  VALUE ZEROS.
               10 WS-ACUM-PRY-MES OCCURS 12 TIMES.
                   15 WS-ACUM-PRY-CANT
                                  PIC 9(05)    VALUE ZEROS.
                   15 WS-ACUM-PRY-COSTO
                                  PIC 9(11)V99  VALUE ZEROS.

       01 WS-TOTAL-EMPRESA.
           05 WS-TOT-EMP-MES      OCCURS 12 TIMES.
               10 WS-TOT-EMP-CANT PIC 9(05)    VALUE ZEROS.
               10 WS-TOT-EMP-COSTO
                                  PIC 9(11)V99  VALUE ZEROS.
       01 WS-TOT-ANUAL-DEPTO      PIC 9(11)V99  VALUE ZEROS.
       01 WS-TOT-ANUAL-EMPRESA    PIC 9(11)V99  VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-EMPLEADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-DEPTO   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-TRANS       PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-TRANS-FUERA PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-TRANS-EXCEDIDAS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-AUMENTOS    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-PROP-VIEJAS PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-BAJAS-PEND  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-VACANTES    PIC 9(05)    VALUE ZEROS.

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
           05 FILLER              PIC X(07)    VALUE SPACES.
           05 WS-TIT-2            PIC X(35)
                        VALUE "PROYECCION DE COSTO DE NOMINA".
           05 FILLER              PIC X(11)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(07)    VALUES "MES".
           05 FILLER              PIC X(06)    VALUES SPACES.
           05 FILLER              PIC X(09)    VALUES "PLANTILLA".
           05 FILLER              PIC X(08)    VALUES SPACES.
           05 FILLER              PIC X(15)    VALUES "COSTO MENSUAL".

       01 WS-LINEA-DEPTO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "DEPTO: ".
           05 WS-LDP-DEPTO        PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-LDP-NOMBRE       PIC X(20).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "ACTUAL: ".
           05 WS-LDP-ACTUAL       PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "VACANTES: ".
           05 WS-LDP-VACANTES     PIC ZZ,ZZ9.
           05 FILLER              PIC X(64)    VALUE SPACES.

       01 WS-LINEA-EMPRESA.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(30)
                       VALUE "TOTAL DE LA EMPRESA".
           05 FILLER              PIC X(101)   VALUE SPACES.

       01 WS-DETALLE.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DET-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-DET-MES          PIC 9(02).
           05 FILLER              PIC X(10)    VALUES SPACES.
           05 WS-DET-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 WS-DET-COSTO        PIC $$$,$$$,$$$,$$9.99.

       01 WS-LINEA-TOTAL.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(28)
                       VALUE "TOTAL DOCE MESES".
           05 WS-TOT-COSTO-ED     PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PROG0078: PROYECCION DE COSTO DE NOMINA A 12 MESES"
           CALL "PROG0005" USING WS-FECHA-PROCESO WS-DIA-SEMANA-PROCESO
           DISPLAY "PRIMER MES (AAAAMM, VACIO = EL MES SIGUIENTE): "
           ACCEPT WS-MES-INICIAL
           IF WS-MES-INICIAL = ZEROS
              MOVE WS-ANIO-PROCESO TO WS-MI-ANIO
              COMPUTE WS-MI-MES = WS-MES-PROCESO + 1
              IF WS-MI-MES > 12
                 MOVE 01 TO WS-MI-MES
                 ADD 1 TO WS-MI-ANIO
              END-IF
           END-IF
           IF WS-MI-MES < 01 OR WS-MI-MES > 12
              OR WS-MI-ANIO < 1900
                 DISPLAY "PROG0078: MES NO VALIDO: " WS-MES-INICIAL
                 GOBACK
           END-IF
           DISPLAY "MES DE LA PROYECCION (1-12) EN QUE SE CUBREN LAS "
                   "VACANTES [1]: "
           ACCEPT WS-MES-VACANTES
           IF WS-MES-VACANTES = ZEROS
              MOVE 1 TO WS-MES-VACANTES
           END-IF
           DISPLAY "MES DE LA PROYECCION (1-12) EN QUE ENTRA EL "
                   "AUMENTO PROPUESTO [1]: "
           ACCEPT WS-MES-AUMENTO
           IF WS-MES-AUMENTO = ZEROS
              MOVE 1 TO WS-MES-AUMENTO
           END-IF
           IF WS-MES-VACANTES > 12 OR WS-MES-AUMENTO > 12
              DISPLAY "PROG0078: EL MES DEBE SER DE 1 A 12"
              GOBACK
           END-IF
           PERFORM 012-ARMA-MESES
           PERFORM 015-CARGA-DEPTOS THRU 015-FIN-CARGA-DEPTOS
           PERFORM 016-CARGA-PLANTILLA THRU 016-FIN-CARGA-PLANTILLA
           PERFORM 017-CARGA-RANGOS THRU 017-FIN-CARGA-RANGOS
           PERFORM 018-CARGA-TRANS THRU 018-FIN-CARGA-TRANS
           PERFORM 019-CARGA-PROPUESTA THRU 019-FIN-CARGA-PROPUESTA
           OPEN INPUT BAJAS-PENDIENTES
           IF WS-FILE-STATUS-BAJAP = "00"
              MOVE "S" TO WS-SW-BAJAS-ABIERTO
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0078: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-DIA-PROCESO  TO WS-TIT-2-DIA
           MOVE WS-MES-PROCESO  TO WS-TIT-2-MES
           MOVE WS-ANIO-PROCESO TO WS-TIT-2-ANIO
           GO TO 020-LEE-EMPLEADO.

       012-ARMA-MESES.
           MOVE WS-MI-ANIO TO WS-TAB-MES-ANIO (1)
           MOVE WS-MI-MES  TO WS-TAB-MES-MES (1)
           PERFORM 0121-SIGUIENTE-MES
               VARYING WS-IX-MES FROM 2 BY 1 UNTIL WS-IX-MES > 12.

       0121-SIGUIENTE-MES.
           MOVE WS-TAB-MES-ANIO (WS-IX-MES - 1)
                                  TO WS-TAB-MES-ANIO (WS-IX-MES)
           COMPUTE WS-TAB-MES-MES (WS-IX-MES) =
                   WS-TAB-MES-MES (WS-IX-MES - 1) + 1
           IF WS-TAB-MES-MES (WS-IX-MES) > 12
              MOVE 01 TO WS-TAB-MES-MES (WS-IX-MES)
              ADD 1 TO WS-TAB-MES-ANIO (WS-IX-MES)
           END-IF.

      * -------------------------------------------------------------- *
      * 015-CARGA-DEPTOS - LEE 04-DEPTOS Y LLENA WS-TABLA-DEPTOS (VER  *
      *                    PROG0010 PARA MANTENER EL CATALOGO)         *
      * -------------------------------------------------------------- *
       015-CARGA-DEPTOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0078: NO SE PUDO ABRIR 04-DEPTOS, STATUS "
                      WS-FILE-STATUS-DEPTOS "; NADA QUE PROYECTAR"
              GOBACK
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
           EXIT.

      * -------------------------------------------------------------- *
      * 016-CARGA-PLANTILLA - LEE 04-PLANTILLA Y LLENA                 *
      *                    WS-TABLA-PLANTILLA. SIN PLANTILLA NO SE     *
      *                    PROYECTAN VACANTES                          *
      * -------------------------------------------------------------- *
       016-CARGA-PLANTILLA.
           SET WS-IX-PLANTILLA TO 1
           OPEN INPUT PLANTILLA-CFG
           IF WS-FILE-STATUS-PLANTILLA NOT = "00"
              DISPLAY "PROG0078: SIN 04-PLANTILLA, STATUS "
                      WS-FILE-STATUS-PLANTILLA
                      "; NO SE PROYECTAN VACANTES"
              GO TO 016-FIN-CARGA-PLANTILLA
           END-IF
           GO TO 0161-LEE-PLANTILLA.

       0161-LEE-PLANTILLA.
           IF WS-IX-PLANTILLA > 10
              GO TO 0162-FIN-LEE-PLANTILLA
           END-IF
           READ PLANTILLA-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-PLANTILLA
                   GO TO 0162-FIN-LEE-PLANTILLA
           END-READ
           MOVE REG-PLANTILLA-COD TO
               WS-TAB-PLANTILLA-COD (WS-IX-PLANTILLA)
           MOVE REG-PLANTILLA-AUTORIZADO TO
               WS-TAB-PLANTILLA-AUTORIZADO (WS-IX-PLANTILLA)
           SET WS-IX-PLANTILLA UP BY 1
           GO TO 0161-LEE-PLANTILLA.

       0162-FIN-LEE-PLANTILLA.
           CLOSE PLANTILLA-CFG.

       016-FIN-CARGA-PLANTILLA.
           EXIT.

      * -------------------------------------------------------------- *
      * 017-CARGA-RANGOS - LEE 04-RANGOS-PUESTO, GUARDA EL PUNTO MEDIO *
      *                DE CADA PUESTO Y SACA EL PROMEDIO DE TODO EL    *
      *                TABULADOR                                       *
      * -------------------------------------------------------------- *
       017-CARGA-RANGOS.
           SET WS-IX-RANGO TO 1
           OPEN INPUT RANGOS-CFG
           IF WS-FILE-STATUS-RAN NOT = "00"
              DISPLAY "PROG0078: SIN 04-RANGOS-PUESTO, STATUS "
                      WS-FILE-STATUS-RAN
                      "; LAS VACANTES NO SE COSTEAN"
              GO TO 017-FIN-CARGA-RANGOS
           END-IF
           GO TO 0171-LEE-RANGO.

       0171-LEE-RANGO.
           IF WS-IX-RANGO > 10
              GO TO 0172-FIN-LEE-RANGO
           END-IF
           READ RANGOS-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-RANGOS
                   GO TO 0172-FIN-LEE-RANGO
           END-READ
           MOVE REG-RANGO-PUESTO-COD
                     TO WS-TAB-RANGO-COD (WS-IX-RANGO)
           COMPUTE WS-TAB-RANGO-MEDIO (WS-IX-RANGO) ROUNDED =
                   (REG-RANGO-MINIMO + REG-RANGO-MAXIMO) / 2
           ADD WS-TAB-RANGO-MEDIO (WS-IX-RANGO) TO WS-SUMA-MEDIOS
           ADD 1 TO WS-CANT-RANGOS
           SET WS-IX-RANGO UP BY 1
           GO TO 0171-LEE-RANGO.

       0172-FIN-LEE-RANGO.
           CLOSE RANGOS-CFG
           IF WS-CANT-RANGOS NOT = ZEROS
              COMPUTE WS-MEDIO-GENERAL ROUNDED =
                      WS-SUMA-MEDIOS / WS-CANT-RANGOS
           END-IF.

       017-FIN-CARGA-RANGOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 018-CARGA-TRANS - LOS MOVIMIENTOS PENDIENTES CON SU MES DE LA  *
      *                PROYECCION: UNO CON FECHA ANTERIOR AL PRIMER    *
      *                MES (EL PROCESO NOCTURNO NO LO HA APLICADO)     *
      *                CUENTA DESDE EL PRIMERO; UNO POSTERIOR AL       *
      *                ULTIMO NO ENTRA                                 *
      * -------------------------------------------------------------- *
       018-CARGA-TRANS.
           OPEN INPUT TRANS-PENDIENTES
           IF WS-FILE-STATUS-TRP NOT = "00"
              GO TO 018-FIN-CARGA-TRANS
           END-IF
           GO TO 0181-LEE-TRANS.

       0181-LEE-TRANS.
           READ TRANS-PENDIENTES
               AT END
                   MOVE "S" TO WS-SW-FIN-TRANS
                   CLOSE TRANS-PENDIENTES
                   GO TO 018-FIN-CARGA-TRANS
           END-READ
           IF NOT REG-TP-PENDIENTE
              GO TO 0181-LEE-TRANS
           END-IF
           MOVE REG-TP-FECHA-EFECTIVA TO WS-FECHA-EFECTIVA
           COMPUTE WS-MES-DESDE =
                   ((WS-FEF-ANIO - WS-MI-ANIO) * 12)
                   + (WS-FEF-MES - WS-MI-MES) + 1
           IF WS-MES-DESDE > 12
              ADD 1 TO WS-CONT-TRANS-FUERA
              GO TO 0181-LEE-TRANS
           END-IF
           IF WS-MES-DESDE < 1
              MOVE 1 TO WS-MES-DESDE
           END-IF
           IF WS-CANT-TRANS NOT < 500
              ADD 1 TO WS-CONT-TRANS-EXCEDIDAS
              GO TO 0181-LEE-TRANS
           END-IF
           ADD 1 TO WS-CANT-TRANS
           MOVE REG-TP-NUMERO   TO WS-TAB-TRP-NUMERO (WS-CANT-TRANS)
           MOVE REG-TP-TIPO     TO WS-TAB-TRP-TIPO (WS-CANT-TRANS)
           MOVE WS-MES-DESDE    TO WS-TAB-TRP-MES (WS-CANT-TRANS)
           MOVE REG-TP-SALARIO-NUEVO
                                TO WS-TAB-TRP-SALARIO (WS-CANT-TRANS)
           MOVE REG-TP-DEPTO-NUEVO
                                TO WS-TAB-TRP-DEPTO (WS-CANT-TRANS)
           GO TO 0181-LEE-TRANS.

       018-FIN-CARGA-TRANS.
           EXIT.

       019-CARGA-PROPUESTA.
           OPEN INPUT PROPUESTA
           IF WS-FILE-STATUS-PROP NOT = "00"
              GO TO 019-FIN-CARGA-PROPUESTA
           END-IF
           GO TO 0191-LEE-PROPUESTA.

       0191-LEE-PROPUESTA.
           IF WS-CANT-PROPUESTA NOT < 2000
              CLOSE PROPUESTA
              GO TO 019-FIN-CARGA-PROPUESTA
           END-IF
           READ PROPUESTA
               AT END
                   MOVE "S" TO WS-SW-FIN-PROPUESTA
                   CLOSE PROPUESTA
                   GO TO 019-FIN-CARGA-PROPUESTA
           END-READ
           ADD 1 TO WS-CANT-PROPUESTA
           MOVE REG-PROP-NUMERO
                  TO WS-TAB-PROP-NUMERO (WS-CANT-PROPUESTA)
           MOVE REG-PROP-SALARIO-ANTES
                  TO WS-TAB-PROP-ANTES (WS-CANT-PROPUESTA)
           MOVE REG-PROP-SALARIO-DESPUES
                  TO WS-TAB-PROP-DESPUES (WS-CANT-PROPUESTA)
           GO TO 0191-LEE-PROPUESTA.

       019-FIN-CARGA-PROPUESTA.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-LEE-EMPLEADO - ARMA LOS DOCE MESES DE CADA EMPLEADO ACTIVO *
      *                Y LOS SUMA A SU DEPARTAMENTO DE CADA MES        *
      * -------------------------------------------------------------- *
       020-LEE-EMPLEADO.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-ARCHIVO
           END-READ
           IF WS-FIN-ARCHIVO
              CLOSE EMPLEADOS
              IF WS-BAJAS-ABIERTO
                 CLOSE BAJAS-PENDIENTES
              END-IF
              GO TO 060-VACANTES
           END-IF
           IF WS-NUMERO-EMP = 99999
              GO TO 020-LEE-EMPLEADO
           END-IF
           IF WS-STATUS-EMP NOT = 1
              GO TO 020-LEE-EMPLEADO
           END-IF
           ADD 1 TO WS-CONT-EMPLEADOS
           PERFORM 030-ACTUAL-DEL-DEPTO THRU 030-FIN-ACTUAL-DEL-DEPTO
           PERFORM 0401-MES-ACTUAL
               VARYING WS-IX-MES FROM 1 BY 1 UNTIL WS-IX-MES > 12
           PERFORM 042-APLICA-PROPUESTA THRU 042-FIN-APLICA-PROPUESTA
           PERFORM 044-APLICA-TRANS
               VARYING WS-IX-TRP FROM 1 BY 1
               UNTIL WS-IX-TRP > WS-CANT-TRANS
           PERFORM 046-APLICA-BAJA-PENDIENTE
               THRU 046-FIN-APLICA-BAJA-PENDIENTE
           PERFORM 050-ACUMULA-MES
               VARYING WS-IX-MES FROM 1 BY 1 UNTIL WS-IX-MES > 12
           GO TO 020-LEE-EMPLEADO.

      * -------------------------------------------------------------- *
      * 030-ACTUAL-DEL-DEPTO - CUENTA AL EMPLEADO EN LA PLANTILLA DE   *
      *                HOY DE SU DEPARTAMENTO Y SUMA EL PUNTO MEDIO DE *
      *                SU PUESTO PARA EL COSTO DE LAS VACANTES         *
      * -------------------------------------------------------------- *
       030-ACTUAL-DEL-DEPTO.
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   GO TO 030-FIN-ACTUAL-DEL-DEPTO
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = WS-DEPTO-EMP
                   ADD 1 TO WS-ACUM-PRY-ACTUAL (WS-IX-DEPTO)
           END-SEARCH
           SET WS-IX-RANGO TO 1
           SEARCH ALL WS-TAB-RANGO
               AT END
                   CONTINUE
               WHEN WS-TAB-RANGO-COD (WS-IX-RANGO) = WS-PUESTO-EMP
                   ADD 1 TO WS-ACUM-PRY-CON-RANGO (WS-IX-DEPTO)
                   ADD WS-TAB-RANGO-MEDIO (WS-IX-RANGO)
                          TO WS-ACUM-PRY-MEDIOS (WS-IX-DEPTO)
           END-SEARCH.

       030-FIN-ACTUAL-DEL-DEPTO.
           EXIT.

       0401-MES-ACTUAL.
           MOVE "S"            TO WS-PRY-EMP-ACTIVO (WS-IX-MES)
           MOVE WS-DEPTO-EMP   TO WS-PRY-EMP-DEPTO (WS-IX-MES)
           MOVE WS-SALARIO-EMP TO WS-PRY-EMP-SALARIO (WS-IX-MES).

      * -------------------------------------------------------------- *
      * 042-APLICA-PROPUESTA - EL AUMENTO PROPUESTO ENTRA DESDE EL MES *
      *                INDICADO, SOLO SI EL SALARIO DEL MAESTRO SIGUE  *
      *                SIENDO EL "ANTES" (SI NO, YA SE APLICO O LA     *
      *                PROPUESTA ES VIEJA)                             *
      * -------------------------------------------------------------- *
       042-APLICA-PROPUESTA.
           IF WS-CANT-PROPUESTA = ZEROS
              GO TO 042-FIN-APLICA-PROPUESTA
           END-IF
           SET WS-IX-PROP TO 1
           SEARCH ALL WS-TAB-PROP
               AT END
                   GO TO 042-FIN-APLICA-PROPUESTA
               WHEN WS-TAB-PROP-NUMERO (WS-IX-PROP) = WS-NUMERO-EMP
                   CONTINUE
           END-SEARCH
           IF WS-TAB-PROP-ANTES (WS-IX-PROP) NOT = WS-SALARIO-EMP
              ADD 1 TO WS-CONT-PROP-VIEJAS
              GO TO 042-FIN-APLICA-PROPUESTA
           END-IF
           ADD 1 TO WS-CONT-AUMENTOS
           PERFORM 0421-SALARIO-PROPUESTO
               VARYING WS-IX-MES FROM WS-MES-AUMENTO BY 1
               UNTIL WS-IX-MES > 12.

       042-FIN-APLICA-PROPUESTA.
           EXIT.

       0421-SALARIO-PROPUESTO.
           MOVE WS-TAB-PROP-DESPUES (WS-IX-PROP)
                                  TO WS-PRY-EMP-SALARIO (WS-IX-MES).

      * -------------------------------------------------------------- *
      * 044-APLICA-TRANS - UN MOVIMIENTO PENDIENTE DEL EMPLEADO CAMBIA *
      *                SU SALARIO, SU DEPARTAMENTO O LO DA DE BAJA     *
      *                DESDE SU MES EN ADELANTE                        *
      * -------------------------------------------------------------- *
       044-APLICA-TRANS.
           IF WS-TAB-TRP-NUMERO (WS-IX-TRP) = WS-NUMERO-EMP
              ADD 1 TO WS-CONT-TRANS
              PERFORM 0441-APLICA-UN-MES
                  VARYING WS-IX-MES FROM WS-TAB-TRP-MES (WS-IX-TRP)
                  BY 1 UNTIL WS-IX-MES > 12
           END-IF.

       0441-APLICA-UN-MES.
           IF WS-TAB-TRP-TIPO (WS-IX-TRP) = "S"
              MOVE WS-TAB-TRP-SALARIO (WS-IX-TRP)
                                  TO WS-PRY-EMP-SALARIO (WS-IX-MES)
           END-IF
           IF WS-TAB-TRP-TIPO (WS-IX-TRP) = "T"
              MOVE WS-TAB-TRP-DEPTO (WS-IX-TRP)
                                  TO WS-PRY-EMP-DEPTO (WS-IX-MES)
           END-IF
           IF WS-TAB-TRP-TIPO (WS-IX-TRP) = "B"
              MOVE "N"            TO WS-PRY-EMP-ACTIVO (WS-IX-MES)
           END-IF.

      * -------------------------------------------------------------- *
      * 046-APLICA-BAJA-PENDIENTE - UNA BAJA QUE ESPERA APROBACION EN  *
      *                PROG0020 SE PROYECTA DESDE EL PRIMER MES        *
      * -------------------------------------------------------------- *
       046-APLICA-BAJA-PENDIENTE.
           IF NOT WS-BAJAS-ABIERTO
              GO TO 046-FIN-APLICA-BAJA-PENDIENTE
           END-IF
           MOVE WS-NUMERO-EMP TO REG-BP-NUMERO
           READ BAJAS-PENDIENTES
               INVALID KEY
                   GO TO 046-FIN-APLICA-BAJA-PENDIENTE
           END-READ
           ADD 1 TO WS-CONT-BAJAS-PEND
           PERFORM 0461-SIN-ACTIVO
               VARYING WS-IX-MES FROM 1 BY 1 UNTIL WS-IX-MES > 12.

       046-FIN-APLICA-BAJA-PENDIENTE.
           EXIT.

       0461-SIN-ACTIVO.
           MOVE "N" TO WS-PRY-EMP-ACTIVO (WS-IX-MES).

       050-ACUMULA-MES.
           IF WS-PRY-EMP-ACTIVO (WS-IX-MES) = "S"
              SET WS-IX-DEPTO TO 1
              SEARCH ALL WS-TAB-DEPTO
                  AT END
                      ADD 1 TO WS-CONT-SIN-DEPTO
                  WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) =
                                  WS-PRY-EMP-DEPTO (WS-IX-MES)
                      ADD 1 TO WS-ACUM-PRY-CANT (WS-IX-DEPTO,
                                                 WS-IX-MES)
                      ADD WS-PRY-EMP-SALARIO (WS-IX-MES)
                         TO WS-ACUM-PRY-COSTO (WS-IX-DEPTO,
                                               WS-IX-MES)
              END-SEARCH
           END-IF.

      * -------------------------------------------------------------- *
      * 060-VACANTES - POR DEPARTAMENTO, LAS PLAZAS AUTORIZADAS SIN    *
      *                OCUPAR SE SUMAN DESDE EL MES INDICADO AL        *
      *                PROMEDIO DE PUNTOS MEDIOS DE SUS PUESTOS; LUEGO *
      *                SE IMPRIME                                      *
      * -------------------------------------------------------------- *
       060-VACANTES.
           PERFORM 062-VACANTES-DEPTO
               VARYING WS-IX-DEPTO FROM 1 BY 1
               UNTIL WS-IX-DEPTO > 10
                  OR WS-TAB-DEPTO-COD (WS-IX-DEPTO) = 999
           PERFORM 005-IMPRIME-ENCABEZADOS
           PERFORM 070-IMPRIME-UN-DEPTO
               VARYING WS-IX-DEPTO FROM 1 BY 1
               UNTIL WS-IX-DEPTO > 10
                  OR WS-TAB-DEPTO-COD (WS-IX-DEPTO) = 999
           GO TO 090-FIN-PROYECCION.

       062-VACANTES-DEPTO.
           SET WS-IX-PLANTILLA TO 1
           MOVE "N" TO WS-SW-HAY-PLANTILLA
           SEARCH ALL WS-TAB-PLANTILLA
               AT END
                   CONTINUE
               WHEN WS-TAB-PLANTILLA-COD (WS-IX-PLANTILLA)
                       = WS-TAB-DEPTO-COD (WS-IX-DEPTO)
                   MOVE "S" TO WS-SW-HAY-PLANTILLA
           END-SEARCH
           IF WS-HAY-PLANTILLA
              AND WS-TAB-PLANTILLA-AUTORIZADO (WS-IX-PLANTILLA) >
                            WS-ACUM-PRY-ACTUAL (WS-IX-DEPTO)
                 COMPUTE WS-ACUM-PRY-VACANTES (WS-IX-DEPTO) =
                         WS-TAB-PLANTILLA-AUTORIZADO (WS-IX-PLANTILLA)
                       - WS-ACUM-PRY-ACTUAL (WS-IX-DEPTO)
                 ADD WS-ACUM-PRY-VACANTES (WS-IX-DEPTO)
                        TO WS-CONT-VACANTES
                 IF WS-ACUM-PRY-CON-RANGO (WS-IX-DEPTO) = ZEROS
                    MOVE WS-MEDIO-GENERAL
                           TO WS-ACUM-PRY-COSTO-VACANTE (WS-IX-DEPTO)
                 ELSE
                    COMPUTE WS-ACUM-PRY-COSTO-VACANTE (WS-IX-DEPTO)
                            ROUNDED =
                            WS-ACUM-PRY-MEDIOS (WS-IX-DEPTO)
                          / WS-ACUM-PRY-CON-RANGO (WS-IX-DEPTO)
                 END-IF
                 PERFORM 0621-VACANTES-MES
                     VARYING WS-IX-MES FROM WS-MES-VACANTES BY 1
                     UNTIL WS-IX-MES > 12
           END-IF.

       0621-VACANTES-MES.
           ADD WS-ACUM-PRY-VACANTES (WS-IX-DEPTO)
                  TO WS-ACUM-PRY-CANT (WS-IX-DEPTO, WS-IX-MES)
           COMPUTE WS-ACUM-PRY-COSTO (WS-IX-DEPTO, WS-IX-MES) =
                   WS-ACUM-PRY-COSTO (WS-IX-DEPTO, WS-IX-MES)
                 + (WS-ACUM-PRY-VACANTES (WS-IX-DEPTO)
                    * WS-ACUM-PRY-COSTO-VACANTE (WS-IX-DEPTO)).

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
      * 070-IMPRIME-UN-DEPTO - EL RENGLON DEL DEPARTAMENTO, SUS DOCE   *
      *                MESES Y SU TOTAL; CADA MES SE SUMA AL TOTAL DE  *
      *                LA EMPRESA                                      *
      * -------------------------------------------------------------- *
       070-IMPRIME-UN-DEPTO.
           IF WS-LINEAS-PAGINA + 15 > WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE WS-TAB-DEPTO-COD (WS-IX-DEPTO)    TO WS-LDP-DEPTO
           MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO)    TO WS-LDP-NOMBRE
           MOVE WS-ACUM-PRY-ACTUAL (WS-IX-DEPTO)  TO WS-LDP-ACTUAL
           MOVE WS-ACUM-PRY-VACANTES (WS-IX-DEPTO) TO WS-LDP-VACANTES
           WRITE REG-REPORTE FROM WS-LINEA-DEPTO AFTER ADVANCING 2
           ADD 2 TO WS-LINEAS-PAGINA
           MOVE ZEROS TO WS-TOT-ANUAL-DEPTO
           PERFORM 072-IMPRIME-MES-DEPTO
               VARYING WS-IX-MES FROM 1 BY 1 UNTIL WS-IX-MES > 12
           MOVE WS-TOT-ANUAL-DEPTO TO WS-TOT-COSTO-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       072-IMPRIME-MES-DEPTO.
           MOVE WS-TAB-MES-ANIO (WS-IX-MES) TO WS-DET-ANIO
           MOVE WS-TAB-MES-MES (WS-IX-MES)  TO WS-DET-MES
           MOVE WS-ACUM-PRY-CANT (WS-IX-DEPTO, WS-IX-MES)
                                            TO WS-DET-CANT
           MOVE WS-ACUM-PRY-COSTO (WS-IX-DEPTO, WS-IX-MES)
                                            TO WS-DET-COSTO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           ADD WS-ACUM-PRY-COSTO (WS-IX-DEPTO, WS-IX-MES)
                  TO WS-TOT-ANUAL-DEPTO
           ADD WS-ACUM-PRY-CANT (WS-IX-DEPTO, WS-IX-MES)
                  TO WS-TOT-EMP-CANT (WS-IX-MES)
           ADD WS-ACUM-PRY-COSTO (WS-IX-DEPTO, WS-IX-MES)
                  TO WS-TOT-EMP-COSTO (WS-IX-MES).

       074-IMPRIME-MES-EMPRESA.
           MOVE WS-TAB-MES-ANIO (WS-IX-MES)    TO WS-DET-ANIO
           MOVE WS-TAB-MES-MES (WS-IX-MES)     TO WS-DET-MES
           MOVE WS-TOT-EMP-CANT (WS-IX-MES)    TO WS-DET-CANT
           MOVE WS-TOT-EMP-COSTO (WS-IX-MES)   TO WS-DET-COSTO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           ADD WS-TOT-EMP-COSTO (WS-IX-MES)    TO WS-TOT-ANUAL-EMPRESA.

       090-FIN-PROYECCION.
           IF WS-LINEAS-PAGINA + 15 > WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-EMPRESA AFTER ADVANCING 2
           ADD 2 TO WS-LINEAS-PAGINA
           PERFORM 074-IMPRIME-MES-EMPRESA
               VARYING WS-IX-MES FROM 1 BY 1 UNTIL WS-IX-MES > 12
           MOVE WS-TOT-ANUAL-EMPRESA TO WS-TOT-COSTO-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           CLOSE REPORTE
           DISPLAY "PROG0078: EMPLEADOS ACTIVOS PROYECTADOS: "
                   WS-CONT-EMPLEADOS
           DISPLAY "PROG0078: MOVIMIENTOS PENDIENTES APLICADOS: "
                   WS-CONT-TRANS
           DISPLAY "PROG0078: AUMENTOS PROPUESTOS APLICADOS: "
                   WS-CONT-AUMENTOS
           DISPLAY "PROG0078: BAJAS POR APROBAR: " WS-CONT-BAJAS-PEND
           DISPLAY "PROG0078: VACANTES PROYECTADAS: " WS-CONT-VACANTES
           DISPLAY "PROG0078: COSTO DE LOS DOCE MESES: "
                   WS-TOT-ANUAL-EMPRESA
           IF WS-CONT-PROP-VIEJAS NOT = ZEROS
              DISPLAY "PROG0078: AVISO - " WS-CONT-PROP-VIEJAS
                      " PROPUESTAS DE AUMENTO CUYO SALARIO ANTES YA NO "
                      "COINCIDE CON EL MAESTRO NO SE APLICARON"
           END-IF
           IF WS-CONT-TRANS-FUERA NOT = ZEROS
              DISPLAY "PROG0078: MOVIMIENTOS POSTERIORES A LOS DOCE "
                      "MESES: " WS-CONT-TRANS-FUERA
           END-IF
           IF WS-CONT-TRANS-EXCEDIDAS NOT = ZEROS
              DISPLAY "PROG0078: AVISO - " WS-CONT-TRANS-EXCEDIDAS
                      " MOVIMIENTOS PENDIENTES NO CUPIERON EN LA TABLA"
           END-IF
           IF WS-CONT-SIN-DEPTO NOT = ZEROS
              DISPLAY "PROG0078: AVISO - " WS-CONT-SIN-DEPTO
                      " MESES-EMPLEADO DE DEPARTAMENTOS FUERA DE "
                      "04-DEPTOS QUEDARON FUERA"
           END-IF
           GOBACK.

       END PROGRAM PROG0078.
