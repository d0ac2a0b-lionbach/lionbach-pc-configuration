       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0094.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: ANALISIS MENSUAL DE AUSENTISMO E INCIDENCIAS POR     *
      *           DEPARTAMENTO Y POR EMPLEADO. PARA EL MES QUE TECLEA  *
      *           EL USUARIO (EN BLANCO = EL MES ANTERIOR) COMPARA     *
      *           CONTRA EL MES PREVIO Y EL MISMO MES DEL ANIO PASADO  *
      *           LOS DIAS DE AUSENCIA, LAS FALTAS SIN GOCE (FAL DE    *
      *           04-INCIDENCIAS), LAS HORAS EXTRA (HEX) Y LOS DIAS DE *
      *           PERMISO (LAS VENTANAS DE 04-AUSENCIAS QUE CAEN EN    *
      *           EL MES), EN TOTAL Y POR PERSONA DE LA PLANTILLA AL   *
      *           CIERRE DE CADA MES (04-EMPLEADOS MAS                 *
      *           04-EMPLEADOS-ARCH, COMO PROG0032). DESPUES LISTA POR *
      *           DEPARTAMENTO A CADA EMPLEADO CON MOVIMIENTO EN EL    *
      *           MES Y AL FINAL LOS QUE TIENEN AUSENCIAS CORTAS       *
      *           FRECUENTES: WS-MINIMO-EPISODIOS O MAS RACHAS DE      *
      *           FALTAS DE HASTA WS-MAXIMO-DIAS-CORTA DIAS SEGUIDOS   *
      *           EN LOS TRES MESES QUE TERMINAN CON EL ANALIZADO. LAS *
      *           INCIDENCIAS SE CARGAN AL DEPARTAMENTO ACTUAL DEL     *
      *           EMPLEADO, Y 04-AUSENCIAS SOLO GUARDA LA ULTIMA       *
      *           VENTANA DE CADA UNO. MISMO ESTILO DE 132 COLUMNAS    *
      *           QUE PROG0003                                         *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT ARCHIVO-BAJAS ASSIGN TO "04-EMPLEADOS-ARCH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ARCH-NUMERO
           FILE STATUS IS WS-FILE-STATUS-ARCH.
           SELECT INCIDENCIAS ASSIGN TO "04-INCIDENCIAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-INC.
           SELECT AUSENCIAS ASSIGN TO "04-AUSENCIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-AUS-NUMERO
           FILE STATUS IS WS-FILE-STATUS-AUS.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT ARCHIVO-ORDEN ASSIGN TO "SORTWK11".
           SELECT REPORTE ASSIGN TO "04-REP-AUSENTISMO".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  ARCHIVO-BAJAS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD REPLACING REG-EMPLEADOS      BY REG-ARCH-EMPLEADOS
                              REG-EMP-NUMERO     BY REG-ARCH-NUMERO
                              REG-EMP-NOMBRE     BY REG-ARCH-NOMBRE
                              REG-EMP-STATUS     BY REG-ARCH-STATUS
                              REG-EMP-DEPTO      BY REG-ARCH-DEPTO
                              REG-EMP-PUESTO     BY REG-ARCH-PUESTO
                              REG-EMP-SALARIO    BY REG-ARCH-SALARIO
                              REG-EMP-FECHA-ALTA BY REG-ARCH-FECHA-ALTA
                              REG-EMP-FECHA-BAJA BY REG-ARCH-FECHA-BAJA
                              REG-EMP-FECHA-NACIMIENTO
                                          BY REG-ARCH-FECHA-NACIMIENTO
                              REG-EMP-SUPERVISOR BY REG-ARCH-SUPERVISOR
                              REG-EMP-RFC        BY REG-ARCH-RFC
                              REG-EMP-TRAILER    BY REG-ARCH-TRAILER
                              REG-TRL-NUMERO     BY REG-ARCH-TRL-NUMERO
                              REG-TRL-CANTIDAD
                                              BY REG-ARCH-TRL-CANTIDAD.
       FD  INCIDENCIAS
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WINCFD.
       FD  AUSENCIAS
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUSFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.

      * -------------------------------------------------------------- *
      * ARCHIVO-ORDEN - TRABAJO DE SORT: LAS FALTAS DE LOS TRES MESES  *
      *                DE LA VENTANA Y LAS HORAS EXTRA Y PERMISOS DEL  *
      *                MES ANALIZADO, POR DEPARTAMENTO, EMPLEADO Y     *
      *                FECHA                                           *
      * -------------------------------------------------------------- *
       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05  REG-ORD-DEPTO      PIC 9(03).
           05  REG-ORD-EMPLEADO   PIC 9(05).
           05  REG-ORD-FECHA      PIC 9(08).
           05  REG-ORD-CLASE      PIC X(01).
               88  REG-ORD-FALTA              VALUE "F".
               88  REG-ORD-HORAS-EXTRA        VALUE "H".
               88  REG-ORD-PERMISO            VALUE "P".
           05  REG-ORD-CANTIDAD   PIC 9(03)V99.
           05  REG-ORD-NOMBRE     PIC X(30).

       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WDEPTOS.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-ARCH     PIC X(02).
       01 WS-FILE-STATUS-INC      PIC X(02).
       01 WS-FILE-STATUS-AUS      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ARCHIVO   PIC X(01)    VALUE "N".
               88 WS-FIN-ARCHIVO              VALUE "S".
           05 WS-SW-FIN-ARCH      PIC X(01)    VALUE "N".
               88 WS-FIN-ARCH                 VALUE "S".
           05 WS-SW-FIN-INC       PIC X(01)    VALUE "N".
               88 WS-FIN-INC                  VALUE "S".
           05 WS-SW-FIN-AUS       PIC X(01)    VALUE "N".
               88 WS-FIN-AUS                  VALUE "S".
           05 WS-SW-FIN-DEPTOS    PIC X(01)    VALUE "N".
               88 WS-FIN-DEPTOS               VALUE "S".
           05 WS-SW-FIN-ORDEN     PIC X(01)    VALUE "N".
               88 WS-FIN-ORDEN                VALUE "S".
           05 WS-SW-HAY-ARCHIVO   PIC X(01)    VALUE "N".
               88 WS-HAY-ARCHIVO              VALUE "S".
           05 WS-SW-DEPTO-OK      PIC X(01)    VALUE "N".
               88 WS-DEPTO-OK                 VALUE "S".
           05 WS-SW-DEPTO-IMPRESO PIC X(01)    VALUE "N".
               88 WS-DEPTO-IMPRESO            VALUE "S".

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
      * MES ANALIZADO - AAAAMM QUE TECLEA EL USUARIO. WS-MESES-COMPARA *
      *                GUARDA SUS LIMITES (1), LOS DEL MES ANTERIOR    *
      *                (2) Y LOS DEL MISMO MES DEL ANIO PASADO (3); LA *
      *                VENTANA DE AUSENCIAS CORTAS ABARCA DEL PRIMER   *
      *                DIA DE DOS MESES ANTES AL ULTIMO DEL ANALIZADO  *
      * -------------------------------------------------------------- *
       01 WS-MES-ANALISIS-G.
           05 WS-MA-ANIO          PIC 9(04).
           05 WS-MA-MES           PIC 9(02).

       01 WS-MES-ANALISIS REDEFINES WS-MES-ANALISIS-G
                                  PIC 9(06).

       01 WS-MESES-COMPARA.
           05 WS-MC-MES-COMPARA   OCCURS 3 TIMES.
               10 WS-MC-ANIO      PIC 9(04)    VALUE ZEROS.
               10 WS-MC-MES       PIC 9(02)    VALUE ZEROS.
               10 WS-MC-INICIO    PIC 9(08)    VALUE ZEROS.
               10 WS-MC-FIN       PIC 9(08)    VALUE ZEROS.
               10 WS-MC-EN-MES    PIC X(01)    VALUE "N".
                   88 WS-MC-CAE-EN-MES         VALUE "S".
               10 WS-MC-DIAS-PERMISO
                                  PIC 9(03)    VALUE ZEROS.

       01 WS-IX-MC                PIC 9(01)    VALUE ZEROS.
       01 WS-VENTANA-INICIO       PIC 9(08)    VALUE ZEROS.
       01 WS-VENTANA-FIN          PIC 9(08)    VALUE ZEROS.
       01 WS-VENTANA-ANIO         PIC 9(04)    VALUE ZEROS.
       01 WS-VENTANA-MES          PIC S9(02)   VALUE ZEROS.
       01 WS-FIN-MES-CAL          PIC 9(02)    VALUE ZEROS.
       01 WS-RESIDUO-BISIESTO     PIC 9(03)    VALUE ZEROS.
       01 WS-COCIENTE-BISIESTO    PIC 9(04)    VALUE ZEROS.

       01 WS-DIAS-POR-MES-DATA.
           05 FILLER              PIC X(24)
                            VALUE "312831303130313130313031".

       01 WS-DIAS-POR-MES REDEFINES WS-DIAS-POR-MES-DATA.
           05 WS-DIAS-MES         PIC 9(02)    OCCURS 12 TIMES.

       01 WS-FECHA-CAL-G.
           05 WS-FC-ANIO          PIC 9(04).
           05 WS-FC-MES           PIC 9(02).
           05 WS-FC-DIA           PIC 9(02).

       01 WS-FECHA-CAL REDEFINES WS-FECHA-CAL-G
                                  PIC 9(08).

      * -------------------------------------------------------------- *
      * TRASLAPE DE UNA VENTANA DE 04-AUSENCIAS CON UN MES: AMBAS      *
      *                PUNTAS QUEDAN DENTRO DEL MISMO MES, ASI QUE     *
      *                LOS DIAS SON LA RESTA DE LOS DIAS DEL MES       *
      * -------------------------------------------------------------- *
       01 WS-AUS-HASTA            PIC 9(08)    VALUE ZEROS.

       01 WS-TRASLAPE-INICIO-G.
           05 WS-TI-ANIO          PIC 9(04).
           05 WS-TI-MES           PIC 9(02).
           05 WS-TI-DIA           PIC 9(02).

       01 WS-TRASLAPE-INICIO REDEFINES WS-TRASLAPE-INICIO-G
                                  PIC 9(08).

       01 WS-TRASLAPE-FIN-G.
           05 WS-TF-ANIO          PIC 9(04).
           05 WS-TF-MES           PIC 9(02).
           05 WS-TF-DIA           PIC 9(02).

       01 WS-TRASLAPE-FIN REDEFINES WS-TRASLAPE-FIN-G
                                  PIC 9(08).

       01 WS-DIAS-TRASLAPE-TOTAL  PIC 9(04)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-ACUM-AUSENTISMO - POR DEPARTAMENTO (MISMO ORDEN QUE         *
      *                WS-TABLA-DEPTOS; LA ENTRADA 11 ES EL TOTAL DE   *
      *                LA EMPRESA) Y POR CADA UNO DE LOS TRES MESES    *
      * -------------------------------------------------------------- *
       01 WS-ACUM-AUSENTISMO.
           05 WS-ACUM-AUS-DEPTO   OCCURS 11 TIMES.
               10 WS-AC-MES       OCCURS 3 TIMES.
                   15 WS-AC-PLANTILLA
                                  PIC 9(05)    VALUE ZEROS.
                   15 WS-AC-FALTAS
                                  PIC 9(05)V99 VALUE ZEROS.
                   15 WS-AC-PERMISO
                                  PIC 9(05)    VALUE ZEROS.
                   15 WS-AC-HORAS-EXTRA
                                  PIC 9(06)V99 VALUE ZEROS.

       01 WS-IX-DEP               PIC 9(02)    VALUE ZEROS.
       01 WS-IX-TOTAL             PIC 9(02)    VALUE 11.
       01 WS-EMP-BUSCA            PIC 9(05)    VALUE ZEROS.
       01 WS-NOMBRE-BUSCA         PIC X(30)    VALUE SPACES.
       01 WS-DEPTO-BUSCA          PIC 9(03)    VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-INC-LEIDAS  PIC 9(07)    VALUE ZEROS.
           05 WS-CONT-AUS-LEIDAS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-DEPTO   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-EMP-IMPRESOS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-FRE-EXCEDIDOS
                                  PIC 9(05)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * CRITERIO DE AUSENCIA CORTA FRECUENTE - UNA RACHA DE FALTAS EN  *
      *                DIAS SEGUIDOS DE HASTA WS-MAXIMO-DIAS-CORTA     *
      *                DIAS ES UN EPISODIO; SE SENALA A QUIEN JUNTA    *
      *                WS-MINIMO-EPISODIOS O MAS EN LA VENTANA         *
      * -------------------------------------------------------------- *
       01 WS-MAXIMO-DIAS-CORTA    PIC 9(03)V99 VALUE 2.
       01 WS-MINIMO-EPISODIOS     PIC 9(03)    VALUE 3.

      * -------------------------------------------------------------- *
      * EMPLEADO EN CURSO EN LA SALIDA DEL SORT                        *
      * -------------------------------------------------------------- *
       01 WS-EMPLEADO-EN-CURSO.
           05 WS-EC-DEPTO         PIC 9(03)    VALUE ZEROS.
           05 WS-EC-EMPLEADO      PIC 9(05)    VALUE ZEROS.
           05 WS-EC-NOMBRE        PIC X(30)    VALUE SPACES.
           05 WS-EC-FALTAS-MES    PIC 9(03)V99 VALUE ZEROS.
           05 WS-EC-HORAS-MES     PIC 9(04)V99 VALUE ZEROS.
           05 WS-EC-PERMISO-MES   PIC 9(03)    VALUE ZEROS.
           05 WS-EC-FALTAS-VENTANA
                                  PIC 9(04)V99 VALUE ZEROS.
           05 WS-EC-EPISODIOS     PIC 9(03)    VALUE ZEROS.
           05 WS-EC-RACHA-DIAS    PIC 9(04)V99 VALUE ZEROS.
           05 WS-EC-RACHA-ULTIMA  PIC 9(08)    VALUE ZEROS.

       01 WS-DEPTO-EN-CURSO       PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-FRECUENTES - LOS EMPLEADOS SENALADOS, ORDENADOS DE    *
      *                MAS A MENOS EPISODIOS CONFORME SE VAN METIENDO  *
      * -------------------------------------------------------------- *
       01 WS-TABLA-FRECUENTES.
           05 WS-TAB-FRE          OCCURS 100 TIMES.
               10 WS-TAB-FRE-EMPLEADO
                                  PIC 9(05)    VALUE ZEROS.
               10 WS-TAB-FRE-NOMBRE
                                  PIC X(30)    VALUE SPACES.
               10 WS-TAB-FRE-DEPTO
                                  PIC 9(03)    VALUE ZEROS.
               10 WS-TAB-FRE-EPISODIOS
                                  PIC 9(03)    VALUE ZEROS.
               10 WS-TAB-FRE-FALTAS
                                  PIC 9(04)V99 VALUE ZEROS.

       01 WS-CANT-FRE             PIC 9(03)    VALUE ZEROS.
       01 WS-IX-FRE               PIC 9(03)    VALUE ZEROS.
       01 WS-IX-MUEVE             PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * RENGLON COMPARATIVO - EL CONCEPTO QUE SE IMPRIME (1 PLANTILLA, *
      *                2 AUSENCIA, 3 FALTAS, 4 PERMISO, 5 HORAS EXTRA) *
      *                Y SU VALOR Y PROPORCION POR PERSONA EN CADA MES *
      * -------------------------------------------------------------- *
       01 WS-CONCEPTO             PIC 9(01)    VALUE ZEROS.
       01 WS-VALORES-RENGLON.
           05 WS-VR-MES           OCCURS 3 TIMES.
               10 WS-VR-VALOR     PIC 9(06)V99 VALUE ZEROS.
               10 WS-VR-POR-PERSONA
                                  PIC 9(03)V99 VALUE ZEROS.

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
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-MES        PIC 9(02).
           05 FILLER              PIC X(22)    VALUE SPACES.
           05 WS-TIT-2            PIC X(30)
                        VALUE "ANALISIS DE AUSENTISMO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-TITULO-DEPTO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(14)    VALUE "DEPARTAMENTO: ".
           05 WS-TITDEP-COD       PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TITDEP-NOM       PIC X(20).
           05 FILLER              PIC X(89)    VALUE SPACES.

       01 WS-TITULO-EMPRESA.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(28)
                       VALUE "TOTAL EMPRESA".
           05 FILLER              PIC X(100)   VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(24)    VALUES "CONCEPTO".
           05 FILLER              PIC X(09)    VALUES "MES      ".
           05 WS-SUB-ANIO-1       PIC 9(04).
           05 FILLER              PIC X(01)    VALUES "/".
           05 WS-SUB-MES-1        PIC 9(02).
           05 FILLER              PIC X(06)    VALUES SPACES.
           05 FILLER              PIC X(09)    VALUES "MES ANT. ".
           05 WS-SUB-ANIO-2       PIC 9(04).
           05 FILLER              PIC X(01)    VALUES "/".
           05 WS-SUB-MES-2        PIC 9(02).
           05 FILLER              PIC X(06)    VALUES SPACES.
           05 FILLER              PIC X(09)    VALUES "ANIO ANT.".
           05 WS-SUB-ANIO-3       PIC 9(04).
           05 FILLER              PIC X(01)    VALUES "/".
           05 WS-SUB-MES-3        PIC 9(02).
           05 FILLER              PIC X(38)    VALUES SPACES.

       01 WS-SUB-TITULO-2.
           05 FILLER              PIC X(28)    VALUES SPACES.
           05 FILLER              PIC X(10)    VALUES "     TOTAL".
           05 FILLER              PIC X(12)    VALUES "  X PERSONA ".
           05 FILLER              PIC X(10)    VALUES "     TOTAL".
           05 FILLER              PIC X(12)    VALUES "  X PERSONA ".
           05 FILLER              PIC X(10)    VALUES "     TOTAL".
           05 FILLER              PIC X(12)    VALUES "  X PERSONA ".
           05 FILLER              PIC X(38)    VALUES SPACES.

       01 WS-DETALLE.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DET-CONCEPTO     PIC X(24).
           05 WS-DET-TOTAL-1      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 WS-DET-XPER-1       PIC ZZ9.99   BLANK WHEN ZERO.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DET-TOTAL-2      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 WS-DET-XPER-2       PIC ZZ9.99   BLANK WHEN ZERO.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DET-TOTAL-3      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 WS-DET-XPER-3       PIC ZZ9.99   BLANK WHEN ZERO.
           05 FILLER              PIC X(38)    VALUES SPACES.

       01 WS-SUB-TITULO-EMP.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "NUMERO  ".
           05 FILLER              PIC X(31)    VALUES "NOMBRE".
           05 FILLER              PIC X(10)    VALUES "    FALTAS".
           05 FILLER              PIC X(10)    VALUES "   PERMISO".
           05 FILLER              PIC X(10)    VALUES "  AUSENCIA".
           05 FILLER              PIC X(12)    VALUES "  HRS. EXTRA".
           05 FILLER              PIC X(14)    VALUES "  FALTAS 3 MES".
           05 FILLER              PIC X(11)    VALUES "  EPISODIOS".
           05 FILLER              PIC X(22)    VALUES SPACES.

       01 WS-DETALLE-EMP.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DEM-EMPLEADO     PIC ZZZZ9.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DEM-NOMBRE       PIC X(30).
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DEM-FALTAS       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DEM-PERMISO      PIC ZZZ,ZZ9.
           05 WS-DEM-AUSENCIA     PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DEM-HORAS        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DEM-FALTAS-VEN   PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(08)    VALUES SPACES.
           05 WS-DEM-EPISODIOS    PIC ZZ9.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DEM-MARCA        PIC X(01).
           05 FILLER              PIC X(20)    VALUES SPACES.

       01 WS-LINEA-CRITERIO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(36)
                       VALUE "EPISODIOS = RACHAS DE FALTA DE HASTA".
           05 WS-CRI-DIAS         PIC ZZ9.
           05 FILLER              PIC X(25)
                       VALUE " DIAS SEGUIDOS ENTRE EL ".
           05 WS-CRI-DESDE        PIC 9(08).
           05 FILLER              PIC X(06)    VALUE " Y EL ".
           05 WS-CRI-HASTA        PIC 9(08).
           05 FILLER              PIC X(12)    VALUE "; SE SENALA ".
           05 FILLER              PIC X(06)    VALUE "DESDE ".
           05 WS-CRI-MINIMO       PIC ZZ9.
           05 FILLER              PIC X(21)    VALUE " EPISODIOS".

       01 WS-SUB-TITULO-FRE.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "NUMERO  ".
           05 FILLER              PIC X(31)    VALUES "NOMBRE".
           05 FILLER              PIC X(26)    VALUES "DEPARTAMENTO".
           05 FILLER              PIC X(11)    VALUES "  EPISODIOS".
           05 FILLER              PIC X(14)    VALUES "  FALTAS 3 MES".
           05 FILLER              PIC X(38)    VALUES SPACES.

       01 WS-DETALLE-FRE.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DFR-EMPLEADO     PIC ZZZZ9.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DFR-NOMBRE       PIC X(30).
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DFR-DEPTO        PIC ZZ9.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DFR-DEPTO-NOM    PIC X(20).
           05 FILLER              PIC X(10)    VALUES SPACES.
           05 WS-DFR-EPISODIOS    PIC ZZ9.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DFR-FALTAS       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(38)    VALUES SPACES.

       01 WS-LINEA-SIN-DATOS.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-SIN-DATOS-TEXTO  PIC X(60).
           05 FILLER              PIC X(68)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PROG0094: ANALISIS DE AUSENTISMO POR DEPARTAMENTO"
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           MOVE ZEROS TO WS-MES-ANALISIS
           DISPLAY "MES A ANALIZAR (AAAAMM, EN BLANCO = EL ANTERIOR): "
           ACCEPT WS-MES-ANALISIS
           IF WS-MES-ANALISIS = ZEROS
              MOVE WS-FHG-ANIO TO WS-MA-ANIO
              MOVE WS-FHG-MES  TO WS-MA-MES
              SUBTRACT 1 FROM WS-MA-MES
              IF WS-MA-MES = ZEROS
                 MOVE 12 TO WS-MA-MES
                 SUBTRACT 1 FROM WS-MA-ANIO
              END-IF
           END-IF
           IF WS-MA-MES < 1 OR WS-MA-MES > 12
              DISPLAY "PROG0094: MES INVALIDO, NADA QUE REPORTAR"
              GOBACK
           END-IF
           PERFORM 012-CALCULA-MESES
           PERFORM 015-CARGA-DEPTOS THRU 015-FIN-CARGA-DEPTOS
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0094: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           GO TO 020-LEE-MAESTRO.

      * -------------------------------------------------------------- *
      * 012-CALCULA-MESES - LOS TRES MESES A COMPARAR Y LA VENTANA DE  *
      *                TRES MESES DE LAS AUSENCIAS CORTAS              *
      * -------------------------------------------------------------- *
       012-CALCULA-MESES.
           MOVE WS-MA-ANIO TO WS-MC-ANIO (1)
           MOVE WS-MA-MES  TO WS-MC-MES (1)
           MOVE WS-MA-ANIO TO WS-MC-ANIO (2)
           COMPUTE WS-MC-MES (2) = WS-MA-MES - 1
           IF WS-MA-MES = 1
              MOVE 12 TO WS-MC-MES (2)
              SUBTRACT 1 FROM WS-MC-ANIO (2)
           END-IF
           COMPUTE WS-MC-ANIO (3) = WS-MA-ANIO - 1
           MOVE WS-MA-MES  TO WS-MC-MES (3)
           PERFORM 013-LIMITES-MES
               VARYING WS-IX-MC FROM 1 BY 1
               UNTIL WS-IX-MC > 3
           MOVE WS-MA-ANIO TO WS-VENTANA-ANIO
           COMPUTE WS-VENTANA-MES = WS-MA-MES - 2
           IF WS-VENTANA-MES < 1
              ADD 12 TO WS-VENTANA-MES
              SUBTRACT 1 FROM WS-VENTANA-ANIO
           END-IF
           COMPUTE WS-VENTANA-INICIO = (WS-VENTANA-ANIO * 10000)
                                     + (WS-VENTANA-MES * 100) + 1
           MOVE WS-MC-FIN (1) TO WS-VENTANA-FIN.

       013-LIMITES-MES.
           MOVE WS-DIAS-MES (WS-MC-MES (WS-IX-MC)) TO WS-FIN-MES-CAL
           IF WS-MC-MES (WS-IX-MC) = 2
              DIVIDE WS-MC-ANIO (WS-IX-MC) BY 4
                  GIVING WS-COCIENTE-BISIESTO
                  REMAINDER WS-RESIDUO-BISIESTO
              IF WS-RESIDUO-BISIESTO = ZEROS
                 MOVE 29 TO WS-FIN-MES-CAL
              END-IF
           END-IF
           COMPUTE WS-MC-INICIO (WS-IX-MC) =
                   (WS-MC-ANIO (WS-IX-MC) * 10000)
                   + (WS-MC-MES (WS-IX-MC) * 100) + 1
           COMPUTE WS-MC-FIN (WS-IX-MC) =
                   (WS-MC-ANIO (WS-IX-MC) * 10000)
                   + (WS-MC-MES (WS-IX-MC) * 100) + WS-FIN-MES-CAL.

      * -------------------------------------------------------------- *
      * 015-CARGA-DEPTOS - LEE 04-DEPTOS Y LLENA WS-TABLA-DEPTOS (VER  *
      *                    PROG0010 PARA MANTENER EL CATALOGO)         *
      * -------------------------------------------------------------- *
       015-CARGA-DEPTOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0094: NO SE PUDO ABRIR 04-DEPTOS: "
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
      * 020-LEE-MAESTRO - PRIMERA PASADA: LA PLANTILLA AL CIERRE DE    *
      *                CADA MES, CON EL MAESTRO Y LAS BAJAS ARCHIVADAS *
      * -------------------------------------------------------------- *
       020-LEE-MAESTRO.
           READ EMPLEADOS NEXT RECORD INTO WS-REG-EMPLEADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-ARCHIVO
           END-READ
           IF WS-FIN-ARCHIVO
              CLOSE EMPLEADOS
              GO TO 030-LEE-ARCHIVO
           END-IF
           IF WS-NUMERO-EMP = 99999
              GO TO 020-LEE-MAESTRO
           END-IF
           PERFORM 025-CUENTA-PLANTILLA THRU 025-FIN-CUENTA
           GO TO 020-LEE-MAESTRO.

       030-LEE-ARCHIVO.
           OPEN INPUT ARCHIVO-BAJAS
           IF WS-FILE-STATUS-ARCH NOT = "00"
              DISPLAY "PROG0094: SIN 04-EMPLEADOS-ARCH, STATUS "
                      WS-FILE-STATUS-ARCH "; SOLO SE CUENTA EL "
                      "MAESTRO"
              GO TO 035-ANALIZA
           END-IF
           MOVE "S" TO WS-SW-HAY-ARCHIVO
           GO TO 031-LEE-ARCH.

       031-LEE-ARCH.
           READ ARCHIVO-BAJAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-ARCH
                   CLOSE ARCHIVO-BAJAS
                   GO TO 035-ANALIZA
           END-READ
           IF REG-ARCH-NUMERO = 99999
              GO TO 031-LEE-ARCH
           END-IF
           MOVE REG-ARCH-EMPLEADOS TO WS-REG-EMPLEADOS
           PERFORM 025-CUENTA-PLANTILLA THRU 025-FIN-CUENTA
           GO TO 031-LEE-ARCH.

      * -------------------------------------------------------------- *
      * 025-CUENTA-PLANTILLA - EL EMPLEADO CUENTA EN LA PLANTILLA DE   *
      *                UN MES SI SU ALTA ES A MAS TARDAR EL ULTIMO DIA *
      *                Y NO TIENE BAJA O SU BAJA ES POSTERIOR          *
      * -------------------------------------------------------------- *
       025-CUENTA-PLANTILLA.
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   GO TO 025-FIN-CUENTA
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = WS-DEPTO-EMP
                   SET WS-IX-DEP TO WS-IX-DEPTO
           END-SEARCH
           PERFORM 026-CUENTA-EN-MES
               VARYING WS-IX-MC FROM 1 BY 1
               UNTIL WS-IX-MC > 3.

       025-FIN-CUENTA.
           EXIT.

       026-CUENTA-EN-MES.
           IF WS-FECHA-ALTA-EMP NOT = ZEROS
              AND WS-FECHA-ALTA-EMP NOT > WS-MC-FIN (WS-IX-MC)
              AND (WS-FECHA-BAJA-EMP = ZEROS
                   OR WS-FECHA-BAJA-EMP > WS-MC-FIN (WS-IX-MC))
                 ADD 1 TO WS-AC-PLANTILLA (WS-IX-DEP WS-IX-MC)
                 ADD 1 TO WS-AC-PLANTILLA (WS-IX-TOTAL WS-IX-MC)
           END-IF.

      * -------------------------------------------------------------- *
      * 035-ANALIZA - SEGUNDA PASADA: INCIDENCIAS Y AUSENCIAS AL SORT, *
      *                CON EL MAESTRO Y EL ARCHIVO ABIERTOS POR LLAVE  *
      *                PARA SACAR EL DEPARTAMENTO DE CADA EMPLEADO     *
      * -------------------------------------------------------------- *
       035-ANALIZA.
           OPEN INPUT EMPLEADOS
           IF WS-HAY-ARCHIVO
              OPEN INPUT ARCHIVO-BAJAS
           END-IF
           SORT ARCHIVO-ORDEN
               ON ASCENDING KEY REG-ORD-DEPTO
               ON ASCENDING KEY REG-ORD-EMPLEADO
               ON ASCENDING KEY REG-ORD-FECHA
               INPUT PROCEDURE 040-LEE-INCIDENCIAS
                               THRU 040-FIN-LEE-INCIDENCIAS
               OUTPUT PROCEDURE 060-IMPRIME-REPORTE
                               THRU 060-FIN-IMPRIME
           CLOSE EMPLEADOS
           IF WS-HAY-ARCHIVO
              CLOSE ARCHIVO-BAJAS
           END-IF
           DISPLAY "PROG0094: INCIDENCIAS LEIDAS     : "
                   WS-CONT-INC-LEIDAS
           DISPLAY "PROG0094: AUSENCIAS LEIDAS       : "
                   WS-CONT-AUS-LEIDAS
           DISPLAY "PROG0094: EMPLEADOS EN DETALLE   : "
                   WS-CONT-EMP-IMPRESOS
           DISPLAY "PROG0094: CON AUSENCIAS CORTAS   : " WS-CANT-FRE
           IF WS-CONT-SIN-DEPTO NOT = ZEROS
              DISPLAY "PROG0094: MOVIMIENTOS SIN DEPARTAMENTO "
                      "IDENTIFICABLE: " WS-CONT-SIN-DEPTO
           END-IF
           IF WS-CONT-FRE-EXCEDIDOS NOT = ZEROS
              DISPLAY "PROG0094: ** " WS-CONT-FRE-EXCEDIDOS
                      " EMPLEADOS SENALADOS NO CABEN EN EL RESUMEN **"
           END-IF
           DISPLAY "PROG0094: REPORTE GENERADO EN 04-REP-AUSENTISMO"
           GOBACK.

      * -------------------------------------------------------------- *
      * 040-LEE-INCIDENCIAS - ENTRADA DEL SORT. DE 04-INCIDENCIAS SOLO *
      *                IMPORTAN LAS FALTAS (FAL) Y LAS HORAS EXTRA     *
      *                (HEX) CUYA FECHA CAE EN ALGUNO DE LOS TRES      *
      *                MESES O, LAS FALTAS, EN LA VENTANA; DE          *
      *                04-AUSENCIAS LOS DIAS DE CADA VENTANA QUE CAEN  *
      *                EN CADA MES                                     *
      * -------------------------------------------------------------- *
       040-LEE-INCIDENCIAS.
           OPEN INPUT INCIDENCIAS
           IF WS-FILE-STATUS-INC NOT = "00"
              DISPLAY "PROG0094: SIN 04-INCIDENCIAS, STATUS "
                      WS-FILE-STATUS-INC
              GO TO 045-LEE-AUSENCIAS
           END-IF
           GO TO 041-LEE-INCIDENCIA.

       041-LEE-INCIDENCIA.
           READ INCIDENCIAS
               AT END
                   MOVE "S" TO WS-SW-FIN-INC
                   CLOSE INCIDENCIAS
                   GO TO 045-LEE-AUSENCIAS
           END-READ
           ADD 1 TO WS-CONT-INC-LEIDAS
           IF REG-INC-TIPO NOT = "FAL" AND REG-INC-TIPO NOT = "HEX"
              GO TO 041-LEE-INCIDENCIA
           END-IF
           PERFORM 050-UBICA-MES
               VARYING WS-IX-MC FROM 1 BY 1
               UNTIL WS-IX-MC > 3
           IF NOT WS-MC-CAE-EN-MES (1)
              AND NOT WS-MC-CAE-EN-MES (2)
              AND NOT WS-MC-CAE-EN-MES (3)
              AND (REG-INC-TIPO = "HEX"
                   OR REG-INC-FECHA < WS-VENTANA-INICIO
                   OR REG-INC-FECHA > WS-VENTANA-FIN)
                 GO TO 041-LEE-INCIDENCIA
           END-IF
           MOVE REG-INC-NUMERO TO WS-EMP-BUSCA
           PERFORM 055-DEPTO-EMPLEADO THRU 055-FIN-DEPTO-EMPLEADO
           IF NOT WS-DEPTO-OK
              ADD 1 TO WS-CONT-SIN-DEPTO
              GO TO 041-LEE-INCIDENCIA
           END-IF
           PERFORM 052-ACUMULA-INCIDENCIA
               VARYING WS-IX-MC FROM 1 BY 1
               UNTIL WS-IX-MC > 3
           IF REG-INC-TIPO = "HEX"
              AND NOT WS-MC-CAE-EN-MES (1)
                 GO TO 041-LEE-INCIDENCIA
           END-IF
           IF REG-INC-TIPO = "FAL"
              AND (REG-INC-FECHA < WS-VENTANA-INICIO
                   OR REG-INC-FECHA > WS-VENTANA-FIN)
                 GO TO 041-LEE-INCIDENCIA
           END-IF
           MOVE WS-DEPTO-BUSCA   TO REG-ORD-DEPTO
           MOVE REG-INC-NUMERO   TO REG-ORD-EMPLEADO
           MOVE REG-INC-FECHA    TO REG-ORD-FECHA
           MOVE "H"              TO REG-ORD-CLASE
           IF REG-INC-TIPO = "FAL"
              MOVE "F"           TO REG-ORD-CLASE
           END-IF
           MOVE REG-INC-CANTIDAD TO REG-ORD-CANTIDAD
           MOVE WS-NOMBRE-BUSCA  TO REG-ORD-NOMBRE
           RELEASE REG-ORDEN
           GO TO 041-LEE-INCIDENCIA.

       045-LEE-AUSENCIAS.
           OPEN INPUT AUSENCIAS
           IF WS-FILE-STATUS-AUS NOT = "00"
              DISPLAY "PROG0094: SIN 04-AUSENCIAS, STATUS "
                      WS-FILE-STATUS-AUS "; NO HAY DIAS DE PERMISO"
              GO TO 040-FIN-LEE-INCIDENCIAS
           END-IF
           GO TO 046-LEE-AUSENCIA.

       046-LEE-AUSENCIA.
           READ AUSENCIAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-AUS
                   CLOSE AUSENCIAS
                   GO TO 040-FIN-LEE-INCIDENCIAS
           END-READ
           ADD 1 TO WS-CONT-AUS-LEIDAS
           MOVE REG-AUS-FECHA-HASTA TO WS-AUS-HASTA
           IF WS-AUS-HASTA = ZEROS
              MOVE 99991231 TO WS-AUS-HASTA
           END-IF
           MOVE ZEROS TO WS-DIAS-TRASLAPE-TOTAL
           PERFORM 057-TRASLAPE-MES
               VARYING WS-IX-MC FROM 1 BY 1
               UNTIL WS-IX-MC > 3
           IF WS-DIAS-TRASLAPE-TOTAL = ZEROS
              GO TO 046-LEE-AUSENCIA
           END-IF
           MOVE REG-AUS-NUMERO TO WS-EMP-BUSCA
           PERFORM 055-DEPTO-EMPLEADO THRU 055-FIN-DEPTO-EMPLEADO
           IF NOT WS-DEPTO-OK
              ADD 1 TO WS-CONT-SIN-DEPTO
              GO TO 046-LEE-AUSENCIA
           END-IF
           PERFORM 058-ACUMULA-PERMISO
               VARYING WS-IX-MC FROM 1 BY 1
               UNTIL WS-IX-MC > 3
           IF WS-MC-DIAS-PERMISO (1) = ZEROS
              GO TO 046-LEE-AUSENCIA
           END-IF
           MOVE WS-DEPTO-BUSCA   TO REG-ORD-DEPTO
           MOVE REG-AUS-NUMERO   TO REG-ORD-EMPLEADO
           MOVE REG-AUS-FECHA-DESDE
                                 TO REG-ORD-FECHA
           MOVE "P"              TO REG-ORD-CLASE
           MOVE WS-MC-DIAS-PERMISO (1)
                                 TO REG-ORD-CANTIDAD
           MOVE WS-NOMBRE-BUSCA  TO REG-ORD-NOMBRE
           RELEASE REG-ORDEN
           GO TO 046-LEE-AUSENCIA.

       040-FIN-LEE-INCIDENCIAS.
           EXIT.

       050-UBICA-MES.
           MOVE "N" TO WS-MC-EN-MES (WS-IX-MC)
           IF REG-INC-FECHA NOT < WS-MC-INICIO (WS-IX-MC)
              AND REG-INC-FECHA NOT > WS-MC-FIN (WS-IX-MC)
                 MOVE "S" TO WS-MC-EN-MES (WS-IX-MC)
           END-IF.

       052-ACUMULA-INCIDENCIA.
           IF WS-MC-CAE-EN-MES (WS-IX-MC)
              IF REG-INC-TIPO = "FAL"
                 ADD REG-INC-CANTIDAD
                              TO WS-AC-FALTAS (WS-IX-DEP WS-IX-MC)
                                 WS-AC-FALTAS (WS-IX-TOTAL WS-IX-MC)
              ELSE
                 ADD REG-INC-CANTIDAD
                          TO WS-AC-HORAS-EXTRA (WS-IX-DEP WS-IX-MC)
                             WS-AC-HORAS-EXTRA (WS-IX-TOTAL WS-IX-MC)
              END-IF
           END-IF.

      * -------------------------------------------------------------- *
      * 055-DEPTO-EMPLEADO - DEPARTAMENTO Y NOMBRE ACTUALES DEL        *
      *                EMPLEADO WS-EMP-BUSCA, LEIDO POR LLAVE EN EL    *
      *                MAESTRO O, SI YA NO ESTA, EN EL ARCHIVO DE      *
      *                BAJAS; DEJA WS-IX-DEP APUNTANDO A SU RENGLON DE *
      *                WS-TABLA-DEPTOS                                 *
      * -------------------------------------------------------------- *
       055-DEPTO-EMPLEADO.
           MOVE "N" TO WS-SW-DEPTO-OK
           MOVE WS-EMP-BUSCA TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   GO TO 056-BUSCA-EN-ARCHIVO
           END-READ
           MOVE REG-EMP-DEPTO  TO WS-DEPTO-BUSCA
           MOVE REG-EMP-NOMBRE TO WS-NOMBRE-BUSCA
           GO TO 0561-UBICA-DEPTO.

       056-BUSCA-EN-ARCHIVO.
           IF NOT WS-HAY-ARCHIVO
              GO TO 055-FIN-DEPTO-EMPLEADO
           END-IF
           MOVE WS-EMP-BUSCA TO REG-ARCH-NUMERO
           READ ARCHIVO-BAJAS
               INVALID KEY
                   GO TO 055-FIN-DEPTO-EMPLEADO
           END-READ
           MOVE REG-ARCH-DEPTO  TO WS-DEPTO-BUSCA
           MOVE REG-ARCH-NOMBRE TO WS-NOMBRE-BUSCA.

       0561-UBICA-DEPTO.
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   GO TO 055-FIN-DEPTO-EMPLEADO
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = WS-DEPTO-BUSCA
                   SET WS-IX-DEP TO WS-IX-DEPTO
                   MOVE "S" TO WS-SW-DEPTO-OK
           END-SEARCH.

       055-FIN-DEPTO-EMPLEADO.
           EXIT.

       057-TRASLAPE-MES.
           MOVE ZEROS TO WS-MC-DIAS-PERMISO (WS-IX-MC)
           MOVE REG-AUS-FECHA-DESDE TO WS-TRASLAPE-INICIO
           IF WS-TRASLAPE-INICIO < WS-MC-INICIO (WS-IX-MC)
              MOVE WS-MC-INICIO (WS-IX-MC) TO WS-TRASLAPE-INICIO
           END-IF
           MOVE WS-AUS-HASTA TO WS-TRASLAPE-FIN
           IF WS-TRASLAPE-FIN > WS-MC-FIN (WS-IX-MC)
              MOVE WS-MC-FIN (WS-IX-MC) TO WS-TRASLAPE-FIN
           END-IF
           IF WS-TRASLAPE-INICIO NOT > WS-TRASLAPE-FIN
              COMPUTE WS-MC-DIAS-PERMISO (WS-IX-MC) =
                      WS-TF-DIA - WS-TI-DIA + 1
              ADD WS-MC-DIAS-PERMISO (WS-IX-MC)
                                  TO WS-DIAS-TRASLAPE-TOTAL
           END-IF.

       058-ACUMULA-PERMISO.
           ADD WS-MC-DIAS-PERMISO (WS-IX-MC)
                              TO WS-AC-PERMISO (WS-IX-DEP WS-IX-MC)
                                 WS-AC-PERMISO (WS-IX-TOTAL WS-IX-MC).

      * -------------------------------------------------------------- *
      * 060-IMPRIME-REPORTE - SALIDA DEL SORT. PRIMERO EL COMPARATIVO  *
      *                POR DEPARTAMENTO (YA ACUMULADO AL TERMINAR LA   *
      *                ENTRADA), LUEGO EL DETALLE POR EMPLEADO CON     *
      *                CORTE POR DEPARTAMENTO Y AL FINAL LOS           *
      *                SENALADOS POR AUSENCIAS CORTAS FRECUENTES       *
      * -------------------------------------------------------------- *
       060-IMPRIME-REPORTE.
           OPEN OUTPUT REPORTE
           MOVE WS-MA-ANIO       TO WS-TIT-2-ANIO
           MOVE WS-MA-MES        TO WS-TIT-2-MES
           MOVE WS-MC-ANIO (1)   TO WS-SUB-ANIO-1
           MOVE WS-MC-MES (1)    TO WS-SUB-MES-1
           MOVE WS-MC-ANIO (2)   TO WS-SUB-ANIO-2
           MOVE WS-MC-MES (2)    TO WS-SUB-MES-2
           MOVE WS-MC-ANIO (3)   TO WS-SUB-ANIO-3
           MOVE WS-MC-MES (3)    TO WS-SUB-MES-3
           MOVE "ANALISIS DE AUSENTISMO" TO WS-TIT-2
           PERFORM 005-IMPRIME-ENCABEZADOS
           PERFORM 061-IMPRIME-UN-DEPTO
               VARYING WS-IX-DEP FROM 1 BY 1
               UNTIL WS-IX-DEP > 10
                  OR WS-TAB-DEPTO-COD (WS-IX-DEP) = 999
           IF WS-LINEAS-PAGINA + 9 > WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-EMPRESA AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           MOVE WS-IX-TOTAL TO WS-IX-DEP
           PERFORM 062-IMPRIME-COMPARATIVO
           MOVE "AUSENTISMO POR EMPLEADO" TO WS-TIT-2
           PERFORM 005-IMPRIME-ENCABEZADOS
           WRITE REG-REPORTE FROM WS-SUB-TITULO-EMP AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           GO TO 065-SIGUIENTE.

       065-SIGUIENTE.
           RETURN ARCHIVO-ORDEN
               AT END
                   MOVE "S" TO WS-SW-FIN-ORDEN
                   IF WS-EC-EMPLEADO NOT = ZEROS
                      PERFORM 068-CIERRA-EMPLEADO
                         THRU 068-FIN-CIERRA-EMPLEADO
                   END-IF
                   GO TO 070-IMPRIME-FRECUENTES
           END-RETURN
           IF REG-ORD-EMPLEADO NOT = WS-EC-EMPLEADO
              OR REG-ORD-DEPTO NOT = WS-EC-DEPTO
                 IF WS-EC-EMPLEADO NOT = ZEROS
                    PERFORM 068-CIERRA-EMPLEADO
                       THRU 068-FIN-CIERRA-EMPLEADO
                 END-IF
                 IF REG-ORD-DEPTO NOT = WS-DEPTO-EN-CURSO
                    MOVE REG-ORD-DEPTO TO WS-DEPTO-EN-CURSO
                    MOVE "N" TO WS-SW-DEPTO-IMPRESO
                 END-IF
                 INITIALIZE WS-EMPLEADO-EN-CURSO
                 MOVE REG-ORD-DEPTO    TO WS-EC-DEPTO
                 MOVE REG-ORD-EMPLEADO TO WS-EC-EMPLEADO
                 MOVE REG-ORD-NOMBRE   TO WS-EC-NOMBRE
           END-IF
           IF REG-ORD-HORAS-EXTRA
              ADD REG-ORD-CANTIDAD TO WS-EC-HORAS-MES
           END-IF
           IF REG-ORD-PERMISO
              ADD REG-ORD-CANTIDAD TO WS-EC-PERMISO-MES
           END-IF
           IF REG-ORD-FALTA
              PERFORM 066-RACHA-FALTA
           END-IF
           GO TO 065-SIGUIENTE.

      * -------------------------------------------------------------- *
      * 070-IMPRIME-FRECUENTES - LOS SENALADOS, DE MAS A MENOS         *
      *                EPISODIOS                                       *
      * -------------------------------------------------------------- *
       070-IMPRIME-FRECUENTES.
           IF WS-CONT-EMP-IMPRESOS = ZEROS
              MOVE "SIN FALTAS, HORAS EXTRA NI PERMISOS EN EL MES"
                                      TO WS-SIN-DATOS-TEXTO
              WRITE REG-REPORTE FROM WS-LINEA-SIN-DATOS
                    AFTER ADVANCING 1
           END-IF
           MOVE "AUSENCIAS CORTAS FRECUENTES" TO WS-TIT-2
           PERFORM 005-IMPRIME-ENCABEZADOS
           MOVE WS-MAXIMO-DIAS-CORTA TO WS-CRI-DIAS
           MOVE WS-VENTANA-INICIO    TO WS-CRI-DESDE
           MOVE WS-VENTANA-FIN       TO WS-CRI-HASTA
           MOVE WS-MINIMO-EPISODIOS  TO WS-CRI-MINIMO
           WRITE REG-REPORTE FROM WS-LINEA-CRITERIO AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-FRE AFTER ADVANCING 2
           ADD 3 TO WS-LINEAS-PAGINA
           IF WS-CANT-FRE = ZEROS
              MOVE "NINGUN EMPLEADO LLEGA AL MINIMO DE EPISODIOS"
                                      TO WS-SIN-DATOS-TEXTO
              WRITE REG-REPORTE FROM WS-LINEA-SIN-DATOS
                    AFTER ADVANCING 1
           END-IF
           PERFORM 072-IMPRIME-UN-FRECUENTE
               VARYING WS-IX-FRE FROM 1 BY 1
               UNTIL WS-IX-FRE > WS-CANT-FRE
           CLOSE REPORTE.

       060-FIN-IMPRIME.
           EXIT.

       005-IMPRIME-ENCABEZADOS.
           ADD 1 TO WS-PAGINA-ACTUAL
           MOVE WS-PAGINA-ACTUAL TO WS-TIT-2-PAGINA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE 3 TO WS-LINEAS-PAGINA.

       061-IMPRIME-UN-DEPTO.
           IF WS-LINEAS-PAGINA + 9 > WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE WS-TAB-DEPTO-COD (WS-IX-DEP) TO WS-TITDEP-COD
           MOVE WS-TAB-DEPTO-NOM (WS-IX-DEP) TO WS-TITDEP-NOM
           WRITE REG-REPORTE FROM WS-TITULO-DEPTO AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           PERFORM 062-IMPRIME-COMPARATIVO.

      * -------------------------------------------------------------- *
      * 062-IMPRIME-COMPARATIVO - LOS CINCO CONCEPTOS DEL RENGLON      *
      *                WS-IX-DEP DE WS-ACUM-AUSENTISMO EN LOS TRES     *
      *                MESES                                           *
      * -------------------------------------------------------------- *
       062-IMPRIME-COMPARATIVO.
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-2 AFTER ADVANCING 1
           ADD 2 TO WS-LINEAS-PAGINA
           PERFORM 063-IMPRIME-CONCEPTO
               VARYING WS-CONCEPTO FROM 1 BY 1
               UNTIL WS-CONCEPTO > 5
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       063-IMPRIME-CONCEPTO.
           PERFORM 064-VALOR-CONCEPTO
               VARYING WS-IX-MC FROM 1 BY 1
               UNTIL WS-IX-MC > 3
           IF WS-CONCEPTO = 1
              MOVE "PLANTILLA AL CIERRE"      TO WS-DET-CONCEPTO
           END-IF
           IF WS-CONCEPTO = 2
              MOVE "DIAS DE AUSENCIA"         TO WS-DET-CONCEPTO
           END-IF
           IF WS-CONCEPTO = 3
              MOVE "  FALTAS SIN GOCE (DIAS)" TO WS-DET-CONCEPTO
           END-IF
           IF WS-CONCEPTO = 4
              MOVE "  DIAS DE PERMISO"        TO WS-DET-CONCEPTO
           END-IF
           IF WS-CONCEPTO = 5
              MOVE "HORAS EXTRA"              TO WS-DET-CONCEPTO
           END-IF
           MOVE WS-VR-VALOR (1)        TO WS-DET-TOTAL-1
           MOVE WS-VR-POR-PERSONA (1)  TO WS-DET-XPER-1
           MOVE WS-VR-VALOR (2)        TO WS-DET-TOTAL-2
           MOVE WS-VR-POR-PERSONA (2)  TO WS-DET-XPER-2
           MOVE WS-VR-VALOR (3)        TO WS-DET-TOTAL-3
           MOVE WS-VR-POR-PERSONA (3)  TO WS-DET-XPER-3
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

      * -------------------------------------------------------------- *
      * 064-VALOR-CONCEPTO - EL VALOR DEL CONCEPTO EN EL MES WS-IX-MC  *
      *                Y SU PROPORCION ENTRE LA PLANTILLA AL CIERRE    *
      *                (LA PLANTILLA MISMA NO LLEVA PROPORCION)        *
      * -------------------------------------------------------------- *
       064-VALOR-CONCEPTO.
           MOVE ZEROS TO WS-VR-POR-PERSONA (WS-IX-MC)
           IF WS-CONCEPTO = 1
              MOVE WS-AC-PLANTILLA (WS-IX-DEP WS-IX-MC)
                                      TO WS-VR-VALOR (WS-IX-MC)
           END-IF
           IF WS-CONCEPTO = 2
              COMPUTE WS-VR-VALOR (WS-IX-MC) =
                      WS-AC-FALTAS (WS-IX-DEP WS-IX-MC)
                      + WS-AC-PERMISO (WS-IX-DEP WS-IX-MC)
           END-IF
           IF WS-CONCEPTO = 3
              MOVE WS-AC-FALTAS (WS-IX-DEP WS-IX-MC)
                                      TO WS-VR-VALOR (WS-IX-MC)
           END-IF
           IF WS-CONCEPTO = 4
              MOVE WS-AC-PERMISO (WS-IX-DEP WS-IX-MC)
                                      TO WS-VR-VALOR (WS-IX-MC)
           END-IF
           IF WS-CONCEPTO = 5
              MOVE WS-AC-HORAS-EXTRA (WS-IX-DEP WS-IX-MC)
                                      TO WS-VR-VALOR (WS-IX-MC)
           END-IF
           IF WS-CONCEPTO NOT = 1
              AND WS-AC-PLANTILLA (WS-IX-DEP WS-IX-MC) NOT = ZEROS
                 COMPUTE WS-VR-POR-PERSONA (WS-IX-MC) ROUNDED =
                         WS-VR-VALOR (WS-IX-MC)
                         / WS-AC-PLANTILLA (WS-IX-DEP WS-IX-MC)
           END-IF.

      * -------------------------------------------------------------- *
      * 066-RACHA-FALTA - UNA FALTA DEL MISMO DIA O DEL DIA SIGUIENTE  *
      *                A LA ULTIMA ALARGA LA RACHA; SI NO, LA RACHA    *
      *                ANTERIOR SE CIERRA Y EMPIEZA OTRA               *
      * -------------------------------------------------------------- *
       066-RACHA-FALTA.
           ADD REG-ORD-CANTIDAD TO WS-EC-FALTAS-VENTANA
           IF REG-ORD-FECHA NOT < WS-MC-INICIO (1)
              ADD REG-ORD-CANTIDAD TO WS-EC-FALTAS-MES
           END-IF
           IF WS-EC-RACHA-ULTIMA = ZEROS
              MOVE REG-ORD-CANTIDAD TO WS-EC-RACHA-DIAS
              MOVE REG-ORD-FECHA    TO WS-EC-RACHA-ULTIMA
           ELSE
              MOVE WS-EC-RACHA-ULTIMA TO WS-FECHA-CAL
              PERFORM 069-AVANZA-UN-DIA
              IF REG-ORD-FECHA = WS-EC-RACHA-ULTIMA
                 OR REG-ORD-FECHA = WS-FECHA-CAL
                    ADD REG-ORD-CANTIDAD  TO WS-EC-RACHA-DIAS
                    MOVE REG-ORD-FECHA    TO WS-EC-RACHA-ULTIMA
              ELSE
                    PERFORM 067-CIERRA-RACHA
                    MOVE REG-ORD-CANTIDAD TO WS-EC-RACHA-DIAS
                    MOVE REG-ORD-FECHA    TO WS-EC-RACHA-ULTIMA
              END-IF
           END-IF.

       067-CIERRA-RACHA.
           IF WS-EC-RACHA-DIAS NOT > WS-MAXIMO-DIAS-CORTA
              ADD 1 TO WS-EC-EPISODIOS
           END-IF
           MOVE ZEROS TO WS-EC-RACHA-DIAS
           MOVE ZEROS TO WS-EC-RACHA-ULTIMA.

      * -------------------------------------------------------------- *
      * 068-CIERRA-EMPLEADO - AL CAMBIAR DE EMPLEADO: CIERRA SU RACHA, *
      *                LO IMPRIME SI TUVO MOVIMIENTO EN EL MES O QUEDO *
      *                SENALADO, Y SI QUEDO SENALADO LO GUARDA PARA EL *
      *                RESUMEN FINAL                                   *
      * -------------------------------------------------------------- *
       068-CIERRA-EMPLEADO.
           IF WS-EC-RACHA-ULTIMA NOT = ZEROS
              PERFORM 067-CIERRA-RACHA
           END-IF
           MOVE SPACES TO WS-DEM-MARCA
           IF WS-EC-EPISODIOS NOT < WS-MINIMO-EPISODIOS
              MOVE "*" TO WS-DEM-MARCA
              PERFORM 075-GUARDA-FRECUENTE THRU 075-FIN-GUARDA
           END-IF
           IF WS-EC-FALTAS-MES = ZEROS
              AND WS-EC-HORAS-MES = ZEROS
              AND WS-EC-PERMISO-MES = ZEROS
              AND WS-DEM-MARCA = SPACES
                 GO TO 068-FIN-CIERRA-EMPLEADO
           END-IF
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
              WRITE REG-REPORTE FROM WS-SUB-TITULO-EMP
                    AFTER ADVANCING 1
              ADD 1 TO WS-LINEAS-PAGINA
              MOVE "N" TO WS-SW-DEPTO-IMPRESO
           END-IF
           IF NOT WS-DEPTO-IMPRESO
              PERFORM 0681-TITULO-DEPTO-EMP
           END-IF
           MOVE WS-EC-EMPLEADO       TO WS-DEM-EMPLEADO
           MOVE WS-EC-NOMBRE         TO WS-DEM-NOMBRE
           MOVE WS-EC-FALTAS-MES     TO WS-DEM-FALTAS
           MOVE WS-EC-PERMISO-MES    TO WS-DEM-PERMISO
           COMPUTE WS-DEM-AUSENCIA = WS-EC-FALTAS-MES
                                   + WS-EC-PERMISO-MES
           MOVE WS-EC-HORAS-MES      TO WS-DEM-HORAS
           MOVE WS-EC-FALTAS-VENTANA TO WS-DEM-FALTAS-VEN
           MOVE WS-EC-EPISODIOS      TO WS-DEM-EPISODIOS
           WRITE REG-REPORTE FROM WS-DETALLE-EMP AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           ADD 1 TO WS-CONT-EMP-IMPRESOS.

       068-FIN-CIERRA-EMPLEADO.
           EXIT.

       0681-TITULO-DEPTO-EMP.
           MOVE WS-EC-DEPTO TO WS-TITDEP-COD
           MOVE SPACES      TO WS-TITDEP-NOM
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   CONTINUE
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = WS-EC-DEPTO
                   MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
                                            TO WS-TITDEP-NOM
           END-SEARCH
           WRITE REG-REPORTE FROM WS-TITULO-DEPTO AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           MOVE "S" TO WS-SW-DEPTO-IMPRESO.

       069-AVANZA-UN-DIA.
           MOVE WS-DIAS-MES (WS-FC-MES) TO WS-FIN-MES-CAL
           IF WS-FC-MES = 2
              DIVIDE WS-FC-ANIO BY 4 GIVING WS-COCIENTE-BISIESTO
                  REMAINDER WS-RESIDUO-BISIESTO
              IF WS-RESIDUO-BISIESTO = ZEROS
                 MOVE 29 TO WS-FIN-MES-CAL
              END-IF
           END-IF
           ADD 1 TO WS-FC-DIA
           IF WS-FC-DIA > WS-FIN-MES-CAL
              MOVE 1 TO WS-FC-DIA
              ADD 1 TO WS-FC-MES
              IF WS-FC-MES > 12
                 MOVE 1 TO WS-FC-MES
                 ADD 1 TO WS-FC-ANIO
              END-IF
           END-IF.

       072-IMPRIME-UN-FRECUENTE.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
              WRITE REG-REPORTE FROM WS-SUB-TITULO-FRE
                    AFTER ADVANCING 1
              ADD 1 TO WS-LINEAS-PAGINA
           END-IF
           MOVE WS-TAB-FRE-EMPLEADO (WS-IX-FRE)  TO WS-DFR-EMPLEADO
           MOVE WS-TAB-FRE-NOMBRE (WS-IX-FRE)    TO WS-DFR-NOMBRE
           MOVE WS-TAB-FRE-DEPTO (WS-IX-FRE)     TO WS-DFR-DEPTO
           MOVE SPACES                           TO WS-DFR-DEPTO-NOM
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   CONTINUE
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) =
                    WS-TAB-FRE-DEPTO (WS-IX-FRE)
                   MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
                                            TO WS-DFR-DEPTO-NOM
           END-SEARCH
           MOVE WS-TAB-FRE-EPISODIOS (WS-IX-FRE) TO WS-DFR-EPISODIOS
           MOVE WS-TAB-FRE-FALTAS (WS-IX-FRE)    TO WS-DFR-FALTAS
           WRITE REG-REPORTE FROM WS-DETALLE-FRE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

      * -------------------------------------------------------------- *
      * 075-GUARDA-FRECUENTE - METE AL EMPLEADO EN CURSO EN            *
      *                WS-TABLA-FRECUENTES DETRAS DE LOS QUE TIENEN    *
      *                IGUAL O MAS EPISODIOS, RECORRIENDO UN LUGAR     *
      *                HACIA ABAJO A LOS QUE TIENEN MENOS              *
      * -------------------------------------------------------------- *
       075-GUARDA-FRECUENTE.
           IF WS-CANT-FRE NOT < 100
              ADD 1 TO WS-CONT-FRE-EXCEDIDOS
              GO TO 075-FIN-GUARDA
           END-IF
           MOVE 1 TO WS-IX-FRE
           GO TO 0751-BUSCA-LUGAR.

       0751-BUSCA-LUGAR.
           IF WS-IX-FRE > WS-CANT-FRE
              GO TO 0752-INSERTA
           END-IF
           IF WS-TAB-FRE-EPISODIOS (WS-IX-FRE) < WS-EC-EPISODIOS
              GO TO 0752-INSERTA
           END-IF
           ADD 1 TO WS-IX-FRE
           GO TO 0751-BUSCA-LUGAR.

       0752-INSERTA.
           PERFORM 076-RECORRE-FRECUENTE
               VARYING WS-IX-MUEVE FROM WS-CANT-FRE BY -1
               UNTIL WS-IX-MUEVE < WS-IX-FRE
           MOVE WS-EC-EMPLEADO   TO WS-TAB-FRE-EMPLEADO (WS-IX-FRE)
           MOVE WS-EC-NOMBRE     TO WS-TAB-FRE-NOMBRE (WS-IX-FRE)
           MOVE WS-EC-DEPTO      TO WS-TAB-FRE-DEPTO (WS-IX-FRE)
           MOVE WS-EC-EPISODIOS  TO WS-TAB-FRE-EPISODIOS (WS-IX-FRE)
           MOVE WS-EC-FALTAS-VENTANA
                                 TO WS-TAB-FRE-FALTAS (WS-IX-FRE)
           ADD 1 TO WS-CANT-FRE.

       075-FIN-GUARDA.
           EXIT.

       076-RECORRE-FRECUENTE.
           MOVE WS-TAB-FRE (WS-IX-MUEVE)
                                  TO WS-TAB-FRE (WS-IX-MUEVE + 1).

       END PROGRAM PROG0094.
