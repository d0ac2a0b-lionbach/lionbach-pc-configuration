       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0093.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: PASO NOCTURNO (VER 04-PLAN-NOCTURNO) QUE IMPORTA LAS *
      *           CHECADAS DEL RELOJ (04-CHECADAS, VER WCHKFD) Y LAS   *
      *           COMPARA CONTRA EL TURNO ASIGNADO A CADA EMPLEADO     *
      *           (04-TURNOS-EMPLEADO DE PROG0092 Y 04-TURNOS). POR    *
      *           CADA JORNADA LABORABLE DEL TURNO QUE NO SEA FESTIVO  *
      *           (04-FERIADOS) NI CAIGA EN UNA AUSENCIA VIGENTE       *
      *           (04-AUSENCIAS) GRABA EN 04-INCIDENCIAS, CONTRA EL    *
      *           PERIODO ABIERTO DEL GRUPO DE PAGO DEL EMPLEADO, LA   *
      *           FALTA (FAL, EN DIAS), EL RETARDO PASADA LA           *
      *           TOLERANCIA (RTD, EN HORAS) Y EL TIEMPO EXTRA DESDE   *
      *           WS-MINIMO-EXTRA MINUTOS (HEX, EN HORAS). LAS         *
      *           JORNADAS CON UNA SOLA CHECADA Y LAS DE EMPLEADOS SIN *
      *           TURNO SALEN EN 04-REP-CHECADAS, UNA PAGINA POR       *
      *           SUPERVISOR, PARA QUE LAS ACLARE Y CAPTURE LO QUE     *
      *           PROCEDA EN PROG0057. LA ULTIMA JORNADA IMPORTADA     *
      *           QUEDA EN 04-CHECADAS-CTL PARA NO CONTARLA DOS VECES  *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECADAS ASSIGN TO "04-CHECADAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CHK.
           SELECT ARCHIVO-CHECADAS ASSIGN TO "SORTWK9".
           SELECT CHECADAS-ORD ASSIGN TO "04-CHECADAS-ORDEN"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CHO.
           SELECT TURNOS-EMPLEADO ASSIGN TO "04-TURNOS-EMPLEADO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-TEM-EMPLEADO
           FILE STATUS IS WS-FILE-STATUS-TEM.
           SELECT TURNOS ASSIGN TO "04-TURNOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TUR.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT AUSENCIAS ASSIGN TO "04-AUSENCIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-AUS-NUMERO
           FILE STATUS IS WS-FILE-STATUS-AUS.
           SELECT FERIADOS ASSIGN TO "04-FERIADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-FER.
           SELECT PERIODOS ASSIGN TO "04-PERIODOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PER.
           SELECT TIPOS-CFG ASSIGN TO "04-TIPOS-INCIDENCIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TIN.
           SELECT INCIDENCIAS ASSIGN TO "04-INCIDENCIAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-INC.
           SELECT CONTROL-CHECADAS ASSIGN TO "04-CHECADAS-CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CCH.
           SELECT ARCHIVO-ORDEN ASSIGN TO "SORTWK10".
           SELECT REPORTE ASSIGN TO "04-REP-CHECADAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECADAS
           RECORD CONTAINS 18 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCHKFD.

      * -------------------------------------------------------------- *
      * ARCHIVO-CHECADAS - TRABAJO DE SORT: LAS CHECADAS NUEVAS POR    *
      *                EMPLEADO, JORNADA Y HORA                        *
      * -------------------------------------------------------------- *
       SD  ARCHIVO-CHECADAS.
       01  REG-SORT-CHECADA.
           05  REG-SCH-EMPLEADO   PIC 9(05).
           05  REG-SCH-FECHA      PIC 9(08).
           05  REG-SCH-HORA       PIC 9(04).
           05  REG-SCH-TIPO       PIC X(01).

      * -------------------------------------------------------------- *
      * CHECADAS-ORD - RESULTADO DEL SORT, SE LEE A LA PAR DE          *
      *                04-TURNOS-EMPLEADO                              *
      * -------------------------------------------------------------- *
       FD  CHECADAS-ORD
           RECORD CONTAINS 18 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCHKFD REPLACING REG-CHECADA      BY REG-CHK-ORD
                             REG-CHK-EMPLEADO BY REG-CHO-EMPLEADO
                             REG-CHK-FECHA    BY REG-CHO-FECHA
                             REG-CHK-HORA     BY REG-CHO-HORA
                             REG-CHK-TIPO     BY REG-CHO-TIPO
                             REG-CHK-ENTRADA  BY REG-CHO-ENTRADA
                             REG-CHK-SALIDA   BY REG-CHO-SALIDA.
       FD  TURNOS-EMPLEADO
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTEMFD.
       FD  TURNOS
           RECORD CONTAINS 39 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTURFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  AUSENCIAS
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUSFD.
       FD  FERIADOS
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WFERFD.
       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.
       FD  TIPOS-CFG
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTINCFD.
       FD  INCIDENCIAS
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WINCFD.
       FD  CONTROL-CHECADAS
           RECORD CONTAINS 16 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCCHFD.

      * -------------------------------------------------------------- *
      * ARCHIVO-ORDEN - TRABAJO DE SORT: LAS JORNADAS POR ACLARAR CON  *
      *                SUPERVISOR, EMPLEADO Y JORNADA COMO LLAVES      *
      * -------------------------------------------------------------- *
       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05  REG-ORD-SUPERVISOR PIC 9(05).
           05  REG-ORD-EMPLEADO   PIC 9(05).
           05  REG-ORD-FECHA      PIC 9(08).
           05  REG-ORD-NOMBRE     PIC X(30).
           05  REG-ORD-ENTRADA    PIC X(04).
           05  REG-ORD-SALIDA     PIC X(04).
           05  REG-ORD-MOTIVO     PIC X(01).
               88  REG-ORD-SIN-ENTRADA        VALUE "E".
               88  REG-ORD-SIN-SALIDA         VALUE "S".
               88  REG-ORD-AUSENCIA-TERMINADA VALUE "A".
               88  REG-ORD-SIN-TURNO          VALUE "T".
               88  REG-ORD-TURNO-INVALIDO     VALUE "C".

       FD  REPORTE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CHK      PIC X(02).
       01 WS-FILE-STATUS-CHO      PIC X(02).
       01 WS-FILE-STATUS-TEM      PIC X(02).
       01 WS-FILE-STATUS-TUR      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-AUS      PIC X(02).
       01 WS-FILE-STATUS-FER      PIC X(02).
       01 WS-FILE-STATUS-PER      PIC X(02).
       01 WS-FILE-STATUS-TIN      PIC X(02).
       01 WS-FILE-STATUS-INC      PIC X(02).
       01 WS-FILE-STATUS-CCH      PIC X(02).
       01 WS-FILE-STATUS-REP      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-CHK       PIC X(01)    VALUE "N".
               88 WS-FIN-CHK                  VALUE "S".
           05 WS-SW-FIN-CHO       PIC X(01)    VALUE "N".
               88 WS-FIN-CHO                  VALUE "S".
           05 WS-SW-FIN-TEM       PIC X(01)    VALUE "N".
               88 WS-FIN-TEM                  VALUE "S".
           05 WS-SW-FIN-TURNOS    PIC X(01)    VALUE "N".
               88 WS-FIN-TURNOS               VALUE "S".
           05 WS-SW-FIN-FERIADOS  PIC X(01)    VALUE "N".
               88 WS-FIN-FERIADOS             VALUE "S".
           05 WS-SW-FIN-PERIODOS  PIC X(01)    VALUE "N".
               88 WS-FIN-PERIODOS             VALUE "S".
           05 WS-SW-FIN-TIPOS     PIC X(01)    VALUE "N".
               88 WS-FIN-TIPOS                VALUE "S".
           05 WS-SW-FIN-ORDEN     PIC X(01)    VALUE "N".
               88 WS-FIN-ORDEN                VALUE "S".
           05 WS-SW-HAY-TURNOS-EMP
                                  PIC X(01)    VALUE "N".
               88 WS-HAY-TURNOS-EMP           VALUE "S".
           05 WS-SW-HAY-AUSENCIAS PIC X(01)    VALUE "N".
               88 WS-HAY-AUSENCIAS            VALUE "S".
           05 WS-SW-TIPOS-OK      PIC X(01)    VALUE "S".
               88 WS-TIPOS-OK                 VALUE "S".

      * -------------------------------------------------------------- *
      * CODIGOS DE 04-TIPOS-INCIDENCIA QUE GENERA ESTE PASO Y MINUTOS  *
      * DESPUES DE LA SALIDA DEL TURNO A PARTIR DE LOS CUALES SE PAGA  *
      * TIEMPO EXTRA                                                   *
      * -------------------------------------------------------------- *
       01 WS-TIPO-FALTA           PIC X(03)    VALUE "FAL".
       01 WS-TIPO-RETARDO         PIC X(03)    VALUE "RTD".
       01 WS-TIPO-EXTRA           PIC X(03)    VALUE "HEX".
       01 WS-MINIMO-EXTRA         PIC 9(03)    VALUE 030.
       01 WS-USUARIO-RELOJ        PIC X(20)    VALUE "RELOJ CHECADOR".

       01 WS-TABLA-TIPOS.
           05 WS-TAB-TIN          OCCURS 20 TIMES
                                  ASCENDING KEY IS WS-TAB-TIN-CODIGO
                                  INDEXED BY WS-IX-TIN.
               10 WS-TAB-TIN-CODIGO
                                  PIC X(03)    VALUE HIGH-VALUES.
       01 WS-TIPO-BUSCADO         PIC X(03)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-TABLA-TURNOS - CATALOGO DE TURNOS EN ORDEN ASCENDENTE DE    *
      *                CODIGO; LA SEMANA VA DE LUNES (1) A DOMINGO (7) *
      * -------------------------------------------------------------- *
       01 WS-TABLA-TURNOS.
           05 WS-TAB-TUR          OCCURS 30 TIMES
                                  ASCENDING KEY IS WS-TAB-TUR-CODIGO
                                  INDEXED BY WS-IX-TUR.
               10 WS-TAB-TUR-CODIGO
                                  PIC X(02)    VALUE HIGH-VALUES.
               10 WS-TAB-TUR-ENTRADA
                                  PIC 9(04)    VALUE ZEROS.
               10 WS-TAB-TUR-SALIDA
                                  PIC 9(04)    VALUE ZEROS.
               10 WS-TAB-TUR-TOLERANCIA
                                  PIC 9(02)    VALUE ZEROS.
               10 WS-TAB-TUR-DIA  PIC X(01)    OCCURS 7 TIMES.

       01 WS-TABLA-FERIADOS.
           05 WS-TAB-FER          OCCURS 200 TIMES
                                  INDEXED BY WS-IX-FER.
               10 WS-TAB-FER-FECHA
                                  PIC 9(08)    VALUE ZEROS.
       01 WS-CANT-FERIADOS        PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-PERIODOS - LOS PERIODOS ABIERTOS DE TODOS LOS GRUPOS  *
      *                DE PAGO; CADA JORNADA VA AL DEL GRUPO DEL       *
      *                EMPLEADO QUE LA CUBRE                           *
      * -------------------------------------------------------------- *
       01 WS-TABLA-PERIODOS.
           05 WS-TAB-PER          OCCURS 60 TIMES
                                  INDEXED BY WS-IX-PER.
               10 WS-TAB-PER-GRUPO
                                  PIC X(02)    VALUE SPACES.
               10 WS-TAB-PER-NUMERO
                                  PIC 9(04)    VALUE ZEROS.
               10 WS-TAB-PER-INICIO
                                  PIC 9(08)    VALUE ZEROS.
               10 WS-TAB-PER-FIN  PIC 9(08)    VALUE ZEROS.
       01 WS-CANT-PERIODOS        PIC 9(02)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-JORNADAS - LAS CHECADAS DEL EMPLEADO EN TURNO         *
      *                JUNTADAS POR JORNADA: LA PRIMERA ENTRADA Y LA   *
      *                ULTIMA SALIDA                                   *
      * -------------------------------------------------------------- *
       01 WS-TABLA-JORNADAS.
           05 WS-TAB-JOR          OCCURS 100 TIMES
                                  INDEXED BY WS-IX-JOR.
               10 WS-TAB-JOR-FECHA
                                  PIC 9(08).
               10 WS-TAB-JOR-ENTRADA
                                  PIC 9(04).
               10 WS-TAB-JOR-SALIDA
                                  PIC 9(04).
               10 WS-TAB-JOR-SW-ENTRADA
                                  PIC X(01).
                   88 WS-TAB-JOR-CON-ENTRADA      VALUE "S".
               10 WS-TAB-JOR-SW-SALIDA
                                  PIC X(01).
                   88 WS-TAB-JOR-CON-SALIDA       VALUE "S".
       01 WS-CANT-JORNADAS        PIC 9(03)    VALUE ZEROS.

       01 WS-DATOS-EMPLEADO.
           05 WS-EMP-NUMERO       PIC 9(05).
           05 WS-EMP-NOMBRE       PIC X(30).
           05 WS-EMP-SUPERVISOR   PIC 9(05).
           05 WS-EMP-FECHA-ALTA   PIC 9(08).
           05 WS-EMP-GRUPO        PIC X(02).
           05 WS-EMP-DESDE        PIC 9(08).
           05 WS-EMP-AUS-DESDE    PIC 9(08).
           05 WS-EMP-AUS-HASTA    PIC 9(08).
           05 WS-EMP-AUS-ESTADO   PIC X(01).
               88 WS-EMP-AUS-VIGENTE          VALUE "A".
               88 WS-EMP-AUS-TERMINADA        VALUE "T".
       01 WS-ULTIMO-SIN-TURNO     PIC 9(05)    VALUE ZEROS.

      * JORNADAS DE LAS CHECADAS NUEVAS Y LA ULTIMA YA IMPORTADA
       01 WS-RANGO-INICIO         PIC 9(08)    VALUE ZEROS.
       01 WS-RANGO-FIN            PIC 9(08)    VALUE ZEROS.
       01 WS-ULTIMA-IMPORTADA     PIC 9(08)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * HORAS DEL TURNO Y DE LAS CHECADAS EN MINUTOS DESDE LA          *
      * MEDIANOCHE DE LA JORNADA; UNA SALIDA ANTERIOR A LA ENTRADA DEL *
      * TURNO ES DEL DIA SIGUIENTE Y SE LE SUMAN 1440                  *
      * -------------------------------------------------------------- *
       01 WS-CALCULO-HORAS.
           05 WS-HORA-HHMM        PIC 9(04)    VALUE ZEROS.
           05 WS-HORA-HH          PIC 9(02)    VALUE ZEROS.
           05 WS-HORA-MM          PIC 9(02)    VALUE ZEROS.
           05 WS-MINUTOS          PIC 9(04)    VALUE ZEROS.
           05 WS-MIN-TURNO-ENTRA  PIC 9(04)    VALUE ZEROS.
           05 WS-MIN-TURNO-SALE   PIC 9(04)    VALUE ZEROS.
           05 WS-MIN-CHECA-ENTRA  PIC 9(04)    VALUE ZEROS.
           05 WS-MIN-CHECA-SALE   PIC 9(04)    VALUE ZEROS.
           05 WS-MIN-DIFERENCIA   PIC S9(05)   VALUE ZEROS.

       01 WS-INCIDENCIA-NUEVA.
           05 WS-NVA-PERIODO      PIC 9(04)    VALUE ZEROS.
           05 WS-NVA-TIPO         PIC X(03)    VALUE SPACES.
           05 WS-NVA-CANTIDAD     PIC 9(03)V99  VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-LEIDAS      PIC 9(06)    VALUE ZEROS.
           05 WS-CONT-INVALIDAS   PIC 9(06)    VALUE ZEROS.
           05 WS-CONT-YA-IMPORTADAS
                                  PIC 9(06)    VALUE ZEROS.
           05 WS-CONT-NUEVAS      PIC 9(06)    VALUE ZEROS.
           05 WS-CONT-EMPLEADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-FALTAS      PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-RETARDOS    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-EXTRAS      PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-FUERA-PERIODO
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-DESBORDE    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-EXCEPCIONES PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SUPERVISOR  PIC 9(03)    VALUE ZEROS.

       01 WS-SUPERVISOR-EN-CURSO  PIC 9(05)    VALUE ZEROS.

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
      * CALENDARIO - JORNADA QUE SE VA RECORRIENDO DIA POR DIA. EL DIA *
      *            DE LA SEMANA DE LA PRIMERA SE SACA CON LA           *
      *            CONGRUENCIA DE ZELLER (0 = SABADO, 1 = DOMINGO,     *
      *            2 = LUNES ... 6 = VIERNES), COMO EN PROG0062, Y     *
      *            LUEGO SE AVANZA                                     *
      * -------------------------------------------------------------- *
       01 WS-FECHA-CAL-G.
           05 WS-FC-ANIO          PIC 9(04).
           05 WS-FC-MES           PIC 9(02).
           05 WS-FC-DIA           PIC 9(02).

       01 WS-FECHA-CAL REDEFINES WS-FECHA-CAL-G
                                  PIC 9(08).

       01 WS-DIAS-POR-MES-DATA.
           05 FILLER              PIC X(24)
                            VALUE "312831303130313130313031".

       01 WS-DIAS-POR-MES REDEFINES WS-DIAS-POR-MES-DATA.
           05 WS-DIAS-MES         PIC 9(02)    OCCURS 12 TIMES.

       01 WS-ZELLER.
           05 WS-ZL-MES           PIC 9(02)    VALUE ZEROS.
           05 WS-ZL-ANIO          PIC 9(04)    VALUE ZEROS.
           05 WS-ZL-SIGLO         PIC 9(02)    VALUE ZEROS.
           05 WS-ZL-ANIO-SIGLO    PIC 9(02)    VALUE ZEROS.
           05 WS-ZL-TERMINO-MES   PIC 9(03)    VALUE ZEROS.
           05 WS-ZL-CUARTO-ANIO   PIC 9(02)    VALUE ZEROS.
           05 WS-ZL-CUARTO-SIGLO  PIC 9(02)    VALUE ZEROS.
           05 WS-ZL-SUMA          PIC 9(05)    VALUE ZEROS.
           05 WS-ZL-COCIENTE      PIC 9(05)    VALUE ZEROS.
       01 WS-DIA-SEMANA-CAL       PIC 9(01)    VALUE ZEROS.
       01 WS-DIA-TURNO            PIC 9(01)    VALUE ZEROS.
       01 WS-FIN-MES-CAL          PIC 9(02)    VALUE ZEROS.
       01 WS-RESIDUO-BISIESTO     PIC 9(03)    VALUE ZEROS.
       01 WS-COCIENTE-BISIESTO    PIC 9(04)    VALUE ZEROS.

       01 WS-REP-TITULO.
           05 FILLER              PIC X(08)    VALUE " FECHA: ".
           05 WS-TIT-DIA          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(21)
                   VALUE "CHECADAS POR ACLARAR ".
           05 FILLER              PIC X(10)    VALUE "JORNADAS: ".
           05 WS-TIT-DESDE        PIC 9(08).
           05 FILLER              PIC X(03)    VALUE " A ".
           05 WS-TIT-HASTA        PIC 9(08).
           05 FILLER              PIC X(08)    VALUE SPACES.

       01 WS-REP-GUIONES.
           05 FILLER              PIC X(80)    VALUES ALL "-".

       01 WS-REP-TITULO-SUPERVISOR.
           05 FILLER              PIC X(12)    VALUE "SUPERVISOR: ".
           05 WS-TITSUP-NUMERO    PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TITSUP-NOMBRE    PIC X(30).
           05 FILLER              PIC X(31)    VALUE SPACES.

       01 WS-REP-COLUMNAS.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "EMPL. ".
           05 FILLER              PIC X(26)    VALUE "NOMBRE".
           05 FILLER              PIC X(10)    VALUE "JORNADA".
           05 FILLER              PIC X(05)    VALUE "ENTR".
           05 FILLER              PIC X(05)    VALUE "SAL".
           05 FILLER              PIC X(26)    VALUE "POR ACLARAR".

       01 WS-REP-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-EMPLEADO     PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(25).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-ENTRADA      PIC X(04).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-SALIDA       PIC X(04).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-MOTIVO       PIC X(26).

       01 WS-REP-TOTALES.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(13)    VALUE "POR ACLARAR: ".
           05 WS-TOT-ED-EXCEPCIONES
                                  PIC ZZ9.
           05 FILLER              PIC X(62)    VALUE SPACES.

       01 WS-REP-NOTA.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(37)
             VALUE "CAPTURE LO QUE PROCEDA EN PROG0057; ".
           05 FILLER              PIC X(41)
             VALUE "LOS TURNOS SE ASIGNAN EN PROG0092".

       01 WS-REP-SIN-DATOS.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(50)
             VALUE "NO HAY CHECADAS FALTANTES NI EMPLEADOS SIN TURNO".
           05 FILLER              PIC X(28)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 011-CARGA-TIPOS THRU 011-FIN-CARGA-TIPOS
           IF NOT WS-TIPOS-OK
              GOBACK
           END-IF
           PERFORM 012-CARGA-TURNOS THRU 012-FIN-CARGA-TURNOS
           PERFORM 013-CARGA-FERIADOS THRU 013-FIN-CARGA-FERIADOS
           PERFORM 014-CARGA-PERIODOS THRU 014-FIN-CARGA-PERIODOS
           IF WS-CANT-PERIODOS = ZEROS
              DISPLAY "PROG0093: NO HAY PERIODOS ABIERTOS EN "
                      "04-PERIODOS (VER PROG0031); NO SE IMPORTA"
              GOBACK
           END-IF
           PERFORM 015-LEE-CONTROL
           SORT ARCHIVO-CHECADAS
               ON ASCENDING KEY REG-SCH-EMPLEADO
               ON ASCENDING KEY REG-SCH-FECHA
               ON ASCENDING KEY REG-SCH-HORA
               INPUT PROCEDURE 020-FILTRA-CHECADAS
                               THRU 020-FIN-FILTRA
               GIVING CHECADAS-ORD
           IF WS-CONT-NUEVAS = ZEROS
              DISPLAY "PROG0093: CHECADAS LEIDAS        : "
                      WS-CONT-LEIDAS
              DISPLAY "PROG0093: SIN CHECADAS NUEVAS DESPUES DE LA "
                      "JORNADA " WS-ULTIMA-IMPORTADA
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0093: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           OPEN INPUT AUSENCIAS
           IF WS-FILE-STATUS-AUS = "00"
              MOVE "S" TO WS-SW-HAY-AUSENCIAS
           END-IF
           OPEN INPUT TURNOS-EMPLEADO
           IF WS-FILE-STATUS-TEM = "00"
              MOVE "S" TO WS-SW-HAY-TURNOS-EMP
           ELSE
              DISPLAY "PROG0093: SIN 04-TURNOS-EMPLEADO, STATUS "
                      WS-FILE-STATUS-TEM "; NINGUN EMPLEADO TIENE TURNO"
              MOVE "S" TO WS-SW-FIN-TEM
           END-IF
           OPEN INPUT CHECADAS-ORD
           OPEN EXTEND INCIDENCIAS
           IF WS-FILE-STATUS-INC = "35"
              OPEN OUTPUT INCIDENCIAS
           END-IF
           IF WS-FILE-STATUS-INC NOT = "00"
              DISPLAY "PROG0093: NO SE PUDO ABRIR 04-INCIDENCIAS, "
                      "STATUS " WS-FILE-STATUS-INC
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA      TO WS-TIT-DIA
           MOVE WS-HOY-MES      TO WS-TIT-MES
           MOVE WS-HOY-ANIO     TO WS-TIT-ANIO
           MOVE WS-RANGO-INICIO TO WS-TIT-DESDE
           MOVE WS-RANGO-FIN    TO WS-TIT-HASTA
           SORT ARCHIVO-ORDEN
               ON ASCENDING KEY REG-ORD-SUPERVISOR
               ON ASCENDING KEY REG-ORD-EMPLEADO
               ON ASCENDING KEY REG-ORD-FECHA
               INPUT PROCEDURE 030-COMPARA-TURNOS
                               THRU 030-FIN-COMPARA
               OUTPUT PROCEDURE 070-IMPRIME-SUPERVISORES
                               THRU 070-FIN-IMPRIME
           IF WS-CONT-EXCEPCIONES = ZEROS
              WRITE REG-REPORTE FROM WS-REP-TITULO
                    AFTER ADVANCING PAGE
              WRITE REG-REPORTE FROM WS-REP-GUIONES
                    AFTER ADVANCING 1
              WRITE REG-REPORTE FROM WS-REP-SIN-DATOS
                    AFTER ADVANCING 1
           END-IF
           CLOSE EMPLEADOS
           IF WS-HAY-AUSENCIAS
              CLOSE AUSENCIAS
           END-IF
           IF WS-HAY-TURNOS-EMP
              CLOSE TURNOS-EMPLEADO
           END-IF
           CLOSE CHECADAS-ORD
           CLOSE INCIDENCIAS
           CLOSE REPORTE
           PERFORM 080-GRABA-CONTROL THRU 080-FIN-GRABA-CONTROL
           DISPLAY "PROG0093: CHECADAS LEIDAS        : " WS-CONT-LEIDAS
           DISPLAY "PROG0093: CHECADAS INVALIDAS     : "
                   WS-CONT-INVALIDAS
           DISPLAY "PROG0093: YA IMPORTADAS ANTES    : "
                   WS-CONT-YA-IMPORTADAS
           DISPLAY "PROG0093: JORNADAS " WS-RANGO-INICIO " A "
                   WS-RANGO-FIN
           DISPLAY "PROG0093: EMPLEADOS CON TURNO    : "
                   WS-CONT-EMPLEADOS
           DISPLAY "PROG0093: FALTAS GRABADAS        : " WS-CONT-FALTAS
           DISPLAY "PROG0093: RETARDOS GRABADOS      : "
                   WS-CONT-RETARDOS
           DISPLAY "PROG0093: TIEMPOS EXTRA GRABADOS : " WS-CONT-EXTRAS
           DISPLAY "PROG0093: JORNADAS SIN PERIODO   : "
                   WS-CONT-FUERA-PERIODO
           DISPLAY "PROG0093: JORNADAS POR ACLARAR   : "
                   WS-CONT-EXCEPCIONES
           IF WS-CONT-DESBORDE NOT = ZEROS
              DISPLAY "PROG0093: ** CHECADAS NO CONSIDERADAS POR "
                      "EXCEDER 100 JORNADAS: " WS-CONT-DESBORDE
           END-IF
           DISPLAY "PROG0093: REPORTE EN 04-REP-CHECADAS"
           GOBACK.

      * -------------------------------------------------------------- *
      * 011-CARGA-TIPOS - LOS TRES CODIGOS QUE SE GRABAN DEBEN ESTAR   *
      *                DADOS DE ALTA EN 04-TIPOS-INCIDENCIA, COMO SI   *
      *                SE CAPTURARAN EN PROG0057                       *
      * -------------------------------------------------------------- *
       011-CARGA-TIPOS.
           SET WS-IX-TIN TO 1
           OPEN INPUT TIPOS-CFG
           IF WS-FILE-STATUS-TIN NOT = "00"
              DISPLAY "PROG0093: NO SE PUDO ABRIR "
                      "04-TIPOS-INCIDENCIA, STATUS "
                      WS-FILE-STATUS-TIN "; NO SE IMPORTA"
              MOVE "N" TO WS-SW-TIPOS-OK
              GO TO 011-FIN-CARGA-TIPOS
           END-IF
           GO TO 0111-LEE-TIPO.

       0111-LEE-TIPO.
           IF WS-IX-TIN > 20
              GO TO 0112-FIN-LEE-TIPO
           END-IF
           READ TIPOS-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-TIPOS
                   GO TO 0112-FIN-LEE-TIPO
           END-READ
           MOVE REG-TINC-CODIGO TO WS-TAB-TIN-CODIGO (WS-IX-TIN)
           SET WS-IX-TIN UP BY 1
           GO TO 0111-LEE-TIPO.

       0112-FIN-LEE-TIPO.
           CLOSE TIPOS-CFG
           MOVE WS-TIPO-FALTA   TO WS-TIPO-BUSCADO
           PERFORM 0113-BUSCA-TIPO
           MOVE WS-TIPO-RETARDO TO WS-TIPO-BUSCADO
           PERFORM 0113-BUSCA-TIPO
           MOVE WS-TIPO-EXTRA   TO WS-TIPO-BUSCADO
           PERFORM 0113-BUSCA-TIPO
           GO TO 011-FIN-CARGA-TIPOS.

       0113-BUSCA-TIPO.
           SET WS-IX-TIN TO 1
           SEARCH ALL WS-TAB-TIN
               AT END
                   DISPLAY "PROG0093: FALTA EL TIPO " WS-TIPO-BUSCADO
                           " EN 04-TIPOS-INCIDENCIA; NO SE IMPORTA"
                   MOVE "N" TO WS-SW-TIPOS-OK
               WHEN WS-TAB-TIN-CODIGO (WS-IX-TIN) = WS-TIPO-BUSCADO
                   CONTINUE
           END-SEARCH.

       011-FIN-CARGA-TIPOS.
           EXIT.

       012-CARGA-TURNOS.
           SET WS-IX-TUR TO 1
           OPEN INPUT TURNOS
           IF WS-FILE-STATUS-TUR NOT = "00"
              DISPLAY "PROG0093: SIN 04-TURNOS, STATUS "
                      WS-FILE-STATUS-TUR "; TODAS LAS CHECADAS QUEDAN "
                      "POR ACLARAR"
              GO TO 012-FIN-CARGA-TURNOS
           END-IF
           GO TO 0121-LEE-TURNO.

       0121-LEE-TURNO.
           IF WS-IX-TUR > 30
              GO TO 0122-FIN-LEE-TURNO
           END-IF
           READ TURNOS
               AT END
                   MOVE "S" TO WS-SW-FIN-TURNOS
                   GO TO 0122-FIN-LEE-TURNO
           END-READ
           MOVE REG-TUR-CODIGO       TO WS-TAB-TUR-CODIGO (WS-IX-TUR)
           MOVE REG-TUR-HORA-ENTRADA TO WS-TAB-TUR-ENTRADA (WS-IX-TUR)
           MOVE REG-TUR-HORA-SALIDA  TO WS-TAB-TUR-SALIDA (WS-IX-TUR)
           MOVE REG-TUR-TOLERANCIA   TO
                                  WS-TAB-TUR-TOLERANCIA (WS-IX-TUR)
           MOVE REG-TUR-DIA (1) TO WS-TAB-TUR-DIA (WS-IX-TUR 1)
           MOVE REG-TUR-DIA (2) TO WS-TAB-TUR-DIA (WS-IX-TUR 2)
           MOVE REG-TUR-DIA (3) TO WS-TAB-TUR-DIA (WS-IX-TUR 3)
           MOVE REG-TUR-DIA (4) TO WS-TAB-TUR-DIA (WS-IX-TUR 4)
           MOVE REG-TUR-DIA (5) TO WS-TAB-TUR-DIA (WS-IX-TUR 5)
           MOVE REG-TUR-DIA (6) TO WS-TAB-TUR-DIA (WS-IX-TUR 6)
           MOVE REG-TUR-DIA (7) TO WS-TAB-TUR-DIA (WS-IX-TUR 7)
           SET WS-IX-TUR UP BY 1
           GO TO 0121-LEE-TURNO.

       0122-FIN-LEE-TURNO.
           CLOSE TURNOS.

       012-FIN-CARGA-TURNOS.
           EXIT.

       013-CARGA-FERIADOS.
           MOVE ZEROS TO WS-CANT-FERIADOS
           OPEN INPUT FERIADOS
           IF WS-FILE-STATUS-FER NOT = "00"
              DISPLAY "PROG0093: SIN 04-FERIADOS, STATUS "
                      WS-FILE-STATUS-FER "; SOLO SE RESPETAN LOS "
                      "DESCANSOS DEL TURNO"
              GO TO 013-FIN-CARGA-FERIADOS
           END-IF
           GO TO 0131-LEE-FERIADO.

       0131-LEE-FERIADO.
           READ FERIADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-FERIADOS
                   GO TO 0132-FIN-LEE-FERIADO
           END-READ
           IF WS-CANT-FERIADOS >= 200
              GO TO 0132-FIN-LEE-FERIADO
           END-IF
           ADD 1 TO WS-CANT-FERIADOS
           MOVE REG-FER-FECHA TO WS-TAB-FER-FECHA (WS-CANT-FERIADOS)
           GO TO 0131-LEE-FERIADO.

       0132-FIN-LEE-FERIADO.
           CLOSE FERIADOS.

       013-FIN-CARGA-FERIADOS.
           EXIT.

       014-CARGA-PERIODOS.
           MOVE ZEROS TO WS-CANT-PERIODOS
           OPEN INPUT PERIODOS
           IF WS-FILE-STATUS-PER NOT = "00"
              GO TO 014-FIN-CARGA-PERIODOS
           END-IF
           GO TO 0141-LEE-PERIODO.

       0141-LEE-PERIODO.
           READ PERIODOS
               AT END
                   MOVE "S" TO WS-SW-FIN-PERIODOS
                   GO TO 0142-FIN-LEE-PERIODO
           END-READ
           IF NOT REG-PER-ABIERTO
              GO TO 0141-LEE-PERIODO
           END-IF
           IF WS-CANT-PERIODOS >= 60
              GO TO 0142-FIN-LEE-PERIODO
           END-IF
           IF REG-PER-GRUPO = SPACES
              MOVE "01" TO REG-PER-GRUPO
           END-IF
           ADD 1 TO WS-CANT-PERIODOS
           MOVE REG-PER-GRUPO        TO
                                  WS-TAB-PER-GRUPO (WS-CANT-PERIODOS)
           MOVE REG-PER-NUMERO       TO
                                  WS-TAB-PER-NUMERO (WS-CANT-PERIODOS)
           MOVE REG-PER-FECHA-INICIO TO
                                  WS-TAB-PER-INICIO (WS-CANT-PERIODOS)
           MOVE REG-PER-FECHA-FIN    TO
                                  WS-TAB-PER-FIN (WS-CANT-PERIODOS)
           GO TO 0141-LEE-PERIODO.

       0142-FIN-LEE-PERIODO.
           CLOSE PERIODOS.

       014-FIN-CARGA-PERIODOS.
           EXIT.

       015-LEE-CONTROL.
           MOVE ZEROS TO WS-ULTIMA-IMPORTADA
           OPEN INPUT CONTROL-CHECADAS
           IF WS-FILE-STATUS-CCH = "00"
              READ CONTROL-CHECADAS
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE REG-CCH-ULTIMA-JORNADA
                                  TO WS-ULTIMA-IMPORTADA
              END-READ
              CLOSE CONTROL-CHECADAS
           END-IF.

      * -------------------------------------------------------------- *
      * 020-FILTRA-CHECADAS - SUELTA AL SORT LAS CHECADAS VALIDAS DE   *
      *                JORNADAS POSTERIORES A LA ULTIMA IMPORTADA Y    *
      *                DEJA LA PRIMERA Y LA ULTIMA JORNADA NUEVAS      *
      * -------------------------------------------------------------- *
       020-FILTRA-CHECADAS.
           OPEN INPUT CHECADAS
           IF WS-FILE-STATUS-CHK NOT = "00"
              DISPLAY "PROG0093: NO SE PUDO ABRIR 04-CHECADAS, STATUS "
                      WS-FILE-STATUS-CHK
              GO TO 020-FIN-FILTRA
           END-IF
           GO TO 021-LEE-CHECADA.

       021-LEE-CHECADA.
           READ CHECADAS
               AT END
                   MOVE "S" TO WS-SW-FIN-CHK
                   CLOSE CHECADAS
                   GO TO 020-FIN-FILTRA
           END-READ
           ADD 1 TO WS-CONT-LEIDAS
           IF REG-CHK-EMPLEADO NOT NUMERIC
              OR REG-CHK-FECHA NOT NUMERIC
              OR REG-CHK-HORA NOT NUMERIC
              OR REG-CHK-HORA > 2359
              OR NOT (REG-CHK-ENTRADA OR REG-CHK-SALIDA)
                 ADD 1 TO WS-CONT-INVALIDAS
                 GO TO 021-LEE-CHECADA
           END-IF
           IF REG-CHK-FECHA NOT > WS-ULTIMA-IMPORTADA
              ADD 1 TO WS-CONT-YA-IMPORTADAS
              GO TO 021-LEE-CHECADA
           END-IF
           IF WS-CONT-NUEVAS = ZEROS
              OR REG-CHK-FECHA < WS-RANGO-INICIO
                 MOVE REG-CHK-FECHA TO WS-RANGO-INICIO
           END-IF
           IF REG-CHK-FECHA > WS-RANGO-FIN
              MOVE REG-CHK-FECHA TO WS-RANGO-FIN
           END-IF
           ADD 1 TO WS-CONT-NUEVAS
           MOVE REG-CHECADA TO REG-SORT-CHECADA
           RELEASE REG-SORT-CHECADA
           GO TO 021-LEE-CHECADA.

       020-FIN-FILTRA.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-COMPARA-TURNOS - RECORRE 04-TURNOS-EMPLEADO A LA PAR DE    *
      *                LAS CHECADAS ORDENADAS. LAS CHECADAS DE UN      *
      *                EMPLEADO SIN TURNO SE SUELTAN AL SORT DEL       *
      *                REPORTE; LAS DE UN EMPLEADO CON TURNO SE JUNTAN *
      *                POR JORNADA Y SE COMPARA CADA DIA DEL RANGO     *
      * -------------------------------------------------------------- *
       030-COMPARA-TURNOS.
           PERFORM 039-LEE-CHECADA-ORD
           GO TO 031-SIGUIENTE-TURNO.

       031-SIGUIENTE-TURNO.
           IF WS-FIN-TEM
              PERFORM 032-SIN-TURNO
                  UNTIL WS-FIN-CHO
              GO TO 030-FIN-COMPARA
           END-IF
           READ TURNOS-EMPLEADO NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-TEM
                   GO TO 031-SIGUIENTE-TURNO
           END-READ
           PERFORM 032-SIN-TURNO
               UNTIL WS-FIN-CHO
                  OR REG-CHO-EMPLEADO NOT < REG-TEM-EMPLEADO
           MOVE ZEROS TO WS-CANT-JORNADAS
           PERFORM 033-JUNTA-CHECADA THRU 033-FIN-JUNTA-CHECADA
               UNTIL WS-FIN-CHO
                  OR REG-CHO-EMPLEADO NOT = REG-TEM-EMPLEADO
           MOVE REG-TEM-EMPLEADO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   GO TO 031-SIGUIENTE-TURNO
           END-READ
           IF REG-EMP-STATUS = 3
              GO TO 031-SIGUIENTE-TURNO
           END-IF
           ADD 1 TO WS-CONT-EMPLEADOS
           MOVE REG-EMP-NUMERO     TO WS-EMP-NUMERO
           MOVE REG-EMP-NOMBRE     TO WS-EMP-NOMBRE
           MOVE REG-EMP-SUPERVISOR TO WS-EMP-SUPERVISOR
           MOVE REG-EMP-FECHA-ALTA TO WS-EMP-FECHA-ALTA
           MOVE REG-EMP-GRUPO-PAGO TO WS-EMP-GRUPO
           IF WS-EMP-GRUPO = SPACES
              MOVE "01" TO WS-EMP-GRUPO
           END-IF
      * LAS JORNADAS SE COMPARAN DESDE QUE TRABAJA EL TURNO, NUNCA
      * ANTES DEL ALTA
           MOVE REG-TEM-FECHA-DESDE TO WS-EMP-DESDE
           IF WS-EMP-FECHA-ALTA > WS-EMP-DESDE
              MOVE WS-EMP-FECHA-ALTA TO WS-EMP-DESDE
           END-IF
           SET WS-IX-TUR TO 1
           SEARCH ALL WS-TAB-TUR
               AT END
                   MOVE WS-RANGO-INICIO TO REG-ORD-FECHA
                   MOVE SPACES          TO REG-ORD-ENTRADA
                                           REG-ORD-SALIDA
                   MOVE "C"             TO REG-ORD-MOTIVO
                   PERFORM 055-SUELTA-EXCEPCION
                   GO TO 031-SIGUIENTE-TURNO
               WHEN WS-TAB-TUR-CODIGO (WS-IX-TUR) = REG-TEM-TURNO
                   CONTINUE
           END-SEARCH
           PERFORM 034-LEE-AUSENCIA
           MOVE WS-RANGO-INICIO TO WS-FECHA-CAL
           PERFORM 062-DIA-SEMANA-ZELLER
           PERFORM 040-EVALUA-JORNADA THRU 0401-SIGUIENTE-JORNADA
               UNTIL WS-FECHA-CAL > WS-RANGO-FIN
           GO TO 031-SIGUIENTE-TURNO.

       030-FIN-COMPARA.
           EXIT.

      * -------------------------------------------------------------- *
      * 032-SIN-TURNO - EL EMPLEADO CHECA PERO NO TIENE TURNO: SALE    *
      *                UNA SOLA VEZ EN EL REPORTE, CON SU PRIMERA      *
      *                JORNADA, Y SUS CHECADAS NO SE CONVIERTEN        *
      * -------------------------------------------------------------- *
       032-SIN-TURNO.
           IF REG-CHO-EMPLEADO NOT = WS-ULTIMO-SIN-TURNO
              MOVE REG-CHO-EMPLEADO TO WS-ULTIMO-SIN-TURNO
              MOVE REG-CHO-EMPLEADO TO WS-EMP-NUMERO
              MOVE REG-CHO-EMPLEADO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      MOVE ZEROS TO WS-EMP-SUPERVISOR
                      MOVE "** NO ESTA EN EL MAESTRO **"
                                     TO WS-EMP-NOMBRE
                  NOT INVALID KEY
                      MOVE REG-EMP-SUPERVISOR TO WS-EMP-SUPERVISOR
                      MOVE REG-EMP-NOMBRE     TO WS-EMP-NOMBRE
              END-READ
              MOVE REG-CHO-FECHA TO REG-ORD-FECHA
              MOVE SPACES        TO REG-ORD-ENTRADA
                                    REG-ORD-SALIDA
              MOVE "T"           TO REG-ORD-MOTIVO
              PERFORM 055-SUELTA-EXCEPCION
           END-IF
           PERFORM 039-LEE-CHECADA-ORD.

      * -------------------------------------------------------------- *
      * 033-JUNTA-CHECADA - ACUMULA LA CHECADA EN LA JORNADA: LA       *
      *                PRIMERA ENTRADA Y LA ULTIMA SALIDA DEL DIA      *
      * -------------------------------------------------------------- *
       033-JUNTA-CHECADA.
           IF WS-CANT-JORNADAS = ZEROS
              OR REG-CHO-FECHA NOT =
                 WS-TAB-JOR-FECHA (WS-CANT-JORNADAS)
                 IF WS-CANT-JORNADAS >= 100
                    ADD 1 TO WS-CONT-DESBORDE
                    PERFORM 039-LEE-CHECADA-ORD
                    GO TO 033-FIN-JUNTA-CHECADA
                 END-IF
                 ADD 1 TO WS-CANT-JORNADAS
                 MOVE REG-CHO-FECHA TO
                                  WS-TAB-JOR-FECHA (WS-CANT-JORNADAS)
                 MOVE ZEROS TO WS-TAB-JOR-ENTRADA (WS-CANT-JORNADAS)
                               WS-TAB-JOR-SALIDA (WS-CANT-JORNADAS)
                 MOVE "N"   TO WS-TAB-JOR-SW-ENTRADA (WS-CANT-JORNADAS)
                               WS-TAB-JOR-SW-SALIDA (WS-CANT-JORNADAS)
           END-IF
           IF REG-CHO-ENTRADA
              AND NOT WS-TAB-JOR-CON-ENTRADA (WS-CANT-JORNADAS)
                 MOVE REG-CHO-HORA TO
                                  WS-TAB-JOR-ENTRADA (WS-CANT-JORNADAS)
                 MOVE "S" TO WS-TAB-JOR-SW-ENTRADA (WS-CANT-JORNADAS)
           END-IF
           IF REG-CHO-SALIDA
              MOVE REG-CHO-HORA TO WS-TAB-JOR-SALIDA (WS-CANT-JORNADAS)
              MOVE "S" TO WS-TAB-JOR-SW-SALIDA (WS-CANT-JORNADAS)
           END-IF
           PERFORM 039-LEE-CHECADA-ORD.

       033-FIN-JUNTA-CHECADA.
           EXIT.

      * -------------------------------------------------------------- *
      * 034-LEE-AUSENCIA - LA VENTANA DE 04-AUSENCIAS DEL EMPLEADO: LA *
      *                VIGENTE NO SE COMPARA; EN UNA TERMINADA ANTES   *
      *                DE TIEMPO NO SE SABE EL DIA DEL REGRESO, ASI    *
      *                QUE LA JORNADA SIN CHECADAS QUEDA POR ACLARAR   *
      * -------------------------------------------------------------- *
       034-LEE-AUSENCIA.
           MOVE ZEROS  TO WS-EMP-AUS-DESDE
                          WS-EMP-AUS-HASTA
           MOVE SPACES TO WS-EMP-AUS-ESTADO
           IF WS-HAY-AUSENCIAS
              MOVE REG-TEM-EMPLEADO TO REG-AUS-NUMERO
              READ AUSENCIAS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE REG-AUS-FECHA-DESDE TO WS-EMP-AUS-DESDE
                      MOVE REG-AUS-FECHA-HASTA TO WS-EMP-AUS-HASTA
                      MOVE REG-AUS-ESTADO      TO WS-EMP-AUS-ESTADO
              END-READ
           END-IF.

       039-LEE-CHECADA-ORD.
           READ CHECADAS-ORD
               AT END
                   MOVE "S" TO WS-SW-FIN-CHO
           END-READ.

      * -------------------------------------------------------------- *
      * 040-EVALUA-JORNADA - UN DIA DEL RANGO PARA EL EMPLEADO EN      *
      *                TURNO: SE SALTA SI ES ANTERIOR AL TURNO, SI ES  *
      *                SU DESCANSO, FESTIVO O AUSENCIA VIGENTE, O SI   *
      *                NINGUN PERIODO ABIERTO DE SU GRUPO LO CUBRE.    *
      *                SIN CHECADAS ES FALTA; CON UNA SOLA QUEDA POR   *
      *                ACLARAR; CON LAS DOS SE COMPARAN LAS HORAS      *
      * -------------------------------------------------------------- *
       040-EVALUA-JORNADA.
           IF WS-FECHA-CAL < WS-EMP-DESDE
              GO TO 0401-SIGUIENTE-JORNADA
           END-IF
      * ZELLER EMPIEZA EN SABADO (0); LA SEMANA DEL TURNO EN LUNES (1)
           IF WS-DIA-SEMANA-CAL < 2
              ADD 6 TO WS-DIA-SEMANA-CAL GIVING WS-DIA-TURNO
           ELSE
              SUBTRACT 1 FROM WS-DIA-SEMANA-CAL GIVING WS-DIA-TURNO
           END-IF
           IF WS-TAB-TUR-DIA (WS-IX-TUR WS-DIA-TURNO) = "D"
              GO TO 0401-SIGUIENTE-JORNADA
           END-IF
           SET WS-IX-FER TO 1
           SEARCH WS-TAB-FER
               AT END
                   CONTINUE
               WHEN WS-TAB-FER-FECHA (WS-IX-FER) = WS-FECHA-CAL
                   GO TO 0401-SIGUIENTE-JORNADA
           END-SEARCH
           IF WS-EMP-AUS-VIGENTE
              AND WS-FECHA-CAL NOT < WS-EMP-AUS-DESDE
              AND WS-FECHA-CAL NOT > WS-EMP-AUS-HASTA
                 GO TO 0401-SIGUIENTE-JORNADA
           END-IF
           SET WS-IX-PER TO 1
           SEARCH WS-TAB-PER
               AT END
                   ADD 1 TO WS-CONT-FUERA-PERIODO
                   GO TO 0401-SIGUIENTE-JORNADA
               WHEN WS-TAB-PER-GRUPO (WS-IX-PER) = WS-EMP-GRUPO
                AND WS-TAB-PER-INICIO (WS-IX-PER) NOT > WS-FECHA-CAL
                AND WS-TAB-PER-FIN (WS-IX-PER) NOT < WS-FECHA-CAL
                   MOVE WS-TAB-PER-NUMERO (WS-IX-PER)
                                  TO WS-NVA-PERIODO
           END-SEARCH
           SET WS-IX-JOR TO 1
           SEARCH WS-TAB-JOR
               AT END
                   PERFORM 041-SIN-CHECADAS
                   GO TO 0401-SIGUIENTE-JORNADA
               WHEN WS-IX-JOR > WS-CANT-JORNADAS
                   PERFORM 041-SIN-CHECADAS
                   GO TO 0401-SIGUIENTE-JORNADA
               WHEN WS-TAB-JOR-FECHA (WS-IX-JOR) = WS-FECHA-CAL
                   CONTINUE
           END-SEARCH
           MOVE WS-FECHA-CAL TO REG-ORD-FECHA
           MOVE SPACES       TO REG-ORD-ENTRADA
                                REG-ORD-SALIDA
           IF WS-TAB-JOR-CON-ENTRADA (WS-IX-JOR)
              MOVE WS-TAB-JOR-ENTRADA (WS-IX-JOR) TO REG-ORD-ENTRADA
           END-IF
           IF WS-TAB-JOR-CON-SALIDA (WS-IX-JOR)
              MOVE WS-TAB-JOR-SALIDA (WS-IX-JOR)  TO REG-ORD-SALIDA
           END-IF
           IF NOT WS-TAB-JOR-CON-ENTRADA (WS-IX-JOR)
              MOVE "E" TO REG-ORD-MOTIVO
              PERFORM 055-SUELTA-EXCEPCION
              GO TO 0401-SIGUIENTE-JORNADA
           END-IF
           IF NOT WS-TAB-JOR-CON-SALIDA (WS-IX-JOR)
              MOVE "S" TO REG-ORD-MOTIVO
              PERFORM 055-SUELTA-EXCEPCION
              GO TO 0401-SIGUIENTE-JORNADA
           END-IF
           PERFORM 045-COMPARA-HORAS.

       0401-SIGUIENTE-JORNADA.
           PERFORM 064-AVANZA-UN-DIA.

      * -------------------------------------------------------------- *
      * 041-SIN-CHECADAS - DIA LABORABLE SIN NINGUNA CHECADA: FALTA DE *
      *                UN DIA, SALVO DENTRO DE UNA AUSENCIA TERMINADA  *
      * -------------------------------------------------------------- *
       041-SIN-CHECADAS.
           IF WS-EMP-AUS-TERMINADA
              AND WS-FECHA-CAL NOT < WS-EMP-AUS-DESDE
              AND WS-FECHA-CAL NOT > WS-EMP-AUS-HASTA
                 MOVE WS-FECHA-CAL TO REG-ORD-FECHA
                 MOVE SPACES       TO REG-ORD-ENTRADA
                                      REG-ORD-SALIDA
                 MOVE "A"          TO REG-ORD-MOTIVO
                 PERFORM 055-SUELTA-EXCEPCION
           ELSE
              MOVE WS-TIPO-FALTA TO WS-NVA-TIPO
              MOVE 1             TO WS-NVA-CANTIDAD
              PERFORM 050-GRABA-INCIDENCIA
              ADD 1 TO WS-CONT-FALTAS
           END-IF.

      * -------------------------------------------------------------- *
      * 045-COMPARA-HORAS - RETARDO SI LA ENTRADA PASA DE LA           *
      *                TOLERANCIA (SE PAGA DESDE LA HORA DEL TURNO) Y  *
      *                TIEMPO EXTRA SI LA SALIDA PASA DE LA DEL TURNO  *
      *                POR AL MENOS WS-MINIMO-EXTRA MINUTOS            *
      * -------------------------------------------------------------- *
       045-COMPARA-HORAS.
           MOVE WS-TAB-TUR-ENTRADA (WS-IX-TUR) TO WS-HORA-HHMM
           PERFORM 046-A-MINUTOS
           MOVE WS-MINUTOS TO WS-MIN-TURNO-ENTRA
           MOVE WS-TAB-TUR-SALIDA (WS-IX-TUR) TO WS-HORA-HHMM
           PERFORM 046-A-MINUTOS
           MOVE WS-MINUTOS TO WS-MIN-TURNO-SALE
           IF WS-MIN-TURNO-SALE < WS-MIN-TURNO-ENTRA
              ADD 1440 TO WS-MIN-TURNO-SALE
           END-IF
           MOVE WS-TAB-JOR-ENTRADA (WS-IX-JOR) TO WS-HORA-HHMM
           PERFORM 046-A-MINUTOS
           MOVE WS-MINUTOS TO WS-MIN-CHECA-ENTRA
           MOVE WS-TAB-JOR-SALIDA (WS-IX-JOR) TO WS-HORA-HHMM
           PERFORM 046-A-MINUTOS
           MOVE WS-MINUTOS TO WS-MIN-CHECA-SALE
           IF WS-MIN-CHECA-SALE < WS-MIN-CHECA-ENTRA
              ADD 1440 TO WS-MIN-CHECA-SALE
           END-IF
           COMPUTE WS-MIN-DIFERENCIA =
                   WS-MIN-CHECA-ENTRA - WS-MIN-TURNO-ENTRA
           IF WS-MIN-DIFERENCIA > WS-TAB-TUR-TOLERANCIA (WS-IX-TUR)
              MOVE WS-TIPO-RETARDO TO WS-NVA-TIPO
              COMPUTE WS-NVA-CANTIDAD ROUNDED =
                      WS-MIN-DIFERENCIA / 60
              PERFORM 050-GRABA-INCIDENCIA
              ADD 1 TO WS-CONT-RETARDOS
           END-IF
           COMPUTE WS-MIN-DIFERENCIA =
                   WS-MIN-CHECA-SALE - WS-MIN-TURNO-SALE
           IF WS-MIN-DIFERENCIA NOT < WS-MINIMO-EXTRA
              MOVE WS-TIPO-EXTRA TO WS-NVA-TIPO
              COMPUTE WS-NVA-CANTIDAD ROUNDED =
                      WS-MIN-DIFERENCIA / 60
              PERFORM 050-GRABA-INCIDENCIA
              ADD 1 TO WS-CONT-EXTRAS
           END-IF.

       046-A-MINUTOS.
           DIVIDE WS-HORA-HHMM BY 100 GIVING WS-HORA-HH
               REMAINDER WS-HORA-MM
           COMPUTE WS-MINUTOS = (WS-HORA-HH * 60) + WS-HORA-MM.

       050-GRABA-INCIDENCIA.
           MOVE WS-EMP-NUMERO    TO REG-INC-NUMERO
           MOVE WS-NVA-PERIODO   TO REG-INC-PERIODO
           MOVE WS-NVA-TIPO      TO REG-INC-TIPO
           MOVE WS-NVA-CANTIDAD  TO REG-INC-CANTIDAD
           MOVE WS-FECHA-CAL     TO REG-INC-FECHA
           MOVE WS-USUARIO-RELOJ TO REG-INC-USUARIO
           WRITE REG-INCIDENCIA.

       055-SUELTA-EXCEPCION.
           MOVE WS-EMP-SUPERVISOR TO REG-ORD-SUPERVISOR
           MOVE WS-EMP-NUMERO     TO REG-ORD-EMPLEADO
           MOVE WS-EMP-NOMBRE     TO REG-ORD-NOMBRE
           RELEASE REG-ORDEN
           ADD 1 TO WS-CONT-EXCEPCIONES.

       062-DIA-SEMANA-ZELLER.
           MOVE WS-FC-MES  TO WS-ZL-MES
           MOVE WS-FC-ANIO TO WS-ZL-ANIO
           IF WS-ZL-MES < 3
              ADD 12 TO WS-ZL-MES
              SUBTRACT 1 FROM WS-ZL-ANIO
           END-IF
           DIVIDE WS-ZL-ANIO BY 100 GIVING WS-ZL-SIGLO
               REMAINDER WS-ZL-ANIO-SIGLO
           COMPUTE WS-ZL-SUMA = 13 * (WS-ZL-MES + 1)
           DIVIDE WS-ZL-SUMA BY 5 GIVING WS-ZL-TERMINO-MES
           DIVIDE WS-ZL-ANIO-SIGLO BY 4 GIVING WS-ZL-CUARTO-ANIO
           DIVIDE WS-ZL-SIGLO BY 4 GIVING WS-ZL-CUARTO-SIGLO
           COMPUTE WS-ZL-SUMA = WS-FC-DIA + WS-ZL-TERMINO-MES
                              + WS-ZL-ANIO-SIGLO + WS-ZL-CUARTO-ANIO
                              + WS-ZL-CUARTO-SIGLO + (5 * WS-ZL-SIGLO)
           DIVIDE WS-ZL-SUMA BY 7 GIVING WS-ZL-COCIENTE
               REMAINDER WS-DIA-SEMANA-CAL.

       064-AVANZA-UN-DIA.
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
           END-IF
           ADD 1 TO WS-DIA-SEMANA-CAL
           IF WS-DIA-SEMANA-CAL > 6
              MOVE ZEROS TO WS-DIA-SEMANA-CAL
           END-IF.

      * -------------------------------------------------------------- *
      * 070-IMPRIME-SUPERVISORES - CON LAS JORNADAS POR ACLARAR YA     *
      *                ORDENADAS, UNA PAGINA POR SUPERVISOR CON SU     *
      *                TOTAL AL CAMBIAR DE SUPERVISOR                  *
      * -------------------------------------------------------------- *
       070-IMPRIME-SUPERVISORES.
           MOVE ZEROS TO WS-CONT-EXCEPCIONES
           GO TO 071-SIGUIENTE.

       071-SIGUIENTE.
           RETURN ARCHIVO-ORDEN
               AT END
                   MOVE "S" TO WS-SW-FIN-ORDEN
                   IF WS-CONT-EXCEPCIONES NOT = ZEROS
                      PERFORM 075-TOTAL-SUPERVISOR
                   END-IF
                   GO TO 070-FIN-IMPRIME
           END-RETURN
           IF WS-CONT-EXCEPCIONES = ZEROS
              OR REG-ORD-SUPERVISOR NOT = WS-SUPERVISOR-EN-CURSO
                 IF WS-CONT-EXCEPCIONES NOT = ZEROS
                    PERFORM 075-TOTAL-SUPERVISOR
                 END-IF
                 PERFORM 073-ENCABEZA-SUPERVISOR
           END-IF
           PERFORM 077-IMPRIME-DETALLE
           ADD 1 TO WS-CONT-EXCEPCIONES
           ADD 1 TO WS-CONT-SUPERVISOR
           GO TO 071-SIGUIENTE.

       070-FIN-IMPRIME.
           EXIT.

       073-ENCABEZA-SUPERVISOR.
           MOVE REG-ORD-SUPERVISOR TO WS-SUPERVISOR-EN-CURSO
           MOVE ZEROS              TO WS-CONT-SUPERVISOR
           MOVE REG-ORD-SUPERVISOR TO WS-TITSUP-NUMERO
           MOVE "SIN SUPERVISOR ASIGNADO" TO WS-TITSUP-NOMBRE
           IF REG-ORD-SUPERVISOR NOT = ZEROS
              MOVE REG-ORD-SUPERVISOR TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      MOVE "** NO ESTA EN EL MAESTRO **"
                                      TO WS-TITSUP-NOMBRE
                  NOT INVALID KEY
                      MOVE REG-EMP-NOMBRE TO WS-TITSUP-NOMBRE
              END-READ
           END-IF
           WRITE REG-REPORTE FROM WS-REP-TITULO
                 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-REP-TITULO-SUPERVISOR
                 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-REP-GUIONES
                 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-REP-COLUMNAS
                 AFTER ADVANCING 1.

       075-TOTAL-SUPERVISOR.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
                 AFTER ADVANCING 1
           MOVE WS-CONT-SUPERVISOR TO WS-TOT-ED-EXCEPCIONES
           WRITE REG-REPORTE FROM WS-REP-TOTALES
                 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-REP-NOTA
                 AFTER ADVANCING 1.

       077-IMPRIME-DETALLE.
           MOVE REG-ORD-EMPLEADO TO WS-DET-EMPLEADO
           MOVE REG-ORD-NOMBRE   TO WS-DET-NOMBRE
           MOVE REG-ORD-FECHA    TO WS-DET-FECHA
           MOVE REG-ORD-ENTRADA  TO WS-DET-ENTRADA
           MOVE REG-ORD-SALIDA   TO WS-DET-SALIDA
           IF REG-ORD-SIN-ENTRADA
              MOVE "FALTA CHECADA DE ENTRADA" TO WS-DET-MOTIVO
           END-IF
           IF REG-ORD-SIN-SALIDA
              MOVE "FALTA CHECADA DE SALIDA"  TO WS-DET-MOTIVO
           END-IF
           IF REG-ORD-AUSENCIA-TERMINADA
              MOVE "SIN CHECADAS, AUSENCIA TER" TO WS-DET-MOTIVO
           END-IF
           IF REG-ORD-SIN-TURNO
              MOVE "CHECA SIN TURNO ASIGNADO" TO WS-DET-MOTIVO
           END-IF
           IF REG-ORD-TURNO-INVALIDO
              MOVE "TURNO NO ESTA EN CATALOGO" TO WS-DET-MOTIVO
           END-IF
           WRITE REG-REPORTE FROM WS-REP-DETALLE
                 AFTER ADVANCING 1.

      * -------------------------------------------------------------- *
      * 080-GRABA-CONTROL - LA ULTIMA JORNADA IMPORTADA; LA SIGUIENTE  *
      *                CORRIDA SOLO TOMA CHECADAS POSTERIORES          *
      * -------------------------------------------------------------- *
       080-GRABA-CONTROL.
           OPEN OUTPUT CONTROL-CHECADAS
           IF WS-FILE-STATUS-CCH NOT = "00"
              DISPLAY "PROG0093: ** NO SE PUDO GRABAR 04-CHECADAS-CTL, "
                      "STATUS " WS-FILE-STATUS-CCH "; LA SIGUIENTE "
                      "CORRIDA REPETIRIA ESTAS JORNADAS **"
              GO TO 080-FIN-GRABA-CONTROL
           END-IF
           MOVE WS-RANGO-FIN          TO REG-CCH-ULTIMA-JORNADA
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-CCH-FECHA-CORRIDA
           WRITE REG-CONTROL-CHECADAS
           CLOSE CONTROL-CHECADAS.

       080-FIN-GRABA-CONTROL.
           EXIT.

       END PROGRAM PROG0093.
