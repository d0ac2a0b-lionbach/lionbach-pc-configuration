       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0062.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: ARMAR EL ARCHIVO DE AVISOS AFILIATORIOS AL IMSS      *
      *           (04-AVISOS-IMSS, VER WAVIFD) PARA UN RANGO DE FECHAS *
      *           A PARTIR DE LO QUE YA QUEDO REGISTRADO: LAS ALTAS DE *
      *           04-AUDIT-EMPLEADOS (PROG0006 Y PROG0018), LAS BAJAS  *
      *           APROBADAS EN PROG0020 (TAMBIEN EN LA BITACORA), LOS  *
      *           REINGRESOS DE 04-REINGRESOS Y LOS CAMBIOS DE SALARIO *
      *           DE 04-HIST-SALARIOS. CADA MOVIMIENTO PRESENTADO SE   *
      *           ANOTA EN 04-AVISOS-IMSS-CTL PARA NO VOLVER A         *
      *           MANDARLO. EL REPORTE 04-REP-AVISOS-IMSS LISTA LOS    *
      *           AVISOS CON SU FECHA LIMITE (CINCO DIAS HABILES       *
      *           DESPUES DEL MOVIMIENTO, SIN SABADOS, DOMINGOS NI LOS *
      *           FESTIVOS DE 04-FERIADOS) Y MARCA LOS EXTEMPORANEOS.  *
      *           CADA AVISO LLEVA EL REGISTRO PATRONAL DE LA EMPRESA  *
      *           (RAZON SOCIAL) DEL EMPLEADO SEGUN 04-EMPRESAS; SI LA *
      *           EMPRESA NO LO TRAE, EL DE 04-CUOTAS-IMSS             *
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
           SELECT AUDIT-EMPLEADOS ASSIGN TO "04-AUDIT-EMPLEADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AUDIT.
           SELECT REINGRESOS ASSIGN TO "04-REINGRESOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-REIN.
           SELECT HIST-SALARIOS ASSIGN TO "04-HIST-SALARIOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-HIST.
           SELECT FERIADOS ASSIGN TO "04-FERIADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-FER.
           SELECT CUOTAS-IMSS ASSIGN TO "04-CUOTAS-IMSS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CIM.
           SELECT AVISOS-IMSS ASSIGN TO "04-AVISOS-IMSS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AVI.
           SELECT AVISOS-CTL ASSIGN TO "04-AVISOS-IMSS-CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AVC.
           SELECT REPORTE ASSIGN TO "04-REP-AVISOS-IMSS".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  AUDIT-EMPLEADOS
           RECORD CONTAINS 107 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUDIFD.
       FD  REINGRESOS
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WREINFD.
       FD  HIST-SALARIOS
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHISTFD.
       FD  FERIADOS
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WFERFD.
       FD  CUOTAS-IMSS
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCIMFD.
       FD  AVISOS-IMSS
           RECORD CONTAINS 84 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAVIFD.
       FD  AVISOS-CTL
           RECORD CONTAINS 23 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAVCFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY WEMPWS.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-AUDIT    PIC X(02).
       01 WS-FILE-STATUS-REIN     PIC X(02).
       01 WS-FILE-STATUS-HIST     PIC X(02).
       01 WS-FILE-STATUS-FER      PIC X(02).
       01 WS-FILE-STATUS-CIM      PIC X(02).
       01 WS-FILE-STATUS-AVI      PIC X(02).
       01 WS-FILE-STATUS-AVC      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-AUDIT     PIC X(01)    VALUE "N".
               88 WS-FIN-AUDIT                VALUE "S".
           05 WS-SW-FIN-REIN      PIC X(01)    VALUE "N".
               88 WS-FIN-REIN                 VALUE "S".
           05 WS-SW-FIN-HIST      PIC X(01)    VALUE "N".
               88 WS-FIN-HIST                 VALUE "S".
           05 WS-SW-FIN-FERIADOS  PIC X(01)    VALUE "N".
               88 WS-FIN-FERIADOS             VALUE "S".
           05 WS-SW-FIN-CUOTAS    PIC X(01)    VALUE "N".
               88 WS-FIN-CUOTAS               VALUE "S".
           05 WS-SW-FIN-CTL       PIC X(01)    VALUE "N".
               88 WS-FIN-CTL                  VALUE "S".

       01 WS-FECHA-HOY.
           05 FILLER              PIC X(02).
           05 WS-DIA-HOY          PIC 9(02).
           05 WS-MES-HOY          PIC 9(02).
           05 WS-ANIO-HOY         PIC 9(04).

       01 WS-DIA-SEMANA-HOY       PIC 9(01).

       01 WS-FECHA-HOY-CCYYMMDD-G.
           05 WS-FHG-ANIO         PIC 9(04).
           05 WS-FHG-MES          PIC 9(02).
           05 WS-FHG-DIA          PIC 9(02).

       01 WS-FECHA-HOY-CCYYMMDD REDEFINES WS-FECHA-HOY-CCYYMMDD-G
                                  PIC 9(08).

       01 WS-FECHA-DESDE          PIC 9(08)    VALUE ZEROS.
       01 WS-FECHA-HASTA          PIC 9(08)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * PARAMETROS DEL SBC - LOS DEL RENGLON P DE 04-CUOTAS-IMSS, LOS  *
      *            MISMOS CON QUE PROG0061 CALCULA EL MES. SIN UMA NO  *
      *            SE APLICA EL TOPE                                   *
      * -------------------------------------------------------------- *
       01 WS-PARAM-IMSS.
           05 WS-UMA-DIARIA       PIC 9(04)V99  VALUE ZEROS.
           05 WS-TOPE-UMAS        PIC 9(02)    VALUE 25.
           05 WS-DIAS-AGUINALDO   PIC 9(03)    VALUE 015.
           05 WS-PCT-PRIMA-VAC    PIC 9(03)    VALUE 025.
           05 WS-REG-PATRONAL     PIC X(11)    VALUE SPACES.

       01 WS-DIAS-HABILES-PLAZO   PIC 9(02)    VALUE 05.

       COPY WEMPRWS.

      * -------------------------------------------------------------- *
      * WS-TABLA-EVENTOS - LOS MOVIMIENTOS DEL RANGO, JUNTADOS DE LAS  *
      *                CUATRO FUENTES ANTES DE ARMAR LOS AVISOS. EL    *
      *                ORIGEN DISTINGUE ALTA (A), REINGRESO (R), BAJA  *
      *                (B) Y CAMBIO DE SALARIO (S); EL SALARIO SOLO    *
      *                VIENE LLENO EN LOS CAMBIOS DE SALARIO, LOS      *
      *                DEMAS TOMAN EL DEL MAESTRO                      *
      * -------------------------------------------------------------- *
       01 WS-TABLA-EVENTOS.
           05 WS-TAB-EVT          OCCURS 3000 TIMES.
               10 WS-TAB-EVT-TIPO PIC X(02).
               10 WS-TAB-EVT-ORIGEN
                                  PIC X(01).
               10 WS-TAB-EVT-NUMERO
                                  PIC 9(05).
               10 WS-TAB-EVT-FECHA
                                  PIC 9(08).
               10 WS-TAB-EVT-SALARIO
                                  PIC 9(07)V99.
       01 WS-CANT-EVENTOS         PIC 9(04)    VALUE ZEROS.
       01 WS-IX-EVT               PIC 9(04)    VALUE ZEROS.
       01 WS-IX-EVT-AUX           PIC 9(04)    VALUE ZEROS.
       01 WS-SW-EVT-DUPLICADO     PIC X(01)    VALUE "N".
           88 WS-EVT-DUPLICADO            VALUE "S".

       01 WS-EVT-NUEVO.
           05 WS-EVN-TIPO         PIC X(02).
           05 WS-EVN-ORIGEN       PIC X(01).
           05 WS-EVN-NUMERO       PIC 9(05).
           05 WS-EVN-FECHA        PIC 9(08).
           05 WS-EVN-SALARIO      PIC 9(07)V99.

      * -------------------------------------------------------------- *
      * WS-TABLA-ENVIADOS - LO QUE YA TRAE 04-AVISOS-IMSS-CTL MAS LO   *
      *                QUE ESTA CORRIDA VA PRESENTANDO                 *
      * -------------------------------------------------------------- *
       01 WS-TABLA-ENVIADOS.
           05 WS-TAB-ENV          OCCURS 9000 TIMES.
               10 WS-TAB-ENV-TIPO PIC X(02).
               10 WS-TAB-ENV-NUMERO
                                  PIC 9(05).
               10 WS-TAB-ENV-FECHA
                                  PIC 9(08).
       01 WS-CANT-ENVIADOS        PIC 9(04)    VALUE ZEROS.
       01 WS-IX-ENV               PIC 9(04)    VALUE ZEROS.
       01 WS-SW-YA-ENVIADO        PIC X(01)    VALUE "N".
           88 WS-YA-ENVIADO               VALUE "S".

       01 WS-TABLA-FERIADOS.
           05 WS-TAB-FER          OCCURS 200 TIMES
                                  INDEXED BY WS-IX-FER.
               10 WS-TAB-FER-FECHA
                                  PIC 9(08)    VALUE ZEROS.
       01 WS-CANT-FERIADOS        PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * CALENDARIO - FECHA QUE SE VA RECORRIENDO DIA POR DIA DESDE EL  *
      *            MOVIMIENTO PARA CONTAR DIAS HABILES. EL DIA DE LA   *
      *            SEMANA DE LA PRIMERA FECHA SE SACA CON LA           *
      *            CONGRUENCIA DE ZELLER (0 = SABADO, 1 = DOMINGO,     *
      *            2 = LUNES ... 6 = VIERNES) Y LUEGO SE AVANZA        *
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
       01 WS-FIN-MES-CAL          PIC 9(02)    VALUE ZEROS.
       01 WS-RESIDUO-BISIESTO     PIC 9(03)    VALUE ZEROS.
       01 WS-COCIENTE-BISIESTO    PIC 9(04)    VALUE ZEROS.
       01 WS-SW-DIA-HABIL         PIC X(01)    VALUE "N".
           88 WS-ES-DIA-HABIL             VALUE "S".
       01 WS-DIAS-HABILES         PIC 9(03)    VALUE ZEROS.
       01 WS-HABILES-PLAZO        PIC 9(03)    VALUE ZEROS.
       01 WS-FECHA-LIMITE         PIC 9(08)    VALUE ZEROS.

       01 WS-FECHA-MOV-DESGL-G.
           05 WS-FMD-ANIO         PIC 9(04).
           05 WS-FMD-MES          PIC 9(02).
           05 WS-FMD-DIA          PIC 9(02).

       01 WS-FECHA-MOV-DESGLOSE REDEFINES WS-FECHA-MOV-DESGL-G
                                  PIC 9(08).

       01 WS-FECHA-ALTA-DESGL-G.
           05 WS-FAD-ANIO         PIC 9(04).
           05 WS-FAD-MES          PIC 9(02).
           05 WS-FAD-DIA          PIC 9(02).

       01 WS-FECHA-ALTA-DESGLOSE REDEFINES WS-FECHA-ALTA-DESGL-G
                                  PIC 9(08).

       01 WS-ANT-ANIOS            PIC S9(03)   VALUE ZEROS.
       01 WS-ANIOS-MENOS-UNO      PIC S9(03)   VALUE ZEROS.
       01 WS-BLOQUES-DE-CINCO     PIC 9(03)    VALUE ZEROS.
       01 WS-DIAS-VACACIONES      PIC 9(03)    VALUE ZEROS.

       01 WS-CALCULO.
           05 WS-SALARIO-AVISO    PIC 9(07)V99  VALUE ZEROS.
           05 WS-SALARIO-DIARIO   PIC 9(07)V99  VALUE ZEROS.
           05 WS-FACTOR-INTEGRACION
                                  PIC 9(01)V9999 VALUE ZEROS.
           05 WS-SBC              PIC 9(05)V99  VALUE ZEROS.
           05 WS-TOPE-SBC         PIC 9(05)V99  VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-GENERADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-YA-ENVIADOS PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-EXTEMPORANEOS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-MAESTRO PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-ALTAS       PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-BAJAS       PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-MODIF       PIC 9(05)    VALUE ZEROS.

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
                        VALUE "AVISOS AFILIATORIOS AL IMSS".
           05 FILLER              PIC X(13)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-TITULO-3.
           05 FILLER              PIC X(08)    VALUE " RANGO: ".
           05 WS-TIT-3-DESDE      PIC 9(08).
           05 FILLER              PIC X(03)    VALUE " A ".
           05 WS-TIT-3-HASTA      PIC 9(08).
           05 FILLER              PIC X(05)    VALUE SPACES.
           05 FILLER              PIC X(19)
                                  VALUE "REGISTRO PATRONAL: ".
           05 WS-TIT-3-REG-PATRONAL
                                  PIC X(11).

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(110)   VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 FILLER              PIC X(06)    VALUES "NUMERO".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(25)    VALUES "NOMBRE".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(15)    VALUES "MOVIMIENTO".
           05 FILLER              PIC X(08)    VALUES "FECHA".
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(03)    VALUES "SBC".
           05 FILLER              PIC X(07)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "LIMITE".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(09)    VALUES "DIAS HAB.".

       01 WS-DETALLE.
           05 FILLER              PIC X(01).
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-NOMBRE       PIC X(25).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-MOVIMIENTO   PIC X(13).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-FECHA-MOV    PIC 9(08).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-SBC          PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-FECHA-LIMITE PIC 9(08).
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DET-DIAS-HABILES PIC ZZ9.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-MARCA        PIC X(12).

       01 WS-LINEA-TOTAL.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(20)
                       VALUE "AVISOS GENERADOS:   ".
           05 WS-TOT-GENERADOS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(15)
                       VALUE "EXTEMPORANEOS: ".
           05 WS-TOT-EXTEMPORANEOS
                                  PIC ZZ,ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(23)
                       VALUE "YA PRESENTADOS ANTES:  ".
           05 WS-TOT-YA-ENVIADOS  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-ANIO-HOY TO WS-FHG-ANIO
           MOVE WS-MES-HOY  TO WS-FHG-MES
           MOVE WS-DIA-HOY  TO WS-FHG-DIA
           DISPLAY "PROG0062: AVISOS AFILIATORIOS AL IMSS"
           DISPLAY "FECHA INICIAL DEL RANGO (AAAAMMDD): "
           ACCEPT WS-FECHA-DESDE
           DISPLAY "FECHA FINAL DEL RANGO (AAAAMMDD, VACIO = HOY): "
           ACCEPT WS-FECHA-HASTA
           IF WS-FECHA-HASTA = ZEROS
              MOVE WS-FECHA-HOY-CCYYMMDD TO WS-FECHA-HASTA
           END-IF
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
              DISPLAY "PROG0062: LA FECHA INICIAL ES POSTERIOR A LA "
                      "FINAL"
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0062: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           PERFORM 012-CARGA-PARAMETROS THRU 012-FIN-CARGA-PARAMETROS
           PERFORM 013-CARGA-FERIADOS THRU 013-FIN-CARGA-FERIADOS
           PERFORM 014-CARGA-ENVIADOS THRU 014-FIN-CARGA-ENVIADOS
           PERFORM 020-JUNTA-AUDITORIA THRU 020-FIN-JUNTA-AUDITORIA
           PERFORM 022-JUNTA-REINGRESOS THRU 022-FIN-JUNTA-REINGRESOS
           PERFORM 024-JUNTA-SALARIOS THRU 024-FIN-JUNTA-SALARIOS
           OPEN OUTPUT AVISOS-IMSS
                OUTPUT REPORTE
           OPEN EXTEND AVISOS-CTL
           IF WS-FILE-STATUS-AVC = "35"
              OPEN OUTPUT AVISOS-CTL
           END-IF
           MOVE WS-FHG-DIA      TO WS-TIT-2-DIA
           MOVE WS-FHG-MES      TO WS-TIT-2-MES
           MOVE WS-FHG-ANIO     TO WS-TIT-2-ANIO
           MOVE WS-FECHA-DESDE  TO WS-TIT-3-DESDE
           MOVE WS-FECHA-HASTA  TO WS-TIT-3-HASTA
           MOVE WS-REG-PATRONAL TO WS-TIT-3-REG-PATRONAL
           PERFORM 005-IMPRIME-ENCABEZADOS
           PERFORM 040-PROCESA-EVENTO THRU 040-FIN-PROCESA-EVENTO
               VARYING WS-IX-EVT FROM 1 BY 1
               UNTIL WS-IX-EVT > WS-CANT-EVENTOS
           GO TO 090-FIN.

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
      * 012-CARGA-PARAMETROS - RENGLON P DE 04-CUOTAS-IMSS (VER        *
      *                016- EN PROG0061)                               *
      * -------------------------------------------------------------- *
       012-CARGA-PARAMETROS.
           OPEN INPUT CUOTAS-IMSS
           IF WS-FILE-STATUS-CIM NOT = "00"
              DISPLAY "PROG0062: SIN 04-CUOTAS-IMSS, STATUS "
                      WS-FILE-STATUS-CIM "; AVISOS SIN REGISTRO "
                      "PATRONAL Y SBC SIN TOPE"
              GO TO 012-FIN-CARGA-PARAMETROS
           END-IF
           GO TO 0121-LEE-CUOTA.

       0121-LEE-CUOTA.
           READ CUOTAS-IMSS
               AT END
                   MOVE "S" TO WS-SW-FIN-CUOTAS
                   GO TO 0122-FIN-LEE-CUOTA
           END-READ
           IF NOT REG-CIM-PARAMETROS
              GO TO 0121-LEE-CUOTA
           END-IF
           MOVE REG-CIM-UMA-DIARIA   TO WS-UMA-DIARIA
           MOVE REG-CIM-REG-PATRONAL TO WS-REG-PATRONAL
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
           GO TO 0121-LEE-CUOTA.

       0122-FIN-LEE-CUOTA.
           CLOSE CUOTAS-IMSS
           COMPUTE WS-TOPE-SBC = WS-UMA-DIARIA * WS-TOPE-UMAS.

       012-FIN-CARGA-PARAMETROS.
           EXIT.

       013-CARGA-FERIADOS.
           MOVE ZEROS TO WS-CANT-FERIADOS
           OPEN INPUT FERIADOS
           IF WS-FILE-STATUS-FER NOT = "00"
              DISPLAY "PROG0062: SIN 04-FERIADOS, STATUS "
                      WS-FILE-STATUS-FER "; SOLO SE DESCUENTAN "
                      "FINES DE SEMANA"
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

       014-CARGA-ENVIADOS.
           MOVE ZEROS TO WS-CANT-ENVIADOS
           OPEN INPUT AVISOS-CTL
           IF WS-FILE-STATUS-AVC NOT = "00"
              GO TO 014-FIN-CARGA-ENVIADOS
           END-IF
           GO TO 0141-LEE-ENVIADO.

       0141-LEE-ENVIADO.
           READ AVISOS-CTL
               AT END
                   MOVE "S" TO WS-SW-FIN-CTL
                   GO TO 0142-FIN-LEE-ENVIADO
           END-READ
           IF WS-CANT-ENVIADOS >= 9000
              DISPLAY "PROG0062: 04-AVISOS-IMSS-CTL EXCEDE 9000 "
                      "RENGLONES; CONVIENE DEPURARLO"
              GO TO 0142-FIN-LEE-ENVIADO
           END-IF
           ADD 1 TO WS-CANT-ENVIADOS
           MOVE REG-AVC-TIPO-MOV
                     TO WS-TAB-ENV-TIPO (WS-CANT-ENVIADOS)
           MOVE REG-AVC-NUMERO
                     TO WS-TAB-ENV-NUMERO (WS-CANT-ENVIADOS)
           MOVE REG-AVC-FECHA-MOV
                     TO WS-TAB-ENV-FECHA (WS-CANT-ENVIADOS)
           GO TO 0141-LEE-ENVIADO.

       0142-FIN-LEE-ENVIADO.
           CLOSE AVISOS-CTL.

       014-FIN-CARGA-ENVIADOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-JUNTA-AUDITORIA - ALTAS (PROG0006, PROG0018) Y BAJAS       *
      *                (PROG0020) DE LA BITACORA. LA FECHA DEL ALTA ES *
      *                LA FECHA DE ALTA DEL MAESTRO, QUE PUEDE SER     *
      *                ANTERIOR A LA CAPTURA; LA DE LA BAJA ES LA DEL  *
      *                RENGLON, QUE ES CUANDO SE APROBO. LOS REINGRESOS*
      *                SE TOMAN DE 04-REINGRESOS (022-)                *
      * -------------------------------------------------------------- *
       020-JUNTA-AUDITORIA.
           OPEN INPUT AUDIT-EMPLEADOS
           IF WS-FILE-STATUS-AUDIT NOT = "00"
              DISPLAY "PROG0062: SIN 04-AUDIT-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-AUDIT "; SIN ALTAS NI BAJAS"
              GO TO 020-FIN-JUNTA-AUDITORIA
           END-IF
           GO TO 0201-LEE-AUDITORIA.

       0201-LEE-AUDITORIA.
           READ AUDIT-EMPLEADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-AUDIT
                   GO TO 0202-FIN-LEE-AUDITORIA
           END-READ
           IF REG-AUD-OPERACION NOT = "ALTA"
              AND REG-AUD-OPERACION NOT = "BAJA"
                 GO TO 0201-LEE-AUDITORIA
           END-IF
           MOVE ZEROS          TO WS-EVN-SALARIO
           MOVE REG-AUD-NUMERO TO WS-EVN-NUMERO
           MOVE REG-AUD-FECHA  TO WS-EVN-FECHA
           IF REG-AUD-OPERACION = "BAJA"
              MOVE "02" TO WS-EVN-TIPO
              MOVE "B"  TO WS-EVN-ORIGEN
           ELSE
              MOVE "08" TO WS-EVN-TIPO
              MOVE "A"  TO WS-EVN-ORIGEN
              MOVE REG-AUD-NUMERO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF REG-EMP-FECHA-ALTA NOT = ZEROS
                         MOVE REG-EMP-FECHA-ALTA TO WS-EVN-FECHA
                      END-IF
              END-READ
           END-IF
           IF WS-EVN-FECHA < WS-FECHA-DESDE
              OR WS-EVN-FECHA > WS-FECHA-HASTA
                 GO TO 0201-LEE-AUDITORIA
           END-IF
           PERFORM 030-AGREGA-EVENTO THRU 030-FIN-AGREGA-EVENTO
           GO TO 0201-LEE-AUDITORIA.

       0202-FIN-LEE-AUDITORIA.
           CLOSE AUDIT-EMPLEADOS.

       020-FIN-JUNTA-AUDITORIA.
           EXIT.

       022-JUNTA-REINGRESOS.
           OPEN INPUT REINGRESOS
           IF WS-FILE-STATUS-REIN NOT = "00"
              GO TO 022-FIN-JUNTA-REINGRESOS
           END-IF
           GO TO 0221-LEE-REINGRESO.

       0221-LEE-REINGRESO.
           READ REINGRESOS
               AT END
                   MOVE "S" TO WS-SW-FIN-REIN
                   GO TO 0222-FIN-LEE-REINGRESO
           END-READ
           IF REG-REIN-FECHA-REINGRESO < WS-FECHA-DESDE
              OR REG-REIN-FECHA-REINGRESO > WS-FECHA-HASTA
                 GO TO 0221-LEE-REINGRESO
           END-IF
           MOVE "08"                     TO WS-EVN-TIPO
           MOVE "R"                      TO WS-EVN-ORIGEN
           MOVE REG-REIN-NUMERO          TO WS-EVN-NUMERO
           MOVE REG-REIN-FECHA-REINGRESO TO WS-EVN-FECHA
           MOVE ZEROS                    TO WS-EVN-SALARIO
           PERFORM 030-AGREGA-EVENTO THRU 030-FIN-AGREGA-EVENTO
           GO TO 0221-LEE-REINGRESO.

       0222-FIN-LEE-REINGRESO.
           CLOSE REINGRESOS.

       022-FIN-JUNTA-REINGRESOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 024-JUNTA-SALARIOS - CAMBIOS DE SALARIO DE 04-HIST-SALARIOS.   *
      *                PROG0019 ANOTA EL SALARIO DEL REINGRESO EN EL   *
      *                HISTORICO EL MISMO DIA: ESE YA VA EN EL AVISO   *
      *                DE REINGRESO Y NO LLEVA AVISO DE MODIFICACION   *
      * -------------------------------------------------------------- *
       024-JUNTA-SALARIOS.
           OPEN INPUT HIST-SALARIOS
           IF WS-FILE-STATUS-HIST NOT = "00"
              GO TO 024-FIN-JUNTA-SALARIOS
           END-IF
           GO TO 0241-LEE-HISTORIA.

       0241-LEE-HISTORIA.
           READ HIST-SALARIOS
               AT END
                   MOVE "S" TO WS-SW-FIN-HIST
                   GO TO 0242-FIN-LEE-HISTORIA
           END-READ
           IF REG-HIST-FECHA < WS-FECHA-DESDE
              OR REG-HIST-FECHA > WS-FECHA-HASTA
                 GO TO 0241-LEE-HISTORIA
           END-IF
           IF REG-HIST-SALARIO-DESPUES = REG-HIST-SALARIO-ANTES
              GO TO 0241-LEE-HISTORIA
           END-IF
           MOVE "08"                     TO WS-EVN-TIPO
           MOVE REG-HIST-NUMERO          TO WS-EVN-NUMERO
           MOVE REG-HIST-FECHA           TO WS-EVN-FECHA
           PERFORM 032-BUSCA-EVENTO THRU 032-FIN-BUSCA-EVENTO
           IF WS-EVT-DUPLICADO
              GO TO 0241-LEE-HISTORIA
           END-IF
           MOVE "07"                     TO WS-EVN-TIPO
           MOVE "S"                      TO WS-EVN-ORIGEN
           MOVE REG-HIST-SALARIO-DESPUES TO WS-EVN-SALARIO
           PERFORM 030-AGREGA-EVENTO THRU 030-FIN-AGREGA-EVENTO
           GO TO 0241-LEE-HISTORIA.

       0242-FIN-LEE-HISTORIA.
           CLOSE HIST-SALARIOS.

       024-FIN-JUNTA-SALARIOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-AGREGA-EVENTO - AGREGA WS-EVT-NUEVO A LA TABLA SI NO ESTA  *
      *                YA (MISMO TIPO, EMPLEADO Y FECHA)               *
      * -------------------------------------------------------------- *
       030-AGREGA-EVENTO.
           PERFORM 032-BUSCA-EVENTO THRU 032-FIN-BUSCA-EVENTO
           IF WS-EVT-DUPLICADO
              GO TO 030-FIN-AGREGA-EVENTO
           END-IF
           IF WS-CANT-EVENTOS >= 3000
              DISPLAY "PROG0062: MAS DE 3000 MOVIMIENTOS EN EL RANGO; "
                      "SE OMITE EL DEL EMPLEADO " WS-EVN-NUMERO
              GO TO 030-FIN-AGREGA-EVENTO
           END-IF
           ADD 1 TO WS-CANT-EVENTOS
           MOVE WS-EVT-NUEVO TO WS-TAB-EVT (WS-CANT-EVENTOS).

       030-FIN-AGREGA-EVENTO.
           EXIT.

       032-BUSCA-EVENTO.
           MOVE "N" TO WS-SW-EVT-DUPLICADO
           MOVE 1   TO WS-IX-EVT-AUX
           GO TO 0321-REVISA-EVENTO.

       0321-REVISA-EVENTO.
           IF WS-IX-EVT-AUX > WS-CANT-EVENTOS
              GO TO 032-FIN-BUSCA-EVENTO
           END-IF
           IF WS-TAB-EVT-TIPO (WS-IX-EVT-AUX)   = WS-EVN-TIPO
              AND WS-TAB-EVT-NUMERO (WS-IX-EVT-AUX) = WS-EVN-NUMERO
              AND WS-TAB-EVT-FECHA (WS-IX-EVT-AUX)  = WS-EVN-FECHA
                 MOVE "S" TO WS-SW-EVT-DUPLICADO
                 GO TO 032-FIN-BUSCA-EVENTO
           END-IF
           ADD 1 TO WS-IX-EVT-AUX
           GO TO 0321-REVISA-EVENTO.

       032-FIN-BUSCA-EVENTO.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-PROCESA-EVENTO - UN AVISO POR MOVIMIENTO NO PRESENTADO:    *
      *                DATOS DEL MAESTRO, SBC, RENGLON DEL ARCHIVO DE  *
      *                AVISOS, RENGLON DE CONTROL Y LINEA DEL REPORTE  *
      * -------------------------------------------------------------- *
       040-PROCESA-EVENTO.
           PERFORM 042-BUSCA-ENVIADO THRU 042-FIN-BUSCA-ENVIADO
           IF WS-YA-ENVIADO
              ADD 1 TO WS-CONT-YA-ENVIADOS
              GO TO 040-FIN-PROCESA-EVENTO
           END-IF
           MOVE WS-TAB-EVT-NUMERO (WS-IX-EVT) TO REG-EMP-NUMERO
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               INVALID KEY
                   DISPLAY "PROG0062: EMPLEADO "
                           WS-TAB-EVT-NUMERO (WS-IX-EVT)
                           " NO ESTA EN EL MAESTRO; SE OMITE SU AVISO"
                   ADD 1 TO WS-CONT-SIN-MAESTRO
                   GO TO 040-FIN-PROCESA-EVENTO
           END-READ
           MOVE WS-SALARIO-EMP TO WS-SALARIO-AVISO
           IF WS-TAB-EVT-SALARIO (WS-IX-EVT) NOT = ZEROS
              MOVE WS-TAB-EVT-SALARIO (WS-IX-EVT) TO WS-SALARIO-AVISO
           END-IF
           MOVE WS-TAB-EVT-FECHA (WS-IX-EVT) TO WS-FECHA-MOV-DESGLOSE
           PERFORM 050-CALCULA-SBC THRU 050-FIN-CALCULA-SBC
           PERFORM 060-CUENTA-DIAS-HABILES
           MOVE WS-REG-PATRONAL                TO REG-AVI-REG-PATRONAL
           MOVE WS-EMPRESA-EMP                 TO WS-EMPR-CODIGO
           IF WS-EMPR-CODIGO = SPACES
              MOVE "01"                        TO WS-EMPR-CODIGO
           END-IF
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           IF WS-EMPRESA-OK
              AND WS-EMPR-REG-PATRONAL NOT = SPACES
                 MOVE WS-EMPR-REG-PATRONAL     TO REG-AVI-REG-PATRONAL
           END-IF
           MOVE WS-NUMERO-EMP                  TO REG-AVI-NUMERO
           MOVE WS-RFC-EMP                     TO REG-AVI-RFC
           MOVE WS-NOMBRE-EMP                  TO REG-AVI-NOMBRE
           MOVE WS-TAB-EVT-TIPO (WS-IX-EVT)    TO REG-AVI-TIPO-MOV
           MOVE WS-TAB-EVT-FECHA (WS-IX-EVT)   TO REG-AVI-FECHA-MOV
           MOVE WS-SBC                         TO REG-AVI-SBC
           MOVE WS-FECHA-HOY-CCYYMMDD          TO REG-AVI-FECHA-ENVIO
           WRITE REG-AVISO-IMSS
           MOVE WS-TAB-EVT-TIPO (WS-IX-EVT)    TO REG-AVC-TIPO-MOV
           MOVE WS-NUMERO-EMP                  TO REG-AVC-NUMERO
           MOVE WS-TAB-EVT-FECHA (WS-IX-EVT)   TO REG-AVC-FECHA-MOV
           MOVE WS-FECHA-HOY-CCYYMMDD          TO REG-AVC-FECHA-ENVIO
           WRITE REG-AVISO-CTL
           IF WS-CANT-ENVIADOS < 9000
              ADD 1 TO WS-CANT-ENVIADOS
              MOVE WS-TAB-EVT-TIPO (WS-IX-EVT)
                             TO WS-TAB-ENV-TIPO (WS-CANT-ENVIADOS)
              MOVE WS-NUMERO-EMP
                             TO WS-TAB-ENV-NUMERO (WS-CANT-ENVIADOS)
              MOVE WS-TAB-EVT-FECHA (WS-IX-EVT)
                             TO WS-TAB-ENV-FECHA (WS-CANT-ENVIADOS)
           END-IF
           ADD 1 TO WS-CONT-GENERADOS
           IF WS-TAB-EVT-TIPO (WS-IX-EVT) = "08"
              ADD 1 TO WS-CONT-ALTAS
           END-IF
           IF WS-TAB-EVT-TIPO (WS-IX-EVT) = "02"
              ADD 1 TO WS-CONT-BAJAS
           END-IF
           IF WS-TAB-EVT-TIPO (WS-IX-EVT) = "07"
              ADD 1 TO WS-CONT-MODIF
           END-IF
           PERFORM 070-IMPRIME-DETALLE.

       040-FIN-PROCESA-EVENTO.
           EXIT.

       042-BUSCA-ENVIADO.
           MOVE "N" TO WS-SW-YA-ENVIADO
           MOVE 1   TO WS-IX-ENV
           GO TO 0421-REVISA-ENVIADO.

       0421-REVISA-ENVIADO.
           IF WS-IX-ENV > WS-CANT-ENVIADOS
              GO TO 042-FIN-BUSCA-ENVIADO
           END-IF
           IF WS-TAB-ENV-TIPO (WS-IX-ENV) = WS-TAB-EVT-TIPO (WS-IX-EVT)
              AND WS-TAB-ENV-NUMERO (WS-IX-ENV)
                                  = WS-TAB-EVT-NUMERO (WS-IX-EVT)
              AND WS-TAB-ENV-FECHA (WS-IX-ENV)
                                  = WS-TAB-EVT-FECHA (WS-IX-EVT)
                 MOVE "S" TO WS-SW-YA-ENVIADO
                 GO TO 042-FIN-BUSCA-ENVIADO
           END-IF
           ADD 1 TO WS-IX-ENV
           GO TO 0421-REVISA-ENVIADO.

       042-FIN-BUSCA-ENVIADO.
           EXIT.

      * -------------------------------------------------------------- *
      * 050-CALCULA-SBC - MISMO FACTOR DE INTEGRACION QUE 030- EN      *
      *                PROG0061, CON LA ANTIGUEDAD CUMPLIDA A LA FECHA *
      *                DEL MOVIMIENTO Y EL SALARIO QUE QUEDA VIGENTE   *
      * -------------------------------------------------------------- *
       050-CALCULA-SBC.
           MOVE ZEROS TO WS-ANT-ANIOS
           IF WS-FECHA-ALTA-EMP NOT = ZEROS
              MOVE WS-FECHA-ALTA-EMP TO WS-FECHA-ALTA-DESGLOSE
              SUBTRACT WS-FAD-ANIO FROM WS-FMD-ANIO GIVING WS-ANT-ANIOS
              IF WS-FMD-MES < WS-FAD-MES
                 OR (WS-FMD-MES = WS-FAD-MES
                     AND WS-FMD-DIA < WS-FAD-DIA)
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
           COMPUTE WS-SALARIO-DIARIO ROUNDED = WS-SALARIO-AVISO / 30
           COMPUTE WS-FACTOR-INTEGRACION ROUNDED =
                   1 + ((WS-DIAS-AGUINALDO
                        + (WS-DIAS-VACACIONES * WS-PCT-PRIMA-VAC / 100))
                        / 365)
           COMPUTE WS-SBC ROUNDED =
                   WS-SALARIO-DIARIO * WS-FACTOR-INTEGRACION
           IF WS-TOPE-SBC NOT = ZEROS
              AND WS-SBC > WS-TOPE-SBC
                 MOVE WS-TOPE-SBC TO WS-SBC
           END-IF.

       050-FIN-CALCULA-SBC.
           EXIT.

      * -------------------------------------------------------------- *
      * 060-CUENTA-DIAS-HABILES - RECORRE EL CALENDARIO DESDE EL DIA   *
      *                SIGUIENTE AL MOVIMIENTO: CUENTA LOS HABILES     *
      *                HASTA HOY (QUE ES CUANDO SE PRESENTA) Y SE      *
      *                QUEDA CON EL QUINTO HABIL COMO FECHA LIMITE     *
      * -------------------------------------------------------------- *
       060-CUENTA-DIAS-HABILES.
           MOVE ZEROS TO WS-DIAS-HABILES
           MOVE ZEROS TO WS-HABILES-PLAZO
           MOVE ZEROS TO WS-FECHA-LIMITE
           MOVE WS-TAB-EVT-FECHA (WS-IX-EVT) TO WS-FECHA-CAL
           PERFORM 062-DIA-SEMANA-ZELLER
           PERFORM 064-AVANZA-UN-DIA
               UNTIL (WS-FECHA-CAL NOT < WS-FECHA-HOY-CCYYMMDD
                      AND WS-FECHA-LIMITE NOT = ZEROS)
                  OR WS-DIAS-HABILES > 900.

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
           END-IF
           MOVE "S" TO WS-SW-DIA-HABIL
           IF WS-DIA-SEMANA-CAL < 2
              MOVE "N" TO WS-SW-DIA-HABIL
           ELSE
              SET WS-IX-FER TO 1
              SEARCH WS-TAB-FER
                  AT END
                      CONTINUE
                  WHEN WS-TAB-FER-FECHA (WS-IX-FER) = WS-FECHA-CAL
                      MOVE "N" TO WS-SW-DIA-HABIL
              END-SEARCH
           END-IF
           IF WS-ES-DIA-HABIL
              IF WS-FECHA-CAL NOT > WS-FECHA-HOY-CCYYMMDD
                 ADD 1 TO WS-DIAS-HABILES
              END-IF
              ADD 1 TO WS-HABILES-PLAZO
              IF WS-HABILES-PLAZO = WS-DIAS-HABILES-PLAZO
                 MOVE WS-FECHA-CAL TO WS-FECHA-LIMITE
              END-IF
           END-IF.

       070-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE WS-NUMERO-EMP                TO WS-DET-NUMERO
           MOVE WS-NOMBRE-EMP                TO WS-DET-NOMBRE
           IF WS-TAB-EVT-ORIGEN (WS-IX-EVT) = "A"
              MOVE "ALTA"                    TO WS-DET-MOVIMIENTO
           END-IF
           IF WS-TAB-EVT-ORIGEN (WS-IX-EVT) = "R"
              MOVE "REINGRESO"               TO WS-DET-MOVIMIENTO
           END-IF
           IF WS-TAB-EVT-ORIGEN (WS-IX-EVT) = "B"
              MOVE "BAJA"                    TO WS-DET-MOVIMIENTO
           END-IF
           IF WS-TAB-EVT-ORIGEN (WS-IX-EVT) = "S"
              MOVE "MODIF SALARIO"           TO WS-DET-MOVIMIENTO
           END-IF
           MOVE WS-TAB-EVT-FECHA (WS-IX-EVT) TO WS-DET-FECHA-MOV
           MOVE WS-SBC                       TO WS-DET-SBC
           MOVE WS-FECHA-LIMITE              TO WS-DET-FECHA-LIMITE
           MOVE WS-DIAS-HABILES              TO WS-DET-DIAS-HABILES
           MOVE SPACES                       TO WS-DET-MARCA
           IF WS-FECHA-HOY-CCYYMMDD > WS-FECHA-LIMITE
              MOVE "EXTEMPORANEO"            TO WS-DET-MARCA
              ADD 1 TO WS-CONT-EXTEMPORANEOS
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       090-FIN.
           MOVE WS-CONT-GENERADOS     TO WS-TOT-GENERADOS
           MOVE WS-CONT-EXTEMPORANEOS TO WS-TOT-EXTEMPORANEOS
           MOVE WS-CONT-YA-ENVIADOS   TO WS-TOT-YA-ENVIADOS
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           CLOSE EMPLEADOS
                 AVISOS-IMSS
                 AVISOS-CTL
                 REPORTE
           DISPLAY "PROG0062: AVISOS GENERADOS        : "
                   WS-CONT-GENERADOS
           DISPLAY "PROG0062:   ALTAS Y REINGRESOS (08): " WS-CONT-ALTAS
           DISPLAY "PROG0062:   BAJAS (02)             : " WS-CONT-BAJAS
           DISPLAY "PROG0062:   MODIFICACIONES (07)    : " WS-CONT-MODIF
           DISPLAY "PROG0062: EXTEMPORANEOS           : "
                   WS-CONT-EXTEMPORANEOS
           DISPLAY "PROG0062: YA PRESENTADOS ANTES    : "
                   WS-CONT-YA-ENVIADOS
           DISPLAY "PROG0062: SIN REGISTRO EN MAESTRO : "
                   WS-CONT-SIN-MAESTRO
           IF WS-REG-PATRONAL = SPACES
              DISPLAY "PROG0062: AVISO - 04-CUOTAS-IMSS NO TRAE "
                      "REGISTRO PATRONAL; CAPTURARLO ANTES DE ENVIAR"
           END-IF
           DISPLAY "PROG0062: AVISOS EN 04-AVISOS-IMSS Y REPORTE EN "
                   "04-REP-AVISOS-IMSS"
           GOBACK.

       END PROGRAM PROG0062.
