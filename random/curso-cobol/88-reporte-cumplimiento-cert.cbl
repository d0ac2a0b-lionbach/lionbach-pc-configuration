       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0085.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: PASO NOCTURNO (VER 04-PLAN-NOCTURNO) QUE IMPRIME EL  *
      *           REPORTE DE CUMPLIMIENTO DE CERTIFICACIONES: PARA     *
      *           CADA EMPLEADO QUE NO ESTA DADO DE BAJA SE REVISAN    *
      *           LAS CERTIFICACIONES OBLIGATORIAS DE SU PUESTO        *
      *           (04-CERT-PUESTO) CONTRA LAS QUE TIENE REGISTRADAS    *
      *           (04-CERT-EMPLEADOS, VER PROG0084) Y SE LISTAN LAS    *
      *           QUE LE FALTAN, LAS VENCIDAS Y LAS QUE VENCEN DENTRO  *
      *           DE LOS PROXIMOS WS-DIAS-AVISO DIAS, CON UNA PAGINA   *
      *           POR DEPARTAMENTO (MISMO ESQUEMA QUE PROG0053). UN    *
      *           DEPTO QUE NO ESTA EN EL CATALOGO NO SE REPORTA       *
      *           (IGUAL QUE EN PROG0078)                              *
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
           SELECT CERT-EMPLEADOS ASSIGN TO "04-CERT-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CEM-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CEM.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT CERTIF-CFG ASSIGN TO "04-CERTIFICACIONES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CERTIF.
           SELECT CERT-REQ-CFG ASSIGN TO "04-CERT-PUESTO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CRQ.
           SELECT REPORTE ASSIGN TO "04-REP-CUMPLIMIENTO-CERT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  CERT-EMPLEADOS
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCEMFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  CERTIF-CFG
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCERFD.
       FD  CERT-REQ-CFG
           RECORD CONTAINS 5 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCRQFD.
       FD  REPORTE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WDEPTOS.
       COPY WCERTS.
       COPY WCRQWS.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-CEM      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-CERTIF   PIC X(02).
       01 WS-FILE-STATUS-CRQ      PIC X(02).
       01 WS-FILE-STATUS-REP      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ARCHIVO   PIC X(01)    VALUE "N".
               88 WS-FIN-ARCHIVO              VALUE "S".
           05 WS-SW-FIN-DEPTOS    PIC X(01)    VALUE "N".
           05 WS-SW-FIN-CERTIF    PIC X(01)    VALUE "N".
           05 WS-SW-FIN-CRQ       PIC X(01)    VALUE "N".
      *        SIN 04-CERT-EMPLEADOS NADIE TIENE NADA REGISTRADO Y
      *        TODA OBLIGATORIA CUENTA COMO FALTANTE
           05 WS-SW-HAY-CERT-EMP  PIC X(01)    VALUE "N".
               88 WS-HAY-CERT-EMP             VALUE "S".

      * LOS DIAS DE ANTICIPACION CON QUE UNA CERTIFICACION SE MARCA
      * POR VENCER (LOS MISMOS QUE USA PROG0084)
       01 WS-DIAS-AVISO           PIC 9(03)    VALUE 030.

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
      * FECHAS DESDE/HASTA DE 050-DIAS-ENTRE, DESGLOSADAS PARA CONTAR  *
      * LOS DIAS CON ANIOS DE 360 Y MESES DE 30                        *
      * -------------------------------------------------------------- *
       01 WS-FECHA-DESDE-G.
           05 WS-FD-ANIO          PIC 9(04).
           05 WS-FD-MES           PIC 9(02).
           05 WS-FD-DIA           PIC 9(02).

       01 WS-FECHA-DESDE REDEFINES WS-FECHA-DESDE-G
                                  PIC 9(08).

       01 WS-FECHA-HASTA-G.
           05 WS-FH-ANIO          PIC 9(04).
           05 WS-FH-MES           PIC 9(02).
           05 WS-FH-DIA           PIC 9(02).

       01 WS-FECHA-HASTA REDEFINES WS-FECHA-HASTA-G
                                  PIC 9(08).

       01 WS-DIAS                 PIC S9(05)   VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-INCUMPLE - CADA OBLIGATORIA FALTANTE, VENCIDA O POR   *
      *                VENCER DE CADA EMPLEADO, EN UNA TABLA PLANA QUE *
      *                LUEGO SE IMPRIME POR DEPARTAMENTO               *
      * -------------------------------------------------------------- *
       01 WS-TABLA-INCUMPLE.
           05 WS-TAB-INC          OCCURS 500 TIMES
                                  INDEXED BY WS-IX-INC.
               10 WS-TAB-INC-DEPTO
                                  PIC 9(03).
               10 WS-TAB-INC-EMPLEADO
                                  PIC 9(05).
               10 WS-TAB-INC-NOMBRE
                                  PIC X(22).
               10 WS-TAB-INC-CERT PIC 9(03).
               10 WS-TAB-INC-SITUACION
                                  PIC X(01).
                   88 WS-TAB-INC-FALTA         VALUE "F".
                   88 WS-TAB-INC-VENCIDA       VALUE "V".
                   88 WS-TAB-INC-POR-VENCER    VALUE "P".
               10 WS-TAB-INC-VENCE
                                  PIC 9(08).
       01 WS-CANT-INCUMPLE        PIC 9(03)    VALUE ZEROS.
       01 WS-SW-TABLA-LLENA       PIC X(01)    VALUE "N".
           88 WS-TABLA-LLENA              VALUE "S".
       01 WS-SITUACION-CALC       PIC X(01)    VALUE SPACES.

       01 WS-CANT-CRQ             PIC 9(03)    VALUE ZEROS.
       01 WS-CANT-EMPLEADOS       PIC 9(05)    VALUE ZEROS.
       01 WS-DEPTO-EN-CURSO       PIC 9(03)    VALUE ZEROS.

       01 WS-TOTALES-DEPTO.
           05 WS-TOT-FALTAN       PIC 9(03)    VALUE ZEROS.
           05 WS-TOT-VENCIDAS     PIC 9(03)    VALUE ZEROS.
           05 WS-TOT-POR-VENCER   PIC 9(03)    VALUE ZEROS.

       01 WS-REP-TITULO.
           05 FILLER              PIC X(08)    VALUE " FECHA: ".
           05 WS-TIT-DIA          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(40)
                   VALUE "CUMPLIMIENTO DE CERTIFICACIONES".
           05 FILLER              PIC X(18)    VALUE SPACES.

       01 WS-REP-GUIONES.
           05 FILLER              PIC X(80)    VALUES ALL "-".

       01 WS-REP-TITULO-DEPTO.
           05 FILLER              PIC X(14)    VALUE "DEPARTAMENTO: ".
           05 WS-TITDEP-COD       PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TITDEP-NOM       PIC X(20).
           05 FILLER              PIC X(41)    VALUE SPACES.

       01 WS-REP-COLUMNAS.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "EMPL. ".
           05 FILLER              PIC X(23)    VALUE "NOMBRE".
           05 FILLER              PIC X(25)    VALUE "CERTIFICACION".
           05 FILLER              PIC X(11)    VALUE "SITUACION".
           05 FILLER              PIC X(13)    VALUE "VENCE".

       01 WS-REP-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-EMPLEADO     PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(22).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-CERT         PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOM-CERT     PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-SITUACION    PIC X(10).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-VENCE        PIC X(08).
           05 FILLER              PIC X(05)    VALUE SPACES.

       01 WS-REP-TOTALES.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "FALTAN: ".
           05 WS-TOT-ED-FALTAN    PIC ZZ9.
           05 FILLER              PIC X(12)    VALUE "  VENCIDAS: ".
           05 WS-TOT-ED-VENCIDAS  PIC ZZ9.
           05 FILLER              PIC X(14)    VALUE "  POR VENCER: ".
           05 WS-TOT-ED-POR-VENCER
                                  PIC ZZ9.
           05 FILLER              PIC X(35)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 015-CARGA-CATALOGOS THRU 015-FIN-CARGA-CATALOGOS
           IF WS-CANT-CRQ = ZEROS
              DISPLAY "PROG0085: NINGUN PUESTO TIENE CERTIFICACIONES "
                      "OBLIGATORIAS; NADA QUE REVISAR"
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0085: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           OPEN INPUT CERT-EMPLEADOS
           IF WS-FILE-STATUS-CEM = "00"
              MOVE "S" TO WS-SW-HAY-CERT-EMP
           ELSE
              DISPLAY "PROG0085: SIN 04-CERT-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-CEM "; TODAS LAS OBLIGATORIAS "
                      "SE REPORTAN COMO FALTANTES"
           END-IF
           GO TO 020-LEE-EMPLEADO.

      * -------------------------------------------------------------- *
      * 015-CARGA-CATALOGOS - LEE 04-DEPTOS Y 04-CERTIFICACIONES (VER  *
      *                       PROG0010) Y LOS REQUISITOS POR PUESTO DE *
      *                       04-CERT-PUESTO (VER PROG0084)            *
      * -------------------------------------------------------------- *
       015-CARGA-CATALOGOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0085: NO SE PUDO ABRIR 04-DEPTOS: "
                      WS-FILE-STATUS-DEPTOS
              GO TO 0153-ABRE-CERTIF-CAT
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

       0153-ABRE-CERTIF-CAT.
           SET WS-IX-CERT TO 1
           OPEN INPUT CERTIF-CFG
           IF WS-FILE-STATUS-CERTIF NOT = "00"
              DISPLAY "PROG0085: NO SE PUDO ABRIR 04-CERTIFICACIONES: "
                      WS-FILE-STATUS-CERTIF
              GO TO 0156-ABRE-CERT-REQ
           END-IF
           GO TO 0154-LEE-CERTIF-CAT.

       0154-LEE-CERTIF-CAT.
           IF WS-IX-CERT > 20
              GO TO 0155-FIN-LEE-CERTIF-CAT
           END-IF
           READ CERTIF-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-CERTIF
                   GO TO 0155-FIN-LEE-CERTIF-CAT
           END-READ
           MOVE REG-CERT-CAT-COD
                     TO WS-TAB-CERT-COD (WS-IX-CERT)
           MOVE REG-CERT-CAT-NOM
                     TO WS-TAB-CERT-NOM (WS-IX-CERT)
           MOVE REG-CERT-CAT-VIGENCIA
                     TO WS-TAB-CERT-VIGENCIA (WS-IX-CERT)
           SET WS-IX-CERT UP BY 1
           GO TO 0154-LEE-CERTIF-CAT.

       0155-FIN-LEE-CERTIF-CAT.
           CLOSE CERTIF-CFG.

       0156-ABRE-CERT-REQ.
           MOVE ZEROS TO WS-CANT-CRQ
           OPEN INPUT CERT-REQ-CFG
           IF WS-FILE-STATUS-CRQ NOT = "00"
              GO TO 015-FIN-CARGA-CATALOGOS
           END-IF
           GO TO 0157-LEE-CERT-REQ.

       0157-LEE-CERT-REQ.
           IF WS-CANT-CRQ >= 100
              GO TO 0158-FIN-LEE-CERT-REQ
           END-IF
           READ CERT-REQ-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-CRQ
                   GO TO 0158-FIN-LEE-CERT-REQ
           END-READ
           ADD 1 TO WS-CANT-CRQ
           MOVE REG-CRQ-PUESTO TO WS-TAB-CRQ-PUESTO (WS-CANT-CRQ)
           MOVE REG-CRQ-CERT   TO WS-TAB-CRQ-CERT (WS-CANT-CRQ)
           GO TO 0157-LEE-CERT-REQ.

       0158-FIN-LEE-CERT-REQ.
           CLOSE CERT-REQ-CFG.

       015-FIN-CARGA-CATALOGOS.
           CONTINUE.

      * -------------------------------------------------------------- *
      * 020-LEE-EMPLEADO - CADA EMPLEADO QUE NO ESTA DADO DE BAJA SE   *
      *                REVISA CONTRA LAS OBLIGATORIAS DE SU PUESTO     *
      * -------------------------------------------------------------- *
       020-LEE-EMPLEADO.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-ARCHIVO
           END-READ
           IF WS-FIN-ARCHIVO
              GO TO 090-IMPRIME-REPORTE
           END-IF
           IF WS-NUMERO-EMP = 99999
              GO TO 020-LEE-EMPLEADO
           END-IF
           IF WS-STATUS-EMP = 3
              GO TO 020-LEE-EMPLEADO
           END-IF
           ADD 1 TO WS-CANT-EMPLEADOS
           PERFORM 030-REVISA-REQUISITO THRU 030-FIN-REVISA-REQUISITO
               VARYING WS-IX-CRQ FROM 1 BY 1
               UNTIL WS-IX-CRQ > WS-CANT-CRQ
           GO TO 020-LEE-EMPLEADO.

       030-REVISA-REQUISITO.
           IF WS-TAB-CRQ-PUESTO (WS-IX-CRQ) NOT = WS-PUESTO-EMP
              GO TO 030-FIN-REVISA-REQUISITO
           END-IF
           MOVE "F"   TO WS-SITUACION-CALC
           MOVE ZEROS TO REG-CEM-FECHA-VENCE
           IF WS-HAY-CERT-EMP
              MOVE WS-NUMERO-EMP               TO REG-CEM-EMPLEADO
              MOVE WS-TAB-CRQ-CERT (WS-IX-CRQ) TO REG-CEM-CERT
              READ CERT-EMPLEADOS
                  INVALID KEY
                      MOVE ZEROS TO REG-CEM-FECHA-VENCE
                  NOT INVALID KEY
                      PERFORM 040-CALCULA-SITUACION
              END-READ
           END-IF
           IF WS-SITUACION-CALC = SPACES
              GO TO 030-FIN-REVISA-REQUISITO
           END-IF
           IF WS-CANT-INCUMPLE >= 500
              IF NOT WS-TABLA-LLENA
                 DISPLAY "PROG0085: MAS DE 500 INCUMPLIMIENTOS; EL "
                         "REPORTE QUEDA INCOMPLETO"
                 MOVE "S" TO WS-SW-TABLA-LLENA
              END-IF
              GO TO 030-FIN-REVISA-REQUISITO
           END-IF
           ADD 1 TO WS-CANT-INCUMPLE
           SET WS-IX-INC TO WS-CANT-INCUMPLE
           MOVE WS-DEPTO-EMP      TO WS-TAB-INC-DEPTO (WS-IX-INC)
           MOVE WS-NUMERO-EMP     TO WS-TAB-INC-EMPLEADO (WS-IX-INC)
           MOVE WS-NOMBRE-EMP     TO WS-TAB-INC-NOMBRE (WS-IX-INC)
           MOVE WS-TAB-CRQ-CERT (WS-IX-CRQ)
                                  TO WS-TAB-INC-CERT (WS-IX-INC)
           MOVE WS-SITUACION-CALC TO WS-TAB-INC-SITUACION (WS-IX-INC)
           MOVE REG-CEM-FECHA-VENCE
                                  TO WS-TAB-INC-VENCE (WS-IX-INC).

       030-FIN-REVISA-REQUISITO.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-CALCULA-SITUACION - LA TIENE: VENCIDA, POR VENCER DENTRO   *
      *                DE WS-DIAS-AVISO, O EN ORDEN (ESPACIOS)         *
      * -------------------------------------------------------------- *
       040-CALCULA-SITUACION.
           MOVE SPACES TO WS-SITUACION-CALC
           IF REG-CEM-FECHA-VENCE NOT = ZEROS
              IF REG-CEM-FECHA-VENCE < WS-FECHA-HOY-CCYYMMDD
                 MOVE "V" TO WS-SITUACION-CALC
              ELSE
                 MOVE WS-FECHA-HOY-CCYYMMDD TO WS-FECHA-DESDE
                 MOVE REG-CEM-FECHA-VENCE   TO WS-FECHA-HASTA
                 PERFORM 050-DIAS-ENTRE
                 IF WS-DIAS NOT > WS-DIAS-AVISO
                    MOVE "P" TO WS-SITUACION-CALC
                 END-IF
              END-IF
           END-IF.

      * -------------------------------------------------------------- *
      * 050-DIAS-ENTRE - DIAS DE WS-FECHA-DESDE A WS-FECHA-HASTA CON   *
      *                ANIOS DE 360 DIAS Y MESES DE 30 (PROG0046)      *
      * -------------------------------------------------------------- *
       050-DIAS-ENTRE.
           COMPUTE WS-DIAS =
                   ((WS-FH-ANIO - WS-FD-ANIO) * 360)
                   + ((WS-FH-MES - WS-FD-MES) * 30)
                   + (WS-FH-DIA - WS-FD-DIA)
           IF WS-DIAS < ZEROS
              MOVE ZEROS TO WS-DIAS
           END-IF.

      * -------------------------------------------------------------- *
      * 090-IMPRIME-REPORTE - UNA PAGINA POR DEPARTAMENTO DEL CATALOGO *
      *                CON INCUMPLIMIENTOS Y SUS TOTALES               *
      * -------------------------------------------------------------- *
       090-IMPRIME-REPORTE.
           CLOSE EMPLEADOS
           IF WS-HAY-CERT-EMP
              CLOSE CERT-EMPLEADOS
           END-IF
           DISPLAY "PROG0085: EMPLEADOS REVISADOS: " WS-CANT-EMPLEADOS
           IF WS-CANT-INCUMPLE = ZEROS
              DISPLAY "PROG0085: TODOS CUMPLEN SUS CERTIFICACIONES"
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA  TO WS-TIT-DIA
           MOVE WS-HOY-MES  TO WS-TIT-MES
           MOVE WS-HOY-ANIO TO WS-TIT-ANIO
           PERFORM 091-IMPRIME-UN-DEPTO THRU 091-FIN-IMPRIME-UN-DEPTO
               VARYING WS-IX-DEPTO FROM 1 BY 1
               UNTIL WS-IX-DEPTO > 10
                  OR WS-TAB-DEPTO-COD (WS-IX-DEPTO) = 999
           CLOSE REPORTE
           DISPLAY "PROG0085: INCUMPLIMIENTOS: " WS-CANT-INCUMPLE
           DISPLAY "PROG0085: REPORTE EN 04-REP-CUMPLIMIENTO-CERT"
           GOBACK.

       091-IMPRIME-UN-DEPTO.
           MOVE WS-TAB-DEPTO-COD (WS-IX-DEPTO) TO WS-DEPTO-EN-CURSO
           MOVE ZEROS TO WS-TOT-FALTAN
                         WS-TOT-VENCIDAS
                         WS-TOT-POR-VENCER
           PERFORM 092-CUENTA-DEPTO
               VARYING WS-IX-INC FROM 1 BY 1
               UNTIL WS-IX-INC > WS-CANT-INCUMPLE
           IF WS-TOT-FALTAN = ZEROS
              AND WS-TOT-VENCIDAS = ZEROS
              AND WS-TOT-POR-VENCER = ZEROS
                 GO TO 091-FIN-IMPRIME-UN-DEPTO
           END-IF
           WRITE REG-REPORTE FROM WS-REP-TITULO
                 AFTER ADVANCING PAGE
           MOVE WS-DEPTO-EN-CURSO TO WS-TITDEP-COD
           MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO) TO WS-TITDEP-NOM
           WRITE REG-REPORTE FROM WS-REP-TITULO-DEPTO
                 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-REP-GUIONES
                 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-REP-COLUMNAS
                 AFTER ADVANCING 1
           PERFORM 093-IMPRIME-DETALLE
               VARYING WS-IX-INC FROM 1 BY 1
               UNTIL WS-IX-INC > WS-CANT-INCUMPLE
           WRITE REG-REPORTE FROM WS-REP-GUIONES
                 AFTER ADVANCING 1
           MOVE WS-TOT-FALTAN     TO WS-TOT-ED-FALTAN
           MOVE WS-TOT-VENCIDAS   TO WS-TOT-ED-VENCIDAS
           MOVE WS-TOT-POR-VENCER TO WS-TOT-ED-POR-VENCER
           WRITE REG-REPORTE FROM WS-REP-TOTALES
                 AFTER ADVANCING 1.

       091-FIN-IMPRIME-UN-DEPTO.
           EXIT.

       092-CUENTA-DEPTO.
           IF WS-TAB-INC-DEPTO (WS-IX-INC) = WS-DEPTO-EN-CURSO
              IF WS-TAB-INC-FALTA (WS-IX-INC)
                 ADD 1 TO WS-TOT-FALTAN
              END-IF
              IF WS-TAB-INC-VENCIDA (WS-IX-INC)
                 ADD 1 TO WS-TOT-VENCIDAS
              END-IF
              IF WS-TAB-INC-POR-VENCER (WS-IX-INC)
                 ADD 1 TO WS-TOT-POR-VENCER
              END-IF
           END-IF.

       093-IMPRIME-DETALLE.
           IF WS-TAB-INC-DEPTO (WS-IX-INC) = WS-DEPTO-EN-CURSO
              MOVE WS-TAB-INC-EMPLEADO (WS-IX-INC) TO WS-DET-EMPLEADO
              MOVE WS-TAB-INC-NOMBRE (WS-IX-INC)   TO WS-DET-NOMBRE
              MOVE WS-TAB-INC-CERT (WS-IX-INC)     TO WS-DET-CERT
              SET WS-IX-CERT TO 1
              SEARCH ALL WS-TAB-CERT
                  AT END
                      MOVE "** NO REGISTRADA **" TO WS-DET-NOM-CERT
                  WHEN WS-TAB-CERT-COD (WS-IX-CERT)
                                         = WS-TAB-INC-CERT (WS-IX-INC)
                      MOVE WS-TAB-CERT-NOM (WS-IX-CERT)
                                         TO WS-DET-NOM-CERT
              END-SEARCH
              MOVE SPACES TO WS-DET-VENCE
              IF WS-TAB-INC-FALTA (WS-IX-INC)
                 MOVE "FALTA"      TO WS-DET-SITUACION
              END-IF
              IF WS-TAB-INC-VENCIDA (WS-IX-INC)
                 MOVE "VENCIDA"    TO WS-DET-SITUACION
                 MOVE WS-TAB-INC-VENCE (WS-IX-INC) TO WS-DET-VENCE
              END-IF
              IF WS-TAB-INC-POR-VENCER (WS-IX-INC)
                 MOVE "POR VENCER" TO WS-DET-SITUACION
                 MOVE WS-TAB-INC-VENCE (WS-IX-INC) TO WS-DET-VENCE
              END-IF
              WRITE REG-REPORTE FROM WS-REP-DETALLE
                    AFTER ADVANCING 1
           END-IF.

       END PROGRAM PROG0085.
