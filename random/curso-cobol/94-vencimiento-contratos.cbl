       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0091.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: PASO NOCTURNO (VER 04-PLAN-NOCTURNO) QUE AVISA LOS   *
      *           CONTRATOS TEMPORALES DE 04-CONTRATOS (VER WCTRFD)    *
      *           QUE TERMINAN DENTRO DE LOS PROXIMOS WS-DIAS-AVISO    *
      *           DIAS, Y LOS YA VENCIDOS DE EMPLEADOS QUE SIGUEN      *
      *           ACTIVOS, CON UNA PAGINA POR SUPERVISOR               *
      *           (REG-EMP-SUPERVISOR) PARA QUE CADA UNO DECIDA A      *
      *           TIEMPO SI SE RENUEVAN O SE TERMINAN (PROG0090). LOS  *
      *           QUE YA TIENEN LA BAJA SOLICITADA SALEN MARCADOS. LOS *
      *           DIAS SE CUENTAN CON MESES DE 30 (COMO PROG0085)      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO "04-CONTRATOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-CTR-EMPLEADO
           FILE STATUS IS WS-FILE-STATUS-CTR.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT ARCHIVO-ORDEN ASSIGN TO "SORTWK8".
           SELECT REPORTE ASSIGN TO "04-REP-VENCE-CONTRATOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCTRFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.

      * -------------------------------------------------------------- *
      * ARCHIVO-ORDEN - TRABAJO DE SORT: SUPERVISOR + TERMINO COMO     *
      *                 LLAVES, CON LOS DATOS DEL CONTRATO Y DEL       *
      *                 EMPLEADO PARA EL REPORTE                       *
      * -------------------------------------------------------------- *
       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05  REG-ORD-SUPERVISOR PIC 9(05).
           05  REG-ORD-FECHA-FIN  PIC 9(08).
           05  REG-ORD-EMPLEADO   PIC 9(05).
           05  REG-ORD-NOMBRE     PIC X(30).
           05  REG-ORD-TIPO       PIC X(01).
               88  REG-ORD-PROYECTO           VALUE "P".
           05  REG-ORD-RENOVACIONES
                                  PIC 9(02).
           05  REG-ORD-DIAS       PIC 9(03).
           05  REG-ORD-SITUACION  PIC X(01).
               88  REG-ORD-POR-VENCER         VALUE "P".
               88  REG-ORD-VENCIDO            VALUE "V".
               88  REG-ORD-BAJA-SOLICITADA    VALUE "T".

       FD  REPORTE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CTR      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-REP      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-CTR       PIC X(01)    VALUE "N".
               88 WS-FIN-CTR                  VALUE "S".
           05 WS-SW-FIN-ORDEN     PIC X(01)    VALUE "N".
               88 WS-FIN-ORDEN                VALUE "S".

      * VENTANA DEL AVISO, EN DIAS A PARTIR DE HOY
       01 WS-DIAS-AVISO           PIC 9(03)    VALUE 015.

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

       01 WS-CONTADORES.
           05 WS-CONT-CONTRATOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-AVISADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SUPERVISOR  PIC 9(03)    VALUE ZEROS.

       01 WS-SUPERVISOR-EN-CURSO  PIC 9(05)    VALUE ZEROS.

       01 WS-REP-TITULO.
           05 FILLER              PIC X(08)    VALUE " FECHA: ".
           05 WS-TIT-DIA          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(33)
                   VALUE "CONTRATOS TEMPORALES POR TERMINAR".
           05 FILLER              PIC X(14)    VALUE "  DIAS AVISO: ".
           05 WS-TIT-DIAS-AVISO   PIC ZZ9.
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
           05 FILLER              PIC X(10)    VALUE "TIPO".
           05 FILLER              PIC X(10)    VALUE "TERMINO".
           05 FILLER              PIC X(05)    VALUE "DIAS".
           05 FILLER              PIC X(04)    VALUE "REN".
           05 FILLER              PIC X(17)    VALUE "SITUACION".

       01 WS-REP-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-EMPLEADO     PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(25).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-TIPO         PIC X(09).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-TERMINO      PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DIAS         PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-RENOVACIONES PIC Z9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-SITUACION    PIC X(15).
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-REP-TOTALES.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(11)    VALUE "CONTRATOS: ".
           05 WS-TOT-ED-CONTRATOS PIC ZZ9.
           05 FILLER              PIC X(64)    VALUE SPACES.

       01 WS-REP-SIN-DATOS.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(50)
             VALUE "NINGUN CONTRATO TEMPORAL TERMINA EN LA VENTANA".
           05 FILLER              PIC X(28)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           OPEN INPUT CONTRATOS
           IF WS-FILE-STATUS-CTR = "35"
              DISPLAY "PROG0091: SIN 04-CONTRATOS; NADA QUE AVISAR"
              GOBACK
           END-IF
           IF WS-FILE-STATUS-CTR NOT = "00"
              DISPLAY "PROG0091: NO SE PUDO ABRIR 04-CONTRATOS, STATUS "
                      WS-FILE-STATUS-CTR
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0091: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              CLOSE CONTRATOS
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA    TO WS-TIT-DIA
           MOVE WS-HOY-MES    TO WS-TIT-MES
           MOVE WS-HOY-ANIO   TO WS-TIT-ANIO
           MOVE WS-DIAS-AVISO TO WS-TIT-DIAS-AVISO
           SORT ARCHIVO-ORDEN
               ON ASCENDING KEY REG-ORD-SUPERVISOR
               ON ASCENDING KEY REG-ORD-FECHA-FIN
               ON ASCENDING KEY REG-ORD-EMPLEADO
               INPUT PROCEDURE 020-ALIMENTA-SORT
                               THRU 020-FIN-ALIMENTA
               OUTPUT PROCEDURE 040-IMPRIME-SUPERVISORES
                               THRU 040-FIN-IMPRIME
           IF WS-CONT-AVISADOS = ZEROS
              WRITE REG-REPORTE FROM WS-REP-TITULO
                    AFTER ADVANCING PAGE
              WRITE REG-REPORTE FROM WS-REP-GUIONES
                    AFTER ADVANCING 1
              WRITE REG-REPORTE FROM WS-REP-SIN-DATOS
                    AFTER ADVANCING 1
           END-IF
           CLOSE CONTRATOS
           CLOSE EMPLEADOS
           CLOSE REPORTE
           DISPLAY "PROG0091: CONTRATOS REVISADOS : " WS-CONT-CONTRATOS
           DISPLAY "PROG0091: CONTRATOS AVISADOS  : " WS-CONT-AVISADOS
           DISPLAY "PROG0091: REPORTE EN 04-REP-VENCE-CONTRATOS"
           GOBACK.

      * -------------------------------------------------------------- *
      * 020-ALIMENTA-SORT - SUELTA AL SORT CADA CONTRATO TEMPORAL QUE  *
      *                TERMINA DENTRO DE LA VENTANA O YA VENCIO, SI EL *
      *                EMPLEADO EXISTE Y NO ESTA DADO DE BAJA          *
      * -------------------------------------------------------------- *
       020-ALIMENTA-SORT.
           GO TO 021-LEE-CONTRATO.

       021-LEE-CONTRATO.
           READ CONTRATOS
               AT END
                   MOVE "S" TO WS-SW-FIN-CTR
                   GO TO 020-FIN-ALIMENTA
           END-READ
           ADD 1 TO WS-CONT-CONTRATOS
           IF REG-CTR-INDETERMINADO
              OR REG-CTR-FECHA-FIN = ZEROS
                 GO TO 021-LEE-CONTRATO
           END-IF
           MOVE ZEROS TO WS-DIAS
           IF REG-CTR-FECHA-FIN NOT < WS-FECHA-HOY-CCYYMMDD
              MOVE WS-FECHA-HOY-CCYYMMDD TO WS-FECHA-DESDE
              MOVE REG-CTR-FECHA-FIN     TO WS-FECHA-HASTA
              PERFORM 050-DIAS-ENTRE
              IF WS-DIAS > WS-DIAS-AVISO
                 GO TO 021-LEE-CONTRATO
              END-IF
           END-IF
           MOVE REG-CTR-EMPLEADO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   GO TO 021-LEE-CONTRATO
           END-READ
           IF REG-EMP-STATUS = 3
              GO TO 021-LEE-CONTRATO
           END-IF
           MOVE REG-EMP-SUPERVISOR   TO REG-ORD-SUPERVISOR
           MOVE REG-CTR-FECHA-FIN    TO REG-ORD-FECHA-FIN
           MOVE REG-CTR-EMPLEADO     TO REG-ORD-EMPLEADO
           MOVE REG-EMP-NOMBRE       TO REG-ORD-NOMBRE
           MOVE REG-CTR-TIPO         TO REG-ORD-TIPO
           MOVE REG-CTR-RENOVACIONES TO REG-ORD-RENOVACIONES
           MOVE WS-DIAS              TO REG-ORD-DIAS
           IF REG-CTR-FECHA-FIN < WS-FECHA-HOY-CCYYMMDD
              MOVE "V" TO REG-ORD-SITUACION
           ELSE
              MOVE "P" TO REG-ORD-SITUACION
           END-IF
           IF REG-CTR-BAJA-SOLICITADA
              MOVE "T" TO REG-ORD-SITUACION
           END-IF
           RELEASE REG-ORDEN
           GO TO 021-LEE-CONTRATO.

       020-FIN-ALIMENTA.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-IMPRIME-SUPERVISORES - CON LOS CONTRATOS YA ORDENADOS POR  *
      *                SUPERVISOR Y TERMINO, UNA PAGINA POR SUPERVISOR *
      *                CON SU TOTAL AL CAMBIAR DE SUPERVISOR           *
      * -------------------------------------------------------------- *
       040-IMPRIME-SUPERVISORES.
           GO TO 041-SIGUIENTE.

       041-SIGUIENTE.
           RETURN ARCHIVO-ORDEN
               AT END
                   MOVE "S" TO WS-SW-FIN-ORDEN
                   IF WS-CONT-AVISADOS NOT = ZEROS
                      PERFORM 045-TOTAL-SUPERVISOR
                   END-IF
                   GO TO 040-FIN-IMPRIME
           END-RETURN
           IF WS-CONT-AVISADOS = ZEROS
              OR REG-ORD-SUPERVISOR NOT = WS-SUPERVISOR-EN-CURSO
                 IF WS-CONT-AVISADOS NOT = ZEROS
                    PERFORM 045-TOTAL-SUPERVISOR
                 END-IF
                 PERFORM 043-ENCABEZA-SUPERVISOR
           END-IF
           PERFORM 047-IMPRIME-DETALLE
           ADD 1 TO WS-CONT-AVISADOS
           ADD 1 TO WS-CONT-SUPERVISOR
           GO TO 041-SIGUIENTE.

       040-FIN-IMPRIME.
           EXIT.

       043-ENCABEZA-SUPERVISOR.
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

       045-TOTAL-SUPERVISOR.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
                 AFTER ADVANCING 1
           MOVE WS-CONT-SUPERVISOR TO WS-TOT-ED-CONTRATOS
           WRITE REG-REPORTE FROM WS-REP-TOTALES
                 AFTER ADVANCING 1.

       047-IMPRIME-DETALLE.
           MOVE REG-ORD-EMPLEADO     TO WS-DET-EMPLEADO
           MOVE REG-ORD-NOMBRE       TO WS-DET-NOMBRE
           IF REG-ORD-PROYECTO
              MOVE "PROYECTO"        TO WS-DET-TIPO
           ELSE
              MOVE "DETERMIN."       TO WS-DET-TIPO
           END-IF
           MOVE REG-ORD-FECHA-FIN    TO WS-DET-TERMINO
           MOVE REG-ORD-DIAS         TO WS-DET-DIAS
           MOVE REG-ORD-RENOVACIONES TO WS-DET-RENOVACIONES
           IF REG-ORD-POR-VENCER
              MOVE "POR TERMINAR"    TO WS-DET-SITUACION
           END-IF
           IF REG-ORD-VENCIDO
              MOVE "VENCIDO"         TO WS-DET-SITUACION
           END-IF
           IF REG-ORD-BAJA-SOLICITADA
              MOVE "BAJA SOLICITADA" TO WS-DET-SITUACION
           END-IF
           WRITE REG-REPORTE FROM WS-REP-DETALLE
                 AFTER ADVANCING 1.

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

       END PROGRAM PROG0091.
