       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0081.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: REPORTE DE PLAZAS VACANTES DE 04-PLAZAS (VER WPLZFD):*
      *           CADA PLAZA AUTORIZADA SIN OCUPANTE CON SU            *
      *           DEPARTAMENTO, PUESTO, SALARIO PRESUPUESTADO, DESDE   *
      *           CUANDO ESTA VACANTE Y CUANTOS DIAS LLEVA ASI. LOS    *
      *           DIAS SE CALCULAN CON MESES DE 30 DIAS, IGUAL QUE LA  *
      *           ANTIGUEDAD DE BAJAS PENDIENTES DE PROG0046. AL FINAL *
      *           EL TOTAL DE VACANTES Y SU COSTO MENSUAL              *
      *           PRESUPUESTADO. LAS PLAZAS CANCELADAS NO SALEN        *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZAS ASSIGN TO "04-PLAZAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-PLZ-NUMERO
           FILE STATUS IS WS-FILE-STATUS-PLZ.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT PUESTOS-CFG ASSIGN TO "04-PUESTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PUESTOS.
           SELECT REPORTE ASSIGN TO "04-REP-PLAZAS-VACANTES".

       DATA DIVISION.
       FILE SECTION.
       FD  PLAZAS
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPLZFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  PUESTOS-CFG
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPUESFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY WDEPTOS.
       COPY WPUESTOS.

       01 WS-FILE-STATUS-PLZ      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-PUESTOS  PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-PLAZAS    PIC X(01)    VALUE "N".
               88 WS-FIN-PLAZAS               VALUE "S".
           05 WS-SW-FIN-DEPTOS    PIC X(01)    VALUE "N".
           05 WS-SW-FIN-PUESTOS   PIC X(01)    VALUE "N".

       01 WS-FECHA-HOY.
           05 FILLER              PIC X(02).
           05 WS-HOY-DIA          PIC 9(02).
           05 WS-HOY-MES          PIC 9(02).
           05 WS-HOY-ANIO         PIC 9(04).

       01 WS-DIA-SEMANA-HOY       PIC 9(01).

       01 WS-FECHA-VAC-DESGL-G.
           05 WS-FV-ANIO          PIC 9(04).
           05 WS-FV-MES           PIC 9(02).
           05 WS-FV-DIA           PIC 9(02).

       01 WS-FECHA-VAC-DESGLOSE REDEFINES WS-FECHA-VAC-DESGL-G
                                  PIC 9(08).

       01 WS-DIAS-VACANTE         PIC S9(05)   VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-PLAZAS      PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-OCUPADAS    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-VACANTES    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-CANCELADAS  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-SALARIO-VAC  PIC 9(09)V99  VALUE ZEROS.

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
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-TIT-2            PIC X(38)
                        VALUE "PLAZAS VACANTES".
           05 FILLER              PIC X(11)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 FILLER              PIC X(07)    VALUES "PLAZA".
           05 FILLER              PIC X(25)    VALUES "DEPARTAMENTO".
           05 FILLER              PIC X(23)    VALUES "PUESTO".
           05 FILLER              PIC X(15)    VALUES "PRESUPUESTO".
           05 FILLER              PIC X(10)    VALUES "DESDE".
           05 FILLER              PIC X(05)    VALUES "DIAS".

       01 WS-DETALLE.
           05 FILLER              PIC X(01).
           05 WS-DET-PLAZA        PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOM-DEPTO    PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-PUESTO       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOM-PUESTO   PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DESDE        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DIAS         PIC ZZZZ9.
           05 FILLER              PIC X(46)    VALUE SPACES.

       01 WS-LINEA-RESUMEN.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(10)    VALUE "PLAZAS:   ".
           05 WS-RES-PLAZAS       PIC ZZ,ZZ9.
           05 FILLER              PIC X(13)    VALUE "   OCUPADAS: ".
           05 WS-RES-OCUPADAS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(13)    VALUE "   VACANTES: ".
           05 WS-RES-VACANTES     PIC ZZ,ZZ9.
           05 FILLER              PIC X(24)
                        VALUE "   COSTO MENSUAL VAC.: ".
           05 WS-RES-SALARIO      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(39)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PROG0081: REPORTE DE PLAZAS VACANTES"
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           PERFORM 015-CARGA-CATALOGOS THRU 015-FIN-CARGA-CATALOGOS
           OPEN INPUT PLAZAS
           IF WS-FILE-STATUS-PLZ NOT = "00"
              DISPLAY "PROG0081: SIN 04-PLAZAS, STATUS "
                      WS-FILE-STATUS-PLZ "; NADA QUE REPORTAR"
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA  TO WS-TIT-2-DIA
           MOVE WS-HOY-MES  TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO TO WS-TIT-2-ANIO
           PERFORM 005-IMPRIME-ENCABEZADOS
           GO TO 020-LEE.

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
      * 015-CARGA-CATALOGOS - LEE 04-DEPTOS Y 04-PUESTOS Y LLENA LAS   *
      *                       TABLAS EN MEMORIA (VER PROG0010 PARA     *
      *                       MANTENER LOS CATALOGOS)                  *
      * -------------------------------------------------------------- *
       015-CARGA-CATALOGOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0081: NO SE PUDO ABRIR 04-DEPTOS: "
                      WS-FILE-STATUS-DEPTOS
              GO TO 0153-ABRE-PUESTOS-CAT
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

       0153-ABRE-PUESTOS-CAT.
           SET WS-IX-PUESTO TO 1
           OPEN INPUT PUESTOS-CFG
           IF WS-FILE-STATUS-PUESTOS NOT = "00"
              DISPLAY "PROG0081: NO SE PUDO ABRIR 04-PUESTOS: "
                      WS-FILE-STATUS-PUESTOS
              GO TO 015-FIN-CARGA-CATALOGOS
           END-IF
           GO TO 0154-LEE-PUESTO-CAT.

       0154-LEE-PUESTO-CAT.
           IF WS-IX-PUESTO > 10
              GO TO 0155-FIN-LEE-PUESTO-CAT
           END-IF
           READ PUESTOS-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-PUESTOS
                   GO TO 0155-FIN-LEE-PUESTO-CAT
           END-READ
           MOVE REG-PUESTO-CAT-COD
                     TO WS-TAB-PUESTO-COD (WS-IX-PUESTO)
           MOVE REG-PUESTO-CAT-NOM
                     TO WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
           SET WS-IX-PUESTO UP BY 1
           GO TO 0154-LEE-PUESTO-CAT.

       0155-FIN-LEE-PUESTO-CAT.
           CLOSE PUESTOS-CFG.

       015-FIN-CARGA-CATALOGOS.
           CONTINUE.

       020-LEE.
           READ PLAZAS
               AT END
                   MOVE "S" TO WS-SW-FIN-PLAZAS
                   GO TO 090-FIN-LECTURA
           END-READ
           IF REG-PLZ-CANCELADA
              ADD 1 TO WS-CONT-CANCELADAS
              GO TO 020-LEE
           END-IF
           ADD 1 TO WS-CONT-PLAZAS
           IF REG-PLZ-OCUPADA
              ADD 1 TO WS-CONT-OCUPADAS
              GO TO 020-LEE
           END-IF
           ADD 1 TO WS-CONT-VACANTES
           ADD REG-PLZ-SALARIO TO WS-TOT-SALARIO-VAC
           PERFORM 030-CALCULA-DIAS
           PERFORM 040-IMPRIME-VACANTE
           GO TO 020-LEE.

      * -------------------------------------------------------------- *
      * 030-CALCULA-DIAS - DIAS QUE LLEVA VACANTE, CON ANIOS DE 360 Y  *
      *                MESES DE 30 DIAS                                *
      * -------------------------------------------------------------- *
       030-CALCULA-DIAS.
           MOVE REG-PLZ-FECHA-VACANTE TO WS-FECHA-VAC-DESGLOSE
           COMPUTE WS-DIAS-VACANTE =
                   ((WS-HOY-ANIO - WS-FV-ANIO) * 360)
                   + ((WS-HOY-MES - WS-FV-MES) * 30)
                   + (WS-HOY-DIA - WS-FV-DIA)
           IF WS-DIAS-VACANTE < ZEROS
              MOVE ZEROS TO WS-DIAS-VACANTE
           END-IF.

       040-IMPRIME-VACANTE.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   MOVE "** SIN DEPTO **" TO WS-DET-NOM-DEPTO
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = REG-PLZ-DEPTO
                   MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
                                  TO WS-DET-NOM-DEPTO
           END-SEARCH
           SET WS-IX-PUESTO TO 1
           SEARCH ALL WS-TAB-PUESTO
               AT END
                   MOVE "** SIN PUESTO **"
                                  TO WS-DET-NOM-PUESTO
               WHEN WS-TAB-PUESTO-COD (WS-IX-PUESTO) = REG-PLZ-PUESTO
                   MOVE WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
                                  TO WS-DET-NOM-PUESTO
           END-SEARCH
           MOVE REG-PLZ-NUMERO        TO WS-DET-PLAZA
           MOVE REG-PLZ-DEPTO         TO WS-DET-DEPTO
           MOVE REG-PLZ-PUESTO        TO WS-DET-PUESTO
           MOVE REG-PLZ-SALARIO       TO WS-DET-SALARIO
           MOVE REG-PLZ-FECHA-VACANTE TO WS-DET-DESDE
           MOVE WS-DIAS-VACANTE       TO WS-DET-DIAS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       090-FIN-LECTURA.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE WS-CONT-PLAZAS     TO WS-RES-PLAZAS
           MOVE WS-CONT-OCUPADAS   TO WS-RES-OCUPADAS
           MOVE WS-CONT-VACANTES   TO WS-RES-VACANTES
           MOVE WS-TOT-SALARIO-VAC TO WS-RES-SALARIO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN AFTER ADVANCING 1
           CLOSE PLAZAS
                 REPORTE
           DISPLAY "PROG0081: PLAZAS AUTORIZADAS: " WS-CONT-PLAZAS
           DISPLAY "PROG0081: PLAZAS VACANTES   : " WS-CONT-VACANTES
           DISPLAY "PROG0081: PLAZAS CANCELADAS : " WS-CONT-CANCELADAS
           GOBACK.

       END PROGRAM PROG0081.
