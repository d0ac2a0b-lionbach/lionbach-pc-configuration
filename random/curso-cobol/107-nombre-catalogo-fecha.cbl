       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0104.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: SUBPROGRAMA COMPARTIDO, AL ESTILO DE PROG0075, QUE   *
      *           DA EL NOMBRE QUE TENIA UN DEPARTAMENTO O UN PUESTO   *
      *           A UNA FECHA. RECIBE EN WS-CONSULTA-CATALOGO          *
      *           (WCATVWS) EL CATALOGO, EL CODIGO Y LA FECHA; BUSCA   *
      *           EL CODIGO EN 04-DEPTOS O 04-PUESTOS Y, SI LA FECHA   *
      *           ES ANTERIOR A LA VIGENCIA DEL NOMBRE ACTUAL, EN LOS  *
      *           NOMBRES ANTERIORES DE 04-HIST-CATALOGOS. ASI LOS     *
      *           REPORTES SOBRE UN RANGO PASADO MUESTRAN EL NOMBRE DE *
      *           ENTONCES Y NO EL DE HOY                              *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT PUESTOS-CFG ASSIGN TO "04-PUESTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PUESTOS.
           SELECT HIST-CATALOGOS ASSIGN TO "04-HIST-CATALOGOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-HCA.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  PUESTOS-CFG
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPUESFD.
       FD  HIST-CATALOGOS
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHCATFD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-PUESTOS  PIC X(02).
       01 WS-FILE-STATUS-HCA      PIC X(02).

      * -------------------------------------------------------------- *
      * VIGENCIA DEL NOMBRE ACTUAL DEL CODIGO; LOS RENGLONES VIEJOS    *
      * SIN FECHAS CUENTAN COMO VIGENTES DESDE SIEMPRE Y ABIERTOS      *
      * -------------------------------------------------------------- *
       01 WS-VIG-DESDE            PIC 9(08)    VALUE ZEROS.
       01 WS-VIG-HASTA            PIC 9(08)    VALUE 99999999.
       01 WS-DESDE-MENOR          PIC 9(08)    VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-CONSULTA-CATALOGO.
           05 LK-CCA-CATALOGO     PIC X(01).
           05 LK-CCA-CODIGO       PIC 9(03).
           05 LK-CCA-FECHA        PIC 9(08).
           05 LK-CCA-NOMBRE       PIC X(20).
           05 LK-CCA-SITUACION    PIC X(01).

       PROCEDURE DIVISION USING LK-CONSULTA-CATALOGO.
       010-INICIO.
           MOVE SPACES   TO LK-CCA-NOMBRE
           MOVE "X"      TO LK-CCA-SITUACION
           MOVE ZEROS    TO WS-VIG-DESDE
           MOVE 99999999 TO WS-VIG-HASTA
           IF LK-CCA-CATALOGO = "P"
              GO TO 020-ABRE-PUESTOS
           END-IF
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0104: NO SE PUDO ABRIR 04-DEPTOS, STATUS "
                      WS-FILE-STATUS-DEPTOS
              GO TO 100-FIN
           END-IF
           GO TO 015-LEE-DEPTO.

       015-LEE-DEPTO.
           READ DEPTOS-CFG
               AT END
                   CLOSE DEPTOS-CFG
                   GO TO 100-FIN
           END-READ
           IF REG-DEPTO-CAT-COD NOT = LK-CCA-CODIGO
              GO TO 015-LEE-DEPTO
           END-IF
           MOVE REG-DEPTO-CAT-NOM TO LK-CCA-NOMBRE
           IF REG-DEPTO-CAT-DESDE NUMERIC
              MOVE REG-DEPTO-CAT-DESDE TO WS-VIG-DESDE
           END-IF
           IF REG-DEPTO-CAT-HASTA NUMERIC
              AND REG-DEPTO-CAT-HASTA NOT = ZEROS
                 MOVE REG-DEPTO-CAT-HASTA TO WS-VIG-HASTA
           END-IF
           CLOSE DEPTOS-CFG
           GO TO 030-UBICA-VERSION.

       020-ABRE-PUESTOS.
           OPEN INPUT PUESTOS-CFG
           IF WS-FILE-STATUS-PUESTOS NOT = "00"
              DISPLAY "PROG0104: NO SE PUDO ABRIR 04-PUESTOS, STATUS "
                      WS-FILE-STATUS-PUESTOS
              GO TO 100-FIN
           END-IF
           GO TO 021-LEE-PUESTO.

       021-LEE-PUESTO.
           READ PUESTOS-CFG
               AT END
                   CLOSE PUESTOS-CFG
                   GO TO 100-FIN
           END-READ
           IF REG-PUESTO-CAT-COD NOT = LK-CCA-CODIGO
              GO TO 021-LEE-PUESTO
           END-IF
           MOVE REG-PUESTO-CAT-NOM TO LK-CCA-NOMBRE
           IF REG-PUESTO-CAT-DESDE NUMERIC
              MOVE REG-PUESTO-CAT-DESDE TO WS-VIG-DESDE
           END-IF
           IF REG-PUESTO-CAT-HASTA NUMERIC
              AND REG-PUESTO-CAT-HASTA NOT = ZEROS
                 MOVE REG-PUESTO-CAT-HASTA TO WS-VIG-HASTA
           END-IF
           CLOSE PUESTOS-CFG
           GO TO 030-UBICA-VERSION.

      * -------------------------------------------------------------- *
      * 030-UBICA-VERSION - EL NOMBRE ACTUAL VALE DE SU FECHA DESDE    *
      *                HASTA EL CIERRE (SIN INCLUIRLO); DESPUES DEL    *
      *                CIERRE SE DA EL ULTIMO NOMBRE COMO CERRADO.     *
      *                ANTES DE SU FECHA DESDE SE BUSCA EN LOS NOMBRES *
      *                ANTERIORES EL QUE CUBRE LA FECHA; SI NINGUNO LA *
      *                CUBRE EL CODIGO AUN NO EXISTIA Y SE DA EL       *
      *                NOMBRE MAS VIEJO QUE SE CONOCE                  *
      * -------------------------------------------------------------- *
       030-UBICA-VERSION.
           IF LK-CCA-FECHA NOT < WS-VIG-HASTA
              MOVE "C" TO LK-CCA-SITUACION
              GO TO 100-FIN
           END-IF
           IF LK-CCA-FECHA NOT < WS-VIG-DESDE
              MOVE "V" TO LK-CCA-SITUACION
              GO TO 100-FIN
           END-IF
           MOVE "N"          TO LK-CCA-SITUACION
           MOVE WS-VIG-DESDE TO WS-DESDE-MENOR
           OPEN INPUT HIST-CATALOGOS
           IF WS-FILE-STATUS-HCA NOT = "00"
              GO TO 100-FIN
           END-IF
           GO TO 040-LEE-HISTORIA.

       040-LEE-HISTORIA.
           READ HIST-CATALOGOS
               AT END
                   CLOSE HIST-CATALOGOS
                   GO TO 100-FIN
           END-READ
           IF REG-HCA-CATALOGO NOT = LK-CCA-CATALOGO
              OR REG-HCA-CODIGO NOT = LK-CCA-CODIGO
                 GO TO 040-LEE-HISTORIA
           END-IF
           IF LK-CCA-FECHA NOT < REG-HCA-DESDE
              AND LK-CCA-FECHA < REG-HCA-HASTA
                 MOVE REG-HCA-NOMBRE TO LK-CCA-NOMBRE
                 MOVE "V"            TO LK-CCA-SITUACION
                 CLOSE HIST-CATALOGOS
                 GO TO 100-FIN
           END-IF
           IF REG-HCA-DESDE < WS-DESDE-MENOR
              MOVE REG-HCA-DESDE  TO WS-DESDE-MENOR
              MOVE REG-HCA-NOMBRE TO LK-CCA-NOMBRE
           END-IF
           GO TO 040-LEE-HISTORIA.

       100-FIN.
           GOBACK.

       END PROGRAM PROG0104.
