       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0075.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: SUBPROGRAMA COMPARTIDO DE CONSULTA AL CATALOGO DE    *
      *           EMPRESAS (04-EMPRESAS, VER WEMPRFD), AL ESTILO DE    *
      *           PROG0040 PARA EL RFC: RECIBE EL CODIGO DE EMPRESA    *
      *           (ESPACIOS = 01) EN WS-DATOS-EMPRESA (WEMPRWS) Y      *
      *           REGRESA SU RAZON SOCIAL, RFC Y REGISTRO PATRONAL,    *
      *           CON OK = "S"/"N". MIENTRAS NO EXISTA EL CATALOGO     *
      *           (UNA SOLA EMPRESA, COMO SIEMPRE) LA EMPRESA 01 ES    *
      *           VALIDA Y CUALQUIER OTRA NO                           *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS-CFG ASSIGN TO "04-EMPRESAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-EMPR.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS-CFG
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPRFD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-EMPR     PIC X(02).

       LINKAGE SECTION.
       01 LK-DATOS-EMPRESA.
           05 LK-EMPR-CODIGO      PIC X(02).
           05 LK-EMPR-NOMBRE      PIC X(30).
           05 LK-EMPR-RFC         PIC X(12).
           05 LK-EMPR-REG-PATRONAL
                                  PIC X(11).
           05 LK-EMPR-OK          PIC X(01).

       PROCEDURE DIVISION USING LK-DATOS-EMPRESA.
       010-INICIO.
           MOVE "N"    TO LK-EMPR-OK
           MOVE SPACES TO LK-EMPR-NOMBRE
                          LK-EMPR-RFC
                          LK-EMPR-REG-PATRONAL
           IF LK-EMPR-CODIGO = SPACES
              MOVE "01" TO LK-EMPR-CODIGO
           END-IF
           OPEN INPUT EMPRESAS-CFG
           IF WS-FILE-STATUS-EMPR = "35"
              IF LK-EMPR-CODIGO = "01"
                 MOVE "S" TO LK-EMPR-OK
              END-IF
              GO TO 100-FIN
           END-IF
           IF WS-FILE-STATUS-EMPR NOT = "00"
              DISPLAY "PROG0075: NO SE PUDO ABRIR 04-EMPRESAS, STATUS "
                      WS-FILE-STATUS-EMPR
              GO TO 100-FIN
           END-IF
           GO TO 020-LEE-EMPRESA.

       020-LEE-EMPRESA.
           READ EMPRESAS-CFG
               AT END
                   GO TO 090-CIERRA
           END-READ
           IF REG-EMPR-CAT-COD NOT = LK-EMPR-CODIGO
              GO TO 020-LEE-EMPRESA
           END-IF
           MOVE REG-EMPR-CAT-NOM  TO LK-EMPR-NOMBRE
           MOVE REG-EMPR-CAT-RFC  TO LK-EMPR-RFC
           MOVE REG-EMPR-CAT-REG-PATRONAL
                                  TO LK-EMPR-REG-PATRONAL
           MOVE "S"               TO LK-EMPR-OK.

       090-CIERRA.
           CLOSE EMPRESAS-CFG.

       100-FIN.
           GOBACK.
       END PROGRAM PROG0075.
