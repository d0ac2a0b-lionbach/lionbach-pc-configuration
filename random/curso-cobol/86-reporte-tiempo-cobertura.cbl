       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0083.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: REPORTE DE TIEMPO DE COBERTURA POR DEPARTAMENTO, DE  *
      *           LAS FECHAS QUE PROG0082 GUARDA EN 04-REQUISICIONES   *
      *           (VER WREQFD) Y 04-CANDIDATOS (VER WCANFD):           *
      *           - REQUISICIONES ABIERTAS Y SUS DIAS PROMEDIO ABIERTAS*
      *           - CUBIERTAS, DIAS PROMEDIO Y MAXIMO DE LA APERTURA   *
      *             A LA ACEPTACION (EL TIEMPO DE COBERTURA)           *
      *           - CANCELADAS                                         *
      *           - CANDIDATOS Y DIAS PROMEDIO ENTRE ETAPAS: SOLICITUD *
      *             A ENTREVISTA, ENTREVISTA A OFERTA Y OFERTA A       *
      *             RESPUESTA                                          *
      *           LOS DIAS SE CUENTAN CON MESES DE 30 DIAS, COMO EN    *
      *           PROG0046. UN DEPTO QUE NO ESTA EN EL CATALOGO NO SE  *
      *           REPORTA (IGUAL QUE EN PROG0078)                      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISICIONES ASSIGN TO "04-REQUISICIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-REQ-NUMERO
           FILE STATUS IS WS-FILE-STATUS-REQ.
           SELECT CANDIDATOS ASSIGN TO "04-CANDIDATOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-CAN-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CAN.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT REPORTE ASSIGN TO "04-REP-TIEMPO-COBERTURA".

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISICIONES
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WREQFD.
       FD  CANDIDATOS
           RECORD CONTAINS 114 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCANFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY WDEPTOS.

       01 WS-FILE-STATUS-REQ      PIC X(02).
       01 WS-FILE-STATUS-CAN      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-DEPTOS    PIC X(01)    VALUE "N".
           05 WS-SW-FIN-REQ       PIC X(01)    VALUE "N".
           05 WS-SW-FIN-CAN       PIC X(01)    VALUE "N".

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
      * WS-TABLA-COBERTURA - ACUMULADOS POR DEPARTAMENTO, EN EL MISMO  *
      *                ORDEN QUE WS-TAB-DEPTO; LA ENTRADA 11 ES EL     *
      *                TOTAL DE LA EMPRESA                             *
      * -------------------------------------------------------------- *
       01 WS-TABLA-COBERTURA.
           05 WS-ACUM-COB         OCCURS 11 TIMES.
               10 WS-ACUM-ABIERTAS
                                  PIC 9(05).
               10 WS-ACUM-DIAS-ABIERTAS
                                  PIC 9(09).
               10 WS-ACUM-CUBIERTAS
                                  PIC 9(05).
               10 WS-ACUM-DIAS-COBERTURA
                                  PIC 9(09).
               10 WS-ACUM-MAX-COBERTURA
                                  PIC 9(05).
               10 WS-ACUM-CANCELADAS
                                  PIC 9(05).
               10 WS-ACUM-CANDIDATOS
                                  PIC 9(05).
               10 WS-ACUM-CANT-ENTREVISTA
                                  PIC 9(05).
               10 WS-ACUM-DIAS-ENTREVISTA
                                  PIC 9(09).
               10 WS-ACUM-CANT-OFERTA
                                  PIC 9(05).
               10 WS-ACUM-DIAS-OFERTA
                                  PIC 9(09).
               10 WS-ACUM-CANT-RESPUESTA
                                  PIC 9(05).
               10 WS-ACUM-DIAS-RESPUESTA
                                  PIC 9(09).
       01 WS-IX-ACU               PIC 9(02)    VALUE ZEROS.
       01 WS-PROMEDIO             PIC 9(05)    VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-REQ         PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-CAN         PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-DEPTO   PIC 9(05)    VALUE ZEROS.

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
                        VALUE "TIEMPO DE COBERTURA DE REQUISICIONES".
           05 FILLER              PIC X(11)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(84)    VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(26)    VALUES " DEPARTAMENTO".
           05 FILLER              PIC X(12)    VALUES "ABIERTAS".
           05 FILLER              PIC X(18)    VALUES "CUBIERTAS".
           05 FILLER              PIC X(06)    VALUES "CANC.".
           05 FILLER              PIC X(23)
                        VALUES "CANDIDATOS  DIAS PROM.".

       01 WS-SUB-TITULO-2.
           05 FILLER              PIC X(26)    VALUES SPACES.
           05 FILLER              PIC X(12)    VALUES "CANT DIAS".
           05 FILLER              PIC X(18)
                        VALUES "CANT DIAS  MAXIMO".
           05 FILLER              PIC X(06)    VALUES "CANT".
           05 FILLER              PIC X(23)
                        VALUES "CANT S>ENT E>OFE O>RES".

       01 WS-DETALLE.
           05 FILLER              PIC X(01).
           05 WS-DET-DEPTO        PIC X(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ABIERTAS     PIC ZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DIAS-ABIERTAS
                                  PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CUBIERTAS    PIC ZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DIAS-COBERTURA
                                  PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-MAX-COBERTURA
                                  PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-CANCELADAS   PIC ZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CANDIDATOS   PIC ZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DIAS-ENTREVISTA
                                  PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DIAS-OFERTA  PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DIAS-RESPUESTA
                                  PIC ZZZZ9.
           05 FILLER              PIC X(48)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PROG0083: TIEMPO DE COBERTURA DE REQUISICIONES"
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           INITIALIZE WS-TABLA-COBERTURA
           PERFORM 015-CARGA-DEPTOS THRU 015-FIN-CARGA-DEPTOS
           OPEN INPUT REQUISICIONES
           IF WS-FILE-STATUS-REQ NOT = "00"
              DISPLAY "PROG0083: SIN 04-REQUISICIONES, STATUS "
                      WS-FILE-STATUS-REQ "; NADA QUE REPORTAR"
              GOBACK
           END-IF
           PERFORM 020-LEE-REQUISICION THRU 020-FIN-LEE-REQUISICION
           OPEN INPUT CANDIDATOS
           IF WS-FILE-STATUS-CAN = "00"
              PERFORM 030-LEE-CANDIDATO THRU 030-FIN-LEE-CANDIDATO
              CLOSE CANDIDATOS
           END-IF
           CLOSE REQUISICIONES
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA  TO WS-TIT-2-DIA
           MOVE WS-HOY-MES  TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO TO WS-TIT-2-ANIO
           PERFORM 005-IMPRIME-ENCABEZADOS
           PERFORM 070-IMPRIME-DEPTO THRU 070-FIN-IMPRIME-DEPTO
               VARYING WS-IX-ACU FROM 1 BY 1 UNTIL WS-IX-ACU > 10
           GO TO 090-FIN.

       005-IMPRIME-ENCABEZADOS.
           ADD 1 TO WS-PAGINA-ACTUAL
           MOVE WS-PAGINA-ACTUAL TO WS-TIT-2-PAGINA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-2 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE 6 TO WS-LINEAS-PAGINA.

       015-CARGA-DEPTOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0083: NO SE PUDO ABRIR 04-DEPTOS: "
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
      * 020-LEE-REQUISICION - CADA REQUISICION SUMA A SU DEPTO Y AL    *
      *                TOTAL: ABIERTA CON SUS DIAS HASTA HOY, CUBIERTA *
      *                CON SUS DIAS DE LA APERTURA AL CIERRE, O        *
      *                CANCELADA                                       *
      * -------------------------------------------------------------- *
       020-LEE-REQUISICION.
           READ REQUISICIONES NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-REQ
                   GO TO 020-FIN-LEE-REQUISICION
           END-READ
           ADD 1 TO WS-CONT-REQ
           PERFORM 040-UBICA-DEPTO
           IF WS-IX-ACU = ZEROS
              GO TO 020-LEE-REQUISICION
           END-IF
           MOVE REG-REQ-FECHA-APERTURA TO WS-FECHA-DESDE
           IF REG-REQ-ABIERTA
              MOVE WS-FECHA-HOY-CCYYMMDD TO WS-FECHA-HASTA
              PERFORM 050-DIAS-ENTRE
              ADD 1       TO WS-ACUM-ABIERTAS (WS-IX-ACU)
                             WS-ACUM-ABIERTAS (11)
              ADD WS-DIAS TO WS-ACUM-DIAS-ABIERTAS (WS-IX-ACU)
                             WS-ACUM-DIAS-ABIERTAS (11)
           END-IF
           IF REG-REQ-CUBIERTA
              MOVE REG-REQ-FECHA-CIERRE TO WS-FECHA-HASTA
              PERFORM 050-DIAS-ENTRE
              ADD 1       TO WS-ACUM-CUBIERTAS (WS-IX-ACU)
                             WS-ACUM-CUBIERTAS (11)
              ADD WS-DIAS TO WS-ACUM-DIAS-COBERTURA (WS-IX-ACU)
                             WS-ACUM-DIAS-COBERTURA (11)
              IF WS-DIAS > WS-ACUM-MAX-COBERTURA (WS-IX-ACU)
                 MOVE WS-DIAS TO WS-ACUM-MAX-COBERTURA (WS-IX-ACU)
              END-IF
              IF WS-DIAS > WS-ACUM-MAX-COBERTURA (11)
                 MOVE WS-DIAS TO WS-ACUM-MAX-COBERTURA (11)
              END-IF
           END-IF
           IF REG-REQ-CANCELADA
              ADD 1       TO WS-ACUM-CANCELADAS (WS-IX-ACU)
                             WS-ACUM-CANCELADAS (11)
           END-IF
           GO TO 020-LEE-REQUISICION.

       020-FIN-LEE-REQUISICION.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-LEE-CANDIDATO - EL DEPTO DEL CANDIDATO ES EL DE SU         *
      *                REQUISICION; SE SUMAN LOS DIAS DE CADA PAR DE   *
      *                ETAPAS QUE TENGA CON FECHA                      *
      * -------------------------------------------------------------- *
       030-LEE-CANDIDATO.
           READ CANDIDATOS
               AT END
                   MOVE "S" TO WS-SW-FIN-CAN
                   GO TO 030-FIN-LEE-CANDIDATO
           END-READ
           ADD 1 TO WS-CONT-CAN
           MOVE REG-CAN-REQUISICION TO REG-REQ-NUMERO
           READ REQUISICIONES
               INVALID KEY
                   GO TO 030-LEE-CANDIDATO
           END-READ
           PERFORM 040-UBICA-DEPTO
           IF WS-IX-ACU = ZEROS
              GO TO 030-LEE-CANDIDATO
           END-IF
           ADD 1 TO WS-ACUM-CANDIDATOS (WS-IX-ACU)
                    WS-ACUM-CANDIDATOS (11)
           IF REG-CAN-FECHA-ENTREVISTA NOT = ZEROS
              MOVE REG-CAN-FECHA-SOLICITUD  TO WS-FECHA-DESDE
              MOVE REG-CAN-FECHA-ENTREVISTA TO WS-FECHA-HASTA
              PERFORM 050-DIAS-ENTRE
              ADD 1       TO WS-ACUM-CANT-ENTREVISTA (WS-IX-ACU)
                             WS-ACUM-CANT-ENTREVISTA (11)
              ADD WS-DIAS TO WS-ACUM-DIAS-ENTREVISTA (WS-IX-ACU)
                             WS-ACUM-DIAS-ENTREVISTA (11)
           END-IF
           IF REG-CAN-FECHA-ENTREVISTA NOT = ZEROS
              AND REG-CAN-FECHA-OFERTA NOT = ZEROS
                 MOVE REG-CAN-FECHA-ENTREVISTA TO WS-FECHA-DESDE
                 MOVE REG-CAN-FECHA-OFERTA     TO WS-FECHA-HASTA
                 PERFORM 050-DIAS-ENTRE
                 ADD 1       TO WS-ACUM-CANT-OFERTA (WS-IX-ACU)
                                WS-ACUM-CANT-OFERTA (11)
                 ADD WS-DIAS TO WS-ACUM-DIAS-OFERTA (WS-IX-ACU)
                                WS-ACUM-DIAS-OFERTA (11)
           END-IF
           IF REG-CAN-FECHA-OFERTA NOT = ZEROS
              AND REG-CAN-FECHA-RESPUESTA NOT = ZEROS
                 MOVE REG-CAN-FECHA-OFERTA    TO WS-FECHA-DESDE
                 MOVE REG-CAN-FECHA-RESPUESTA TO WS-FECHA-HASTA
                 PERFORM 050-DIAS-ENTRE
                 ADD 1       TO WS-ACUM-CANT-RESPUESTA (WS-IX-ACU)
                                WS-ACUM-CANT-RESPUESTA (11)
                 ADD WS-DIAS TO WS-ACUM-DIAS-RESPUESTA (WS-IX-ACU)
                                WS-ACUM-DIAS-RESPUESTA (11)
           END-IF
           GO TO 030-LEE-CANDIDATO.

       030-FIN-LEE-CANDIDATO.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-UBICA-DEPTO - RENGLON DE WS-TABLA-COBERTURA DEL DEPTO DE   *
      *                LA REQUISICION EN TURNO (CEROS SI EL DEPTO NO   *
      *                ESTA EN EL CATALOGO)                            *
      * -------------------------------------------------------------- *
       040-UBICA-DEPTO.
           MOVE ZEROS TO WS-IX-ACU
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   ADD 1 TO WS-CONT-SIN-DEPTO
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = REG-REQ-DEPTO
                   SET WS-IX-ACU TO WS-IX-DEPTO
           END-SEARCH.

      * -------------------------------------------------------------- *
      * 050-DIAS-ENTRE - DIAS DE WS-FECHA-DESDE A WS-FECHA-HASTA CON   *
      *                ANIOS DE 360 Y MESES DE 30 DIAS                 *
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
      * 070-IMPRIME-DEPTO - UN RENGLON POR DEPTO DEL CATALOGO CON      *
      *                MOVIMIENTO; EL TOTAL DE LA EMPRESA AL FINAL     *
      * -------------------------------------------------------------- *
       070-IMPRIME-DEPTO.
           IF WS-TAB-DEPTO-COD (WS-IX-ACU) = 999
              OR (WS-ACUM-ABIERTAS (WS-IX-ACU) = ZEROS
                  AND WS-ACUM-CUBIERTAS (WS-IX-ACU) = ZEROS
                  AND WS-ACUM-CANCELADAS (WS-IX-ACU) = ZEROS)
                 GO TO 070-FIN-IMPRIME-DEPTO
           END-IF
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE WS-TAB-DEPTO-COD (WS-IX-ACU) TO WS-DET-DEPTO
           MOVE WS-TAB-DEPTO-NOM (WS-IX-ACU) TO WS-DET-NOMBRE
           PERFORM 075-ARMA-DETALLE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       070-FIN-IMPRIME-DEPTO.
           EXIT.

       075-ARMA-DETALLE.
           MOVE WS-ACUM-ABIERTAS (WS-IX-ACU)   TO WS-DET-ABIERTAS
           MOVE WS-ACUM-CUBIERTAS (WS-IX-ACU)  TO WS-DET-CUBIERTAS
           MOVE WS-ACUM-CANCELADAS (WS-IX-ACU) TO WS-DET-CANCELADAS
           MOVE WS-ACUM-CANDIDATOS (WS-IX-ACU) TO WS-DET-CANDIDATOS
           MOVE WS-ACUM-MAX-COBERTURA (WS-IX-ACU)
                                          TO WS-DET-MAX-COBERTURA
           MOVE ZEROS TO WS-PROMEDIO
           IF WS-ACUM-ABIERTAS (WS-IX-ACU) > ZEROS
              COMPUTE WS-PROMEDIO ROUNDED =
                      WS-ACUM-DIAS-ABIERTAS (WS-IX-ACU)
                    / WS-ACUM-ABIERTAS (WS-IX-ACU)
           END-IF
           MOVE WS-PROMEDIO TO WS-DET-DIAS-ABIERTAS
           MOVE ZEROS TO WS-PROMEDIO
           IF WS-ACUM-CUBIERTAS (WS-IX-ACU) > ZEROS
              COMPUTE WS-PROMEDIO ROUNDED =
                      WS-ACUM-DIAS-COBERTURA (WS-IX-ACU)
                    / WS-ACUM-CUBIERTAS (WS-IX-ACU)
           END-IF
           MOVE WS-PROMEDIO TO WS-DET-DIAS-COBERTURA
           MOVE ZEROS TO WS-PROMEDIO
           IF WS-ACUM-CANT-ENTREVISTA (WS-IX-ACU) > ZEROS
              COMPUTE WS-PROMEDIO ROUNDED =
                      WS-ACUM-DIAS-ENTREVISTA (WS-IX-ACU)
                    / WS-ACUM-CANT-ENTREVISTA (WS-IX-ACU)
           END-IF
           MOVE WS-PROMEDIO TO WS-DET-DIAS-ENTREVISTA
           MOVE ZEROS TO WS-PROMEDIO
           IF WS-ACUM-CANT-OFERTA (WS-IX-ACU) > ZEROS
              COMPUTE WS-PROMEDIO ROUNDED =
                      WS-ACUM-DIAS-OFERTA (WS-IX-ACU)
                    / WS-ACUM-CANT-OFERTA (WS-IX-ACU)
           END-IF
           MOVE WS-PROMEDIO TO WS-DET-DIAS-OFERTA
           MOVE ZEROS TO WS-PROMEDIO
           IF WS-ACUM-CANT-RESPUESTA (WS-IX-ACU) > ZEROS
              COMPUTE WS-PROMEDIO ROUNDED =
                      WS-ACUM-DIAS-RESPUESTA (WS-IX-ACU)
                    / WS-ACUM-CANT-RESPUESTA (WS-IX-ACU)
           END-IF
           MOVE WS-PROMEDIO TO WS-DET-DIAS-RESPUESTA.

       090-FIN.
           MOVE 11 TO WS-IX-ACU
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE SPACES       TO WS-DET-DEPTO
           MOVE "TOTAL EMPRESA" TO WS-DET-NOMBRE
           PERFORM 075-ARMA-DETALLE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           CLOSE REPORTE
           DISPLAY "PROG0083: REQUISICIONES LEIDAS: " WS-CONT-REQ
           DISPLAY "PROG0083: CANDIDATOS LEIDOS   : " WS-CONT-CAN
           IF WS-CONT-SIN-DEPTO > ZEROS
              DISPLAY "PROG0083: REGISTROS DE DEPTO FUERA DEL "
                      "CATALOGO (NO REPORTADOS): " WS-CONT-SIN-DEPTO
           END-IF
           GOBACK.

       END PROGRAM PROG0083.
