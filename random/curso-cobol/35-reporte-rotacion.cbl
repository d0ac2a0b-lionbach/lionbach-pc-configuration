      *           INICIO Y AL FIN DEL RANGO Y EL PORCENTAJE DE         *
      *           ROTACION (BAJAS ENTRE PLANTILLA PROMEDIO), EN EL     *
      *           MISMO ESTILO QUE EL REPORTE DE TENDENCIA DE          *
      *           PROG0012. CADA DEPARTAMENTO SALE CON EL NOMBRE QUE   *
      *           TENIA AL FIN DEL RANGO (PROG0104), Y EL QUE TENIA AL *
      *           INICIO SI ERA OTRO, AUNQUE HOY SE LLAME DISTINTO     *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
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
           BLOCK CONTAINS 0 RECORDS.
       COPY WREINFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  REPORTE
       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WDEPTOS.
       COPY WCATVWS.

       01 WS-NOM-DEPTO-INICIO     PIC X(20)    VALUE SPACES.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-ARCH     PIC X(02).
           05 WS-TITDEP-COD       PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TITDEP-NOM       PIC X(20).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TITDEP-NOTA      PIC X(40).
           05 FILLER              PIC X(47)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(04)    VALUES SPACES.
           END-IF
           MOVE WS-TAB-DEPTO-COD (WS-IX-DEP) TO WS-TITDEP-COD
           MOVE WS-TAB-DEPTO-NOM (WS-IX-DEP) TO WS-TITDEP-NOM
           PERFORM 062-NOMBRE-EN-EL-RANGO THRU 062-FIN-NOMBRE-RANGO
           WRITE REG-REPORTE FROM WS-TITULO-DEPTO AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER ADVANCING 1
           ADD 2 TO WS-LINEAS-PAGINA
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           ADD 2 TO WS-LINEAS-PAGINA.

      * -------------------------------------------------------------- *
      * 062-NOMBRE-EN-EL-RANGO - NOMBRE DEL DEPARTAMENTO AL FIN DEL    *
      *                RANGO Y, EN LA NOTA, EL QUE TENIA AL INICIO SI  *
      *                CAMBIO DENTRO DEL RANGO, O SI YA ESTABA CERRADO *
      * -------------------------------------------------------------- *
       062-NOMBRE-EN-EL-RANGO.
           MOVE SPACES TO WS-TITDEP-NOTA
           MOVE "D"                          TO WS-CCA-CATALOGO
           MOVE WS-TAB-DEPTO-COD (WS-IX-DEP) TO WS-CCA-CODIGO
           MOVE WS-FECHA-DESDE               TO WS-CCA-FECHA
           CALL "PROG0104" USING WS-CONSULTA-CATALOGO
           MOVE WS-CCA-NOMBRE TO WS-NOM-DEPTO-INICIO
           MOVE WS-FECHA-HASTA               TO WS-CCA-FECHA
           CALL "PROG0104" USING WS-CONSULTA-CATALOGO
           IF WS-CCA-DESCONOCIDO
              GO TO 062-FIN-NOMBRE-RANGO
           END-IF
           MOVE WS-CCA-NOMBRE TO WS-TITDEP-NOM
           IF WS-NOM-DEPTO-INICIO NOT = WS-CCA-NOMBRE
              STRING "(ANTES " DELIMITED BY SIZE
                     WS-NOM-DEPTO-INICIO DELIMITED BY "  "
                     ") " DELIMITED BY SIZE
                     INTO WS-TITDEP-NOTA
           END-IF
           IF WS-CCA-CERRADO
              MOVE "(CERRADO)" TO WS-TITDEP-NOTA
           END-IF.

       062-FIN-NOMBRE-RANGO.
           EXIT.

       065-IMPRIME-UN-MES.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
