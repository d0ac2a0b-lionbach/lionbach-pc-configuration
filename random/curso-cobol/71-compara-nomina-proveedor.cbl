       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0068.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: CORRIDA EN PARALELO CONTRA EL PROVEEDOR DE NOMINA.   *
      *           CARGA LOS RESULTADOS DE PAGO POR EMPLEADO QUE        *
      *           DEVUELVE EL PROVEEDOR (04-NOMINA-RESULTADOS, VER     *
      *           WRPVFD) Y LOS COTEJA RENGLON POR RENGLON CONTRA LO   *
      *           QUE CALCULO PROG0026 PARA EL MISMO PERIODO: SI EL    *
      *           PERIODO YA SE CERRO, CONTRA SU HISTORIA EN           *
      *           04-HIST-NOMINA; SI NO, CONTRA 04-NOMINA-NETOS DE LA  *
      *           CORRIDA EN CURSO. EL REPORTE 04-REP-PARALELO-NOMINA  *
      *           LISTA LAS DIFERENCIAS EN BRUTO, DEDUCCIONES Y NETO   *
      *           QUE PASAN LA TOLERANCIA QUE FINANZAS MANTIENE EN     *
      *           04-PARAM-TOLERANCIA, Y LOS EMPLEADOS QUE SOLO        *
      *           APARECEN DE UN LADO. A DIFERENCIA DE PROG0023, QUE   *
      *           SOLO VE LOS RECHAZOS, AQUI SE REVISA LO QUE EL       *
      *           PROVEEDOR SI ACEPTO Y PAGO. SOLO ENTRAN LOS          *
      *           EMPLEADOS DEL GRUPO DE PAGO DEL PERIODO (SEGUN       *
      *           04-PERIODOS) Y DE LA EMPRESA DEL ENCABEZADO, Y       *
      *           04-NOMINA-NETOS SOLO SE USA SI EL PERIODO ES EL      *
      *           ABIERTO DE SU GRUPO                                  *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTADOS-PROV ASSIGN TO "04-NOMINA-RESULTADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-RPV.
           SELECT NOMINA-NETOS ASSIGN TO "04-NOMINA-NETOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-NET.
           SELECT HIST-NOMINA ASSIGN TO "04-HIST-NOMINA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-HNO-LLAVE
           FILE STATUS IS WS-FILE-STATUS-HNO.
           SELECT PERIODOS ASSIGN TO "04-PERIODOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PER.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT PARAM-TOL ASSIGN TO "04-PARAM-TOLERANCIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TOL.
           SELECT REPORTE ASSIGN TO "04-REP-PARALELO-NOMINA".

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS-PROV
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WRPVFD.
       FD  NOMINA-NETOS
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNETFD.
       FD  HIST-NOMINA
           RECORD CONTAINS 103 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHNOFD.
       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.

      * -------------------------------------------------------------- *
      * PARAM-TOL - 04-PARAM-TOLERANCIA, UN SOLO RENGLON CON LA        *
      *             DIFERENCIA EN PESOS QUE SE ACEPTA ENTRE NUESTRO    *
      *             CALCULO Y EL DEL PROVEEDOR; LO MANTIENE FINANZAS A *
      *             MANO. SI EL ARCHIVO NO EXISTE SE ACEPTA $1.00      *
      * -------------------------------------------------------------- *
       FD  PARAM-TOL
           RECORD CONTAINS 07 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PARAM-TOL.
           05  REG-PARAM-TOLERANCIA   PIC 9(05)V99.

       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-RPV      PIC X(02).
       01 WS-FILE-STATUS-NET      PIC X(02).
       01 WS-FILE-STATUS-HNO      PIC X(02).
       01 WS-FILE-STATUS-TOL      PIC X(02).
       01 WS-FILE-STATUS-PER      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-RESULTADOS
                                  PIC X(01)    VALUE "N".
               88 WS-FIN-RESULTADOS           VALUE "S".
           05 WS-SW-FIN-NETOS     PIC X(01)    VALUE "N".
               88 WS-FIN-NETOS                VALUE "S".
           05 WS-SW-FIN-HISTORIA  PIC X(01)    VALUE "N".
               88 WS-FIN-HISTORIA             VALUE "S".

      * -------------------------------------------------------------- *
      * WS-ORIGEN-NUESTRO - DE DONDE SALE NUESTRO CALCULO: H = LA      *
      *                HISTORIA DEL PERIODO CERRADO, N = LOS NETOS DE  *
      *                LA CORRIDA EN CURSO                             *
      * -------------------------------------------------------------- *
       01 WS-ORIGEN-NUESTRO       PIC X(01)    VALUE "N".
           88 WS-ORIGEN-HISTORIA          VALUE "H".
           88 WS-ORIGEN-NETOS             VALUE "N".

       01 WS-PERIODO-PROVEEDOR    PIC 9(04)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * GRUPO DE PAGO Y ESTADO DEL PERIODO DEL PROVEEDOR EN            *
      * 04-PERIODOS, Y LA EMPRESA DEL ENCABEZADO (ESPACIOS = 01). UN   *
      * EMPLEADO DE OTRO GRUPO O DE OTRA EMPRESA NO ENTRA AL COTEJO    *
      * -------------------------------------------------------------- *
       01 WS-GRUPO-PAGO           PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA              PIC X(02)    VALUE SPACES.
       01 WS-ESTADO-PERIODO       PIC X(01)    VALUE SPACES.
           88 WS-PERIODO-ABIERTO          VALUE "A".
       01 WS-SW-PERIODO-HALLADO   PIC X(01)    VALUE "N".
           88 WS-PERIODO-HALLADO          VALUE "S".
       01 WS-SW-HAY-MAESTRO       PIC X(01)    VALUE "N".
           88 WS-HAY-MAESTRO              VALUE "S".
       01 WS-SW-EMPLEADO-FUERA    PIC X(01)    VALUE "N".
           88 WS-EMPLEADO-FUERA           VALUE "S".
       01 WS-NUM-REVISA           PIC 9(05)    VALUE ZEROS.
       01 WS-VALIDA-GRUPO         PIC X(01)    VALUE "S".
       01 WS-GRUPO-PAGO-EMPLEADO  PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA-EMPLEADO     PIC X(02)    VALUE SPACES.
       01 WS-CONT-OTRO-GRUPO      PIC 9(05)    VALUE ZEROS.
       01 WS-TOLERANCIA           PIC 9(05)V99 VALUE 1.00.

       01 WS-FECHA-HOY.
           05 FILLER              PIC X(02).
           05 WS-HOY-DIA          PIC 9(02).
           05 WS-HOY-MES          PIC 9(02).
           05 WS-HOY-ANIO         PIC 9(04).

       01 WS-DIA-SEMANA-HOY       PIC 9(01).

      * -------------------------------------------------------------- *
      * WS-TABLA-NUESTRA - NUESTRO CALCULO POR EMPLEADO. DEDUCCIONES   *
      *                ES TODO LO RETENIDO (DEDUCCIONES FIJAS, ISR E   *
      *                IMSS), COMO LO REPORTA EL PROVEEDOR             *
      * -------------------------------------------------------------- *
       01 WS-TABLA-NUESTRA.
           05 WS-TAB-NUE          OCCURS 5000 TIMES.
               10 WS-TAB-NUE-NUMERO
                                  PIC 9(05).
               10 WS-TAB-NUE-NOMBRE
                                  PIC X(30).
               10 WS-TAB-NUE-BRUTO
                                  PIC 9(07)V99.
               10 WS-TAB-NUE-DEDUCCIONES
                                  PIC 9(07)V99.
               10 WS-TAB-NUE-NETO PIC 9(07)V99.
               10 WS-TAB-NUE-COTEJADO
                                  PIC X(01).
                   88 WS-TAB-NUE-YA-COTEJADO  VALUE "S".
       01 WS-CANT-NUESTRA         PIC 9(05)    VALUE ZEROS.
       01 WS-IX-NUE               PIC 9(05)    VALUE ZEROS.
       01 WS-IX-HALLADO           PIC 9(05)    VALUE ZEROS.

       01 WS-CALCULO-DIFERENCIA.
           05 WS-DIF-IMPORTE      PIC S9(07)V99 VALUE ZEROS.
           05 WS-DIF-ABSOLUTA     PIC 9(07)V99  VALUE ZEROS.
           05 WS-IMPORTE-NUESTRO  PIC 9(07)V99  VALUE ZEROS.
           05 WS-IMPORTE-PROVEEDOR
                                  PIC 9(07)V99  VALUE ZEROS.
           05 WS-SW-CON-DIFERENCIA
                                  PIC X(01)    VALUE "N".
               88 WS-CON-DIFERENCIA           VALUE "S".

       01 WS-CONTADORES-PARALELO.
           05 WS-CONT-NUESTROS    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-PROVEEDOR   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-COTEJADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-DIFERENCIAS PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SOLO-PROVEEDOR
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SOLO-NUESTROS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-OMITIDOS    PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-NETO-NUESTRO PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-NETO-PROVEEDOR
                                  PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-NETO-DIF     PIC S9(09)V99 VALUE ZEROS.

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
           05 FILLER              PIC X(06)    VALUE SPACES.
           05 WS-TIT-2            PIC X(33)
                        VALUE "PARALELO CONTRA PROVEEDOR PERIODO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-2-PERIODO    PIC 9(04).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TIT-2-ORIGEN     PIC X(20).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-TITULO-3.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(30)
                       VALUE "TOLERANCIA POR CONCEPTO:      ".
           05 WS-TIT-3-TOLERANCIA PIC $$$,$$9.99.
           05 FILLER              PIC X(91)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(120)   VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 FILLER              PIC X(05)    VALUES "NUM. ".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(06)    VALUES "NOMBRE".
           05 FILLER              PIC X(26)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "CONCEPTO".
           05 FILLER              PIC X(12)    VALUES SPACES.
           05 FILLER              PIC X(07)    VALUES "NUESTRO".
           05 FILLER              PIC X(06)    VALUES SPACES.
           05 FILLER              PIC X(09)    VALUES "PROVEEDOR".
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 FILLER              PIC X(10)    VALUES "DIFERENCIA".

       01 WS-DETALLE.
           05 FILLER              PIC X(01).
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-CONCEPTO     PIC X(22).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-NUESTRO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-PROVEEDOR    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-DIFERENCIA   PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(26)    VALUES SPACES.

       01 WS-LINEA-CUENTA.
           05 FILLER              PIC X(01).
           05 WS-CTA-LEYENDA      PIC X(32).
           05 WS-CTA-CANT-ED      PIC ZZ,ZZ9.
           05 FILLER              PIC X(93)    VALUE SPACES.

       01 WS-LINEA-TOTAL.
           05 FILLER              PIC X(01).
           05 WS-TOT-LEYENDA      PIC X(32).
           05 WS-TOT-IMPORTE-ED   PIC -$$$$,$$$,$$9.99.
           05 FILLER              PIC X(83)    VALUE SPACES.

       COPY WFIRMA.

       PROCEDURE DIVISION.
       010-INICIO.
      * EL COTEJO DE IMPORTES PAGADOS ES DE FINANZAS (O DEL
      * ADMINISTRADOR)
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-FINANZAS AND NOT WS-FIR-ADMINISTRADOR
              DISPLAY "PROG0068: SOLO EL ROL DE FINANZAS PUEDE "
                      "CORRER EL PARALELO CONTRA EL PROVEEDOR"
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           OPEN INPUT RESULTADOS-PROV
           IF WS-FILE-STATUS-RPV NOT = "00"
              DISPLAY "PROG0068: SIN 04-NOMINA-RESULTADOS, STATUS "
                      WS-FILE-STATUS-RPV "; NADA QUE COTEJAR"
              GOBACK
           END-IF
           READ RESULTADOS-PROV
               AT END
                   MOVE SPACES TO REG-RPV-TIPO
           END-READ
           IF NOT REG-RPV-ENCABEZADO
              OR REG-RPV-ENC-PERIODO NOT NUMERIC
              OR REG-RPV-ENC-PERIODO = ZEROS
                 DISPLAY "PROG0068: 04-NOMINA-RESULTADOS NO TRAE "
                         "ENCABEZADO CON EL PERIODO; NO SE COTEJA"
                 CLOSE RESULTADOS-PROV
                 GOBACK
           END-IF
           MOVE REG-RPV-ENC-PERIODO TO WS-PERIODO-PROVEEDOR
           MOVE REG-RPV-ENC-EMPRESA TO WS-EMPRESA
           IF WS-EMPRESA = SPACES
              MOVE "01" TO WS-EMPRESA
           END-IF
           PERFORM 017-UBICA-PERIODO THRU 017-FIN-UBICA-PERIODO
           IF NOT WS-PERIODO-HALLADO
              DISPLAY "PROG0068: EL PERIODO " WS-PERIODO-PROVEEDOR
                      " NO ESTA EN 04-PERIODOS; NO SE COTEJA"
              CLOSE RESULTADOS-PROV
              GOBACK
           END-IF
           PERFORM 015-CARGA-TOLERANCIA THRU 015-FIN-CARGA-TOLERANCIA
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP = "00"
              MOVE "S" TO WS-SW-HAY-MAESTRO
           ELSE
              DISPLAY "PROG0068: SIN 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP "; NO SE FILTRA POR GRUPO NI "
                      "POR EMPRESA"
           END-IF
           PERFORM 020-CARGA-HISTORIA THRU 020-FIN-CARGA-HISTORIA
      * 04-NOMINA-NETOS NO TRAE PERIODO: ES LA ULTIMA CORRIDA DE
      * PROG0026, QUE SOLO PUEDE SER DEL PERIODO ABIERTO DEL GRUPO
           IF WS-CANT-NUESTRA = ZEROS
              AND NOT WS-PERIODO-ABIERTO
                 DISPLAY "PROG0068: EL PERIODO " WS-PERIODO-PROVEEDOR
                         " NO ESTA CERRADO NI ES EL ABIERTO DEL GRUPO "
                         WS-GRUPO-PAGO "; 04-NOMINA-NETOS NO ES DE "
                         "ESE PERIODO Y NO SE COTEJA"
                 PERFORM 019-CIERRA-MAESTRO
                 CLOSE RESULTADOS-PROV
                 GOBACK
           END-IF
           IF WS-CANT-NUESTRA = ZEROS
              PERFORM 025-CARGA-NETOS THRU 025-FIN-CARGA-NETOS
           END-IF
           PERFORM 019-CIERRA-MAESTRO
           IF WS-CANT-NUESTRA = ZEROS
              DISPLAY "PROG0068: NI 04-HIST-NOMINA NI 04-NOMINA-NETOS "
                      "TRAEN EL CALCULO DEL PERIODO "
                      WS-PERIODO-PROVEEDOR " DEL GRUPO " WS-GRUPO-PAGO
                      " EMPRESA " WS-EMPRESA "; NO SE COTEJA"
              CLOSE RESULTADOS-PROV
              GOBACK
           END-IF
           IF WS-CONT-OMITIDOS > ZEROS
              DISPLAY "PROG0068: NUESTRO CALCULO EXCEDE 5000 "
                      "EMPLEADOS; SE OMITEN " WS-CONT-OMITIDOS
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA           TO WS-TIT-2-DIA
           MOVE WS-HOY-MES           TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO          TO WS-TIT-2-ANIO
           MOVE WS-PERIODO-PROVEEDOR TO WS-TIT-2-PERIODO
           IF WS-ORIGEN-HISTORIA
              MOVE "(PERIODO CERRADO)"  TO WS-TIT-2-ORIGEN
           ELSE
              MOVE "(CORRIDA EN CURSO)" TO WS-TIT-2-ORIGEN
           END-IF
           MOVE WS-TOLERANCIA        TO WS-TIT-3-TOLERANCIA
           PERFORM 005-IMPRIME-ENCABEZADOS
           GO TO 030-LEE-RESULTADO.

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
      * 015-CARGA-TOLERANCIA - LA DIFERENCIA ACEPTADA POR CONCEPTO;    *
      *                SIN ARCHIVO O CON UN VALOR NO NUMERICO SE QUEDA *
      *                EN $1.00                                        *
      * -------------------------------------------------------------- *
       015-CARGA-TOLERANCIA.
           OPEN INPUT PARAM-TOL
           IF WS-FILE-STATUS-TOL NOT = "00"
              DISPLAY "PROG0068: SIN 04-PARAM-TOLERANCIA; SE ACEPTAN "
                      "DIFERENCIAS DE HASTA $1.00"
              GO TO 015-FIN-CARGA-TOLERANCIA
           END-IF
           READ PARAM-TOL
               AT END
                   CONTINUE
               NOT AT END
                   IF REG-PARAM-TOLERANCIA NUMERIC
                      MOVE REG-PARAM-TOLERANCIA TO WS-TOLERANCIA
                   END-IF
           END-READ
           CLOSE PARAM-TOL.

       015-FIN-CARGA-TOLERANCIA.
           EXIT.

      * -------------------------------------------------------------- *
      * 017-UBICA-PERIODO - EL RENGLON DEL PERIODO DEL PROVEEDOR EN    *
      *                04-PERIODOS: SU GRUPO DE PAGO (LOS NUMEROS NO   *
      *                SE REPITEN ENTRE GRUPOS) Y SU ESTADO            *
      * -------------------------------------------------------------- *
       017-UBICA-PERIODO.
           OPEN INPUT PERIODOS
           IF WS-FILE-STATUS-PER NOT = "00"
              GO TO 017-FIN-UBICA-PERIODO
           END-IF
           GO TO 0171-LEE-PERIODO.

       0171-LEE-PERIODO.
           READ PERIODOS
               AT END
                   CLOSE PERIODOS
                   GO TO 017-FIN-UBICA-PERIODO
           END-READ
           IF REG-PER-NUMERO NOT = WS-PERIODO-PROVEEDOR
              GO TO 0171-LEE-PERIODO
           END-IF
           MOVE "S"            TO WS-SW-PERIODO-HALLADO
           MOVE REG-PER-GRUPO  TO WS-GRUPO-PAGO
           IF WS-GRUPO-PAGO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO
           END-IF
           MOVE REG-PER-ESTADO TO WS-ESTADO-PERIODO
           CLOSE PERIODOS.

       017-FIN-UBICA-PERIODO.
           EXIT.

      * -------------------------------------------------------------- *
      * 018-REVISA-EMPLEADO - PRENDE WS-EMPLEADO-FUERA SI EL EMPLEADO  *
      *                WS-NUM-REVISA ES DE OTRA EMPRESA O, CUANDO      *
      *                WS-VALIDA-GRUPO = "S", DE OTRO GRUPO DE PAGO.   *
      *                UN NUMERO QUE YA NO ESTA EN EL MAESTRO ENTRA    *
      * -------------------------------------------------------------- *
       018-REVISA-EMPLEADO.
           MOVE "N" TO WS-SW-EMPLEADO-FUERA
           IF NOT WS-HAY-MAESTRO
              GO TO 018-FIN-REVISA-EMPLEADO
           END-IF
           MOVE WS-NUM-REVISA TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   GO TO 018-FIN-REVISA-EMPLEADO
           END-READ
           MOVE REG-EMP-EMPRESA TO WS-EMPRESA-EMPLEADO
           IF WS-EMPRESA-EMPLEADO = SPACES
              MOVE "01" TO WS-EMPRESA-EMPLEADO
           END-IF
           MOVE REG-EMP-GRUPO-PAGO TO WS-GRUPO-PAGO-EMPLEADO
           IF WS-GRUPO-PAGO-EMPLEADO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO-EMPLEADO
           END-IF
           IF WS-EMPRESA-EMPLEADO NOT = WS-EMPRESA
              MOVE "S" TO WS-SW-EMPLEADO-FUERA
              ADD 1 TO WS-CONT-OTRO-GRUPO
              GO TO 018-FIN-REVISA-EMPLEADO
           END-IF
           IF WS-VALIDA-GRUPO = "S"
              AND WS-GRUPO-PAGO-EMPLEADO NOT = WS-GRUPO-PAGO
                 MOVE "S" TO WS-SW-EMPLEADO-FUERA
                 ADD 1 TO WS-CONT-OTRO-GRUPO
           END-IF.

       018-FIN-REVISA-EMPLEADO.
           EXIT.

       019-CIERRA-MAESTRO.
           IF WS-HAY-MAESTRO
              CLOSE EMPLEADOS
              MOVE "N" TO WS-SW-HAY-MAESTRO
           END-IF.

      * -------------------------------------------------------------- *
      * 020-CARGA-HISTORIA - SI EL PERIODO YA SE CERRO, NUESTRO        *
      *                CALCULO ES EL RENGLON DE TOTALES DE CADA        *
      *                EMPLEADO EN 04-HIST-NOMINA                      *
      * -------------------------------------------------------------- *
       020-CARGA-HISTORIA.
           OPEN INPUT HIST-NOMINA
           IF WS-FILE-STATUS-HNO NOT = "00"
              GO TO 020-FIN-CARGA-HISTORIA
           END-IF
           MOVE WS-PERIODO-PROVEEDOR TO REG-HNO-PERIODO
           MOVE ZEROS                TO REG-HNO-NUMERO
           MOVE ZEROS                TO REG-HNO-RENGLON
           START HIST-NOMINA KEY IS NOT < REG-HNO-LLAVE
               INVALID KEY
                   CLOSE HIST-NOMINA
                   GO TO 020-FIN-CARGA-HISTORIA
           END-START
           GO TO 0201-LEE-HISTORIA.

       0201-LEE-HISTORIA.
           READ HIST-NOMINA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-HISTORIA
                   GO TO 0202-FIN-LEE-HISTORIA
           END-READ
           IF REG-HNO-PERIODO NOT = WS-PERIODO-PROVEEDOR
              GO TO 0202-FIN-LEE-HISTORIA
           END-IF
           IF NOT REG-HNO-TOTALES
              GO TO 0201-LEE-HISTORIA
           END-IF
      * LA HISTORIA DEL PERIODO YA ES TODA DE SU GRUPO (UN CAMBIO DE
      * GRUPO POSTERIOR NO LA SACA DEL COTEJO); SOLO SE FILTRA LA
      * EMPRESA
           MOVE REG-HNO-NUMERO TO WS-NUM-REVISA
           MOVE "N"            TO WS-VALIDA-GRUPO
           PERFORM 018-REVISA-EMPLEADO THRU 018-FIN-REVISA-EMPLEADO
           IF WS-EMPLEADO-FUERA
              GO TO 0201-LEE-HISTORIA
           END-IF
           IF WS-CANT-NUESTRA >= 5000
              ADD 1 TO WS-CONT-OMITIDOS
              GO TO 0201-LEE-HISTORIA
           END-IF
           ADD 1 TO WS-CANT-NUESTRA
           MOVE REG-HNO-NUMERO TO WS-TAB-NUE-NUMERO (WS-CANT-NUESTRA)
           MOVE REG-HNO-NOMBRE TO WS-TAB-NUE-NOMBRE (WS-CANT-NUESTRA)
           MOVE REG-HNO-BRUTO  TO WS-TAB-NUE-BRUTO (WS-CANT-NUESTRA)
           COMPUTE WS-TAB-NUE-DEDUCCIONES (WS-CANT-NUESTRA) =
                   REG-HNO-DEDUCCIONES + REG-HNO-ISR + REG-HNO-IMSS
           MOVE REG-HNO-NETO   TO WS-TAB-NUE-NETO (WS-CANT-NUESTRA)
           MOVE "N"         TO WS-TAB-NUE-COTEJADO (WS-CANT-NUESTRA)
           GO TO 0201-LEE-HISTORIA.

       0202-FIN-LEE-HISTORIA.
           CLOSE HIST-NOMINA
           IF WS-CANT-NUESTRA > ZEROS
              MOVE "H" TO WS-ORIGEN-NUESTRO
           END-IF.

       020-FIN-CARGA-HISTORIA.
           EXIT.

      * -------------------------------------------------------------- *
      * 025-CARGA-NETOS - PERIODO ABIERTO: NUESTRO CALCULO ES EL DE LA *
      *                ULTIMA CORRIDA DE PROG0026, SIN LOS EMPLEADOS   *
      *                DE OTRO GRUPO O DE OTRA EMPRESA                 *
      * -------------------------------------------------------------- *
       025-CARGA-NETOS.
           OPEN INPUT NOMINA-NETOS
           IF WS-FILE-STATUS-NET NOT = "00"
              GO TO 025-FIN-CARGA-NETOS
           END-IF
           MOVE "N" TO WS-ORIGEN-NUESTRO
           GO TO 0251-LEE-NETO.

       0251-LEE-NETO.
           READ NOMINA-NETOS
               AT END
                   MOVE "S" TO WS-SW-FIN-NETOS
                   CLOSE NOMINA-NETOS
                   GO TO 025-FIN-CARGA-NETOS
           END-READ
           MOVE REG-NETO-NUMERO TO WS-NUM-REVISA
           MOVE "S"             TO WS-VALIDA-GRUPO
           PERFORM 018-REVISA-EMPLEADO THRU 018-FIN-REVISA-EMPLEADO
           IF WS-EMPLEADO-FUERA
              GO TO 0251-LEE-NETO
           END-IF
           IF WS-CANT-NUESTRA >= 5000
              ADD 1 TO WS-CONT-OMITIDOS
              GO TO 0251-LEE-NETO
           END-IF
           ADD 1 TO WS-CANT-NUESTRA
           MOVE REG-NETO-NUMERO TO WS-TAB-NUE-NUMERO (WS-CANT-NUESTRA)
           MOVE REG-NETO-NOMBRE TO WS-TAB-NUE-NOMBRE (WS-CANT-NUESTRA)
           MOVE REG-NETO-BRUTO  TO WS-TAB-NUE-BRUTO (WS-CANT-NUESTRA)
           COMPUTE WS-TAB-NUE-DEDUCCIONES (WS-CANT-NUESTRA) =
                   REG-NETO-DEDUCCIONES + REG-NETO-ISR + REG-NETO-IMSS
           MOVE REG-NETO-NETO   TO WS-TAB-NUE-NETO (WS-CANT-NUESTRA)
           MOVE "N"         TO WS-TAB-NUE-COTEJADO (WS-CANT-NUESTRA)
           GO TO 0251-LEE-NETO.

       025-FIN-CARGA-NETOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-LEE-RESULTADO - CADA EMPLEADO DEL PROVEEDOR CONTRA EL      *
      *                NUESTRO; LOS CONCEPTOS QUE DIFIEREN MAS DE LA   *
      *                TOLERANCIA SALEN UNO POR RENGLON                *
      * -------------------------------------------------------------- *
       030-LEE-RESULTADO.
           READ RESULTADOS-PROV
               AT END
                   MOVE "S" TO WS-SW-FIN-RESULTADOS
                   CLOSE RESULTADOS-PROV
                   GO TO 040-SOLO-NUESTROS
           END-READ
           IF NOT REG-RPV-DETALLE
              GO TO 030-LEE-RESULTADO
           END-IF
           ADD 1 TO WS-CONT-PROVEEDOR
           ADD REG-RPV-NETO TO WS-TOT-NETO-PROVEEDOR
           PERFORM 035-BUSCA-NUESTRO THRU 035-FIN-BUSCA-NUESTRO
           IF WS-IX-HALLADO = ZEROS
              ADD 1 TO WS-CONT-SOLO-PROVEEDOR
              MOVE REG-RPV-NUMERO   TO WS-DET-NUMERO
              MOVE "** NO ESTA EN NUESTRA NOMINA"
                                    TO WS-DET-NOMBRE
              MOVE "NETO SOLO PROVEEDOR" TO WS-DET-CONCEPTO
              MOVE ZEROS            TO WS-IMPORTE-NUESTRO
              MOVE REG-RPV-NETO     TO WS-IMPORTE-PROVEEDOR
              PERFORM 050-IMPRIME-DETALLE
              GO TO 030-LEE-RESULTADO
           END-IF
           MOVE "S" TO WS-TAB-NUE-COTEJADO (WS-IX-HALLADO)
           ADD 1 TO WS-CONT-COTEJADOS
           MOVE "N" TO WS-SW-CON-DIFERENCIA
           MOVE WS-TAB-NUE-NUMERO (WS-IX-HALLADO) TO WS-DET-NUMERO
           MOVE WS-TAB-NUE-NOMBRE (WS-IX-HALLADO) TO WS-DET-NOMBRE
           MOVE "BRUTO"                 TO WS-DET-CONCEPTO
           MOVE WS-TAB-NUE-BRUTO (WS-IX-HALLADO)
                                        TO WS-IMPORTE-NUESTRO
           MOVE REG-RPV-BRUTO           TO WS-IMPORTE-PROVEEDOR
           PERFORM 045-COMPARA-CONCEPTO
           MOVE "DEDUCCIONES"           TO WS-DET-CONCEPTO
           MOVE WS-TAB-NUE-DEDUCCIONES (WS-IX-HALLADO)
                                        TO WS-IMPORTE-NUESTRO
           MOVE REG-RPV-DEDUCCIONES     TO WS-IMPORTE-PROVEEDOR
           PERFORM 045-COMPARA-CONCEPTO
           MOVE "NETO"                  TO WS-DET-CONCEPTO
           MOVE WS-TAB-NUE-NETO (WS-IX-HALLADO)
                                        TO WS-IMPORTE-NUESTRO
           MOVE REG-RPV-NETO            TO WS-IMPORTE-PROVEEDOR
           PERFORM 045-COMPARA-CONCEPTO
           IF WS-CON-DIFERENCIA
              ADD 1 TO WS-CONT-DIFERENCIAS
           END-IF
           GO TO 030-LEE-RESULTADO.

       035-BUSCA-NUESTRO.
           MOVE ZEROS TO WS-IX-HALLADO
           MOVE 1     TO WS-IX-NUE
           GO TO 0351-REVISA-NUESTRO.

       0351-REVISA-NUESTRO.
           IF WS-IX-NUE > WS-CANT-NUESTRA
              GO TO 035-FIN-BUSCA-NUESTRO
           END-IF
           IF WS-TAB-NUE-NUMERO (WS-IX-NUE) = REG-RPV-NUMERO
              AND NOT WS-TAB-NUE-YA-COTEJADO (WS-IX-NUE)
                 MOVE WS-IX-NUE TO WS-IX-HALLADO
                 GO TO 035-FIN-BUSCA-NUESTRO
           END-IF
           ADD 1 TO WS-IX-NUE
           GO TO 0351-REVISA-NUESTRO.

       035-FIN-BUSCA-NUESTRO.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-SOLO-NUESTROS - LOS EMPLEADOS QUE CALCULAMOS Y EL          *
      *                PROVEEDOR NO REPORTO                            *
      * -------------------------------------------------------------- *
       040-SOLO-NUESTROS.
           PERFORM 041-REVISA-SOLO-NUESTRO
               VARYING WS-IX-NUE FROM 1 BY 1
               UNTIL WS-IX-NUE > WS-CANT-NUESTRA
           GO TO 090-FIN.

       041-REVISA-SOLO-NUESTRO.
           ADD 1 TO WS-CONT-NUESTROS
           ADD WS-TAB-NUE-NETO (WS-IX-NUE) TO WS-TOT-NETO-NUESTRO
           IF NOT WS-TAB-NUE-YA-COTEJADO (WS-IX-NUE)
              ADD 1 TO WS-CONT-SOLO-NUESTROS
              MOVE WS-TAB-NUE-NUMERO (WS-IX-NUE) TO WS-DET-NUMERO
              MOVE WS-TAB-NUE-NOMBRE (WS-IX-NUE) TO WS-DET-NOMBRE
              MOVE "NETO SOLO NUESTRO"           TO WS-DET-CONCEPTO
              MOVE WS-TAB-NUE-NETO (WS-IX-NUE)   TO WS-IMPORTE-NUESTRO
              MOVE ZEROS                         TO WS-IMPORTE-PROVEEDOR
              PERFORM 050-IMPRIME-DETALLE
           END-IF.

       045-COMPARA-CONCEPTO.
           COMPUTE WS-DIF-IMPORTE =
                   WS-IMPORTE-PROVEEDOR - WS-IMPORTE-NUESTRO
           IF WS-DIF-IMPORTE < ZERO
              COMPUTE WS-DIF-ABSOLUTA = ZERO - WS-DIF-IMPORTE
           ELSE
              MOVE WS-DIF-IMPORTE TO WS-DIF-ABSOLUTA
           END-IF
           IF WS-DIF-ABSOLUTA > WS-TOLERANCIA
              MOVE "S" TO WS-SW-CON-DIFERENCIA
              PERFORM 050-IMPRIME-DETALLE
           END-IF.

       050-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE WS-IMPORTE-NUESTRO   TO WS-DET-NUESTRO
           MOVE WS-IMPORTE-PROVEEDOR TO WS-DET-PROVEEDOR
           COMPUTE WS-DIF-IMPORTE =
                   WS-IMPORTE-PROVEEDOR - WS-IMPORTE-NUESTRO
           MOVE WS-DIF-IMPORTE       TO WS-DET-DIFERENCIA
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       090-FIN.
           COMPUTE WS-TOT-NETO-DIF =
                   WS-TOT-NETO-PROVEEDOR - WS-TOT-NETO-NUESTRO
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "EMPLEADOS EN NUESTRO CALCULO  :" TO WS-CTA-LEYENDA
           MOVE WS-CONT-NUESTROS       TO WS-CTA-CANT-ED
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA AFTER ADVANCING 1
           MOVE "EMPLEADOS DEL PROVEEDOR       :" TO WS-CTA-LEYENDA
           MOVE WS-CONT-PROVEEDOR      TO WS-CTA-CANT-ED
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA AFTER ADVANCING 1
           MOVE "COTEJADOS                     :" TO WS-CTA-LEYENDA
           MOVE WS-CONT-COTEJADOS      TO WS-CTA-CANT-ED
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA AFTER ADVANCING 1
           MOVE "CON DIFERENCIA SOBRE TOLERANCIA:" TO WS-CTA-LEYENDA
           MOVE WS-CONT-DIFERENCIAS    TO WS-CTA-CANT-ED
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA AFTER ADVANCING 1
           MOVE "SOLO EN EL PROVEEDOR          :" TO WS-CTA-LEYENDA
           MOVE WS-CONT-SOLO-PROVEEDOR TO WS-CTA-CANT-ED
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA AFTER ADVANCING 1
           MOVE "SOLO EN NUESTRA NOMINA        :" TO WS-CTA-LEYENDA
           MOVE WS-CONT-SOLO-NUESTROS  TO WS-CTA-CANT-ED
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA AFTER ADVANCING 1
           MOVE "NETO NUESTRO                  :" TO WS-TOT-LEYENDA
           MOVE WS-TOT-NETO-NUESTRO    TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 2
           MOVE "NETO DEL PROVEEDOR            :" TO WS-TOT-LEYENDA
           MOVE WS-TOT-NETO-PROVEEDOR  TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           MOVE "DIFERENCIA EN NETO            :" TO WS-TOT-LEYENDA
           MOVE WS-TOT-NETO-DIF        TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           CLOSE REPORTE
           DISPLAY "PROG0068: PERIODO " WS-PERIODO-PROVEEDOR
                   " COTEJADO CONTRA " WS-TIT-2-ORIGEN
           DISPLAY "PROG0068: GRUPO DE PAGO " WS-GRUPO-PAGO
                   " EMPRESA " WS-EMPRESA
                   "; EMPLEADOS DE OTRO GRUPO O EMPRESA OMITIDOS: "
                   WS-CONT-OTRO-GRUPO
           DISPLAY "PROG0068: COTEJADOS             : "
                   WS-CONT-COTEJADOS
           DISPLAY "PROG0068: CON DIFERENCIAS       : "
                   WS-CONT-DIFERENCIAS
           DISPLAY "PROG0068: SOLO EN EL PROVEEDOR  : "
                   WS-CONT-SOLO-PROVEEDOR
           DISPLAY "PROG0068: SOLO EN NUESTRA NOMINA: "
                   WS-CONT-SOLO-NUESTROS
           DISPLAY "PROG0068: REPORTE EN 04-REP-PARALELO-NOMINA"
           GOBACK.

       END PROGRAM PROG0068.
