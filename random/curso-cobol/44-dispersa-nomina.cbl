      *           EMPLEADO SIN CUENTA, CON CLABE QUE NO PASA EL        *
      *           DIGITO DE CONTROL O CON NETO EN CERO CAE AL LISTADO  *
      *           DE EXCEPCIONES (04-REP-EXCEP-DISPERSION) EN VEZ DE   *
      *           PERDERSE EN SILENCIO. DESPUES DE LA NOMINA PAGA LOS  *
      *           FINIQUITOS QUE PROG0063 DEJO PENDIENTES EN           *
      *           04-FINIQUITOS-PAGO Y LES ANOTA LA FECHA DE PAGO,     *
      *           Y LUEGO LOS REEMBOLSOS DE GASTOS QUE EL GERENTE YA   *
      *           APROBO EN 04-GASTOS (PROG0074).                      *
      *           CON TIPO E DISPERSA EN CAMBIO LA NOMINA ESPECIAL DE  *
      *           PROG0065 (04-NOMINA-NETOS-ESP) EN SUS PROPIOS        *
      *           ARCHIVOS 04-DISPERSION-ESP, 04-REP-DISPERSION-ESP Y  *
      *           04-REP-EXCEP-DISP-ESP, SIN FINIQUITOS. CON TIPO A    *
      *           DISPERSA LA LIQUIDACION ANUAL DEL FONDO DE AHORRO DE *
      *           PROG0072 (04-NOMINA-NETOS-AHO) DE LA MISMA MANERA,   *
      *           EN 04-DISPERSION-AHO, 04-REP-DISPERSION-AHO Y        *
      *           04-REP-EXCEP-DISP-AHO. CADA EMPRESA (RAZON SOCIAL)   *
      *           DISPERSA POR SEPARADO DESDE SU PROPIA CUENTA: LA 01  *
      *           EN LOS ARCHIVOS DE SIEMPRE Y LAS DEMAS CON EL SUFIJO *
      *           -NN EN LOS TRES ARCHIVOS DE SALIDA                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINA-NETOS ASSIGN TO DYNAMIC WS-NOMBRE-NETOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-NET.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT CUENTAS-BANCO ASSIGN TO "04-CUENTAS-BANCO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CTA-NUMERO
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT FINIQUITOS-PAGO ASSIGN TO "04-FINIQUITOS-PAGO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-FPA-NUMERO
           FILE STATUS IS WS-FILE-STATUS-FPA.
           SELECT GASTOS ASSIGN TO "04-GASTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-GAS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-GAS.
           SELECT DISPERSION ASSIGN TO DYNAMIC WS-NOMBRE-DISPERSION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DIS.
           SELECT REPORTE ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE.
           SELECT EXCEPCIONES ASSIGN TO DYNAMIC WS-NOMBRE-EXCEPCIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  NOMINA-NETOS
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNETFD.
       FD  CUENTAS-BANCO
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCTAFD.
       FD  FINIQUITOS-PAGO
           RECORD CONTAINS 126 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WFPAFD.
       FD  GASTOS
           RECORD CONTAINS 142 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WGASFD.
       FD  DISPERSION
           RECORD CONTAINS 68 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EXCEPCION          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-NET      PIC X(02).
       01 WS-FILE-STATUS-CTA      PIC X(02).
       01 WS-FILE-STATUS-FPA      PIC X(02).
       01 WS-FILE-STATUS-GAS      PIC X(02).
       01 WS-FILE-STATUS-DIS      PIC X(02).
       01 WS-FILE-STATUS-EXC      PIC X(02).

      * -------------------------------------------------------------- *
      * WS-TIPO-DISPERSION - N = LA NOMINA ORDINARIA DE PROG0026 MAS   *
      *                LOS FINIQUITOS Y LOS REEMBOLSOS DE GASTOS; E =  *
      *                LA NOMINA ESPECIAL FUERA DE CICLO DE PROG0065;  *
      *                A = LA LIQUIDACION DEL FONDO DE AHORRO DE       *
      *                PROG0072. CADA TIPO LEE Y ESCRIBE               *
      *                SUS PROPIOS ARCHIVOS, PARA QUE UNA CORRIDA      *
      *                ESPECIAL NO PISE LA DISPERSION DE LA QUINCENA   *
      * -------------------------------------------------------------- *
       01 WS-TIPO-DISPERSION      PIC X(01)    VALUE "N".
           88 WS-DISPERSION-NOMINA        VALUE "N".
           88 WS-DISPERSION-ESPECIAL      VALUE "E".
           88 WS-DISPERSION-AHORRO        VALUE "A".
       01 WS-NOMBRE-NETOS         PIC X(30)
                                  VALUE "04-NOMINA-NETOS".
       01 WS-NOMBRE-DISPERSION    PIC X(30)
                                  VALUE "04-DISPERSION".
       01 WS-NOMBRE-REPORTE       PIC X(30)
                                  VALUE "04-REP-DISPERSION".
       01 WS-NOMBRE-EXCEPCIONES   PIC X(30)
                                  VALUE "04-REP-EXCEP-DISPERSION".

      * LA EMPRESA QUE DISPERSA (ESPACIOS = 01) Y LA DEL PAGO EN TURNO.
      * SIN 04-EMPLEADOS TODOS LOS PAGOS SE TOMAN COMO DE LA 01
       01 WS-EMPRESA              PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA-PAGO         PIC X(02)    VALUE SPACES.
       01 WS-SW-HAY-MAESTRO       PIC X(01)    VALUE "N".
           88 WS-HAY-MAESTRO              VALUE "S".
       01 WS-NOMBRE-BASE          PIC X(30)    VALUE SPACES.
       01 WS-CONT-OTRA-EMPRESA    PIC 9(05)    VALUE ZEROS.
       COPY WEMPRWS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-NETOS     PIC X(01)    VALUE "N".
               88 WS-FIN-NETOS                VALUE "S".
           05 WS-SW-FIN-FINIQUITOS
                                  PIC X(01)    VALUE "N".
               88 WS-FIN-FINIQUITOS           VALUE "S".
           05 WS-SW-FIN-GASTOS    PIC X(01)    VALUE "N".
               88 WS-FIN-GASTOS               VALUE "S".

      * -------------------------------------------------------------- *
      * WS-PAGO - EL PAGO EN CURSO, YA SEA UN NETO DE NOMINA O UN      *
      *           FINIQUITO O UN REEMBOLSO DE GASTOS                   *
      * -------------------------------------------------------------- *
       01 WS-PAGO.
           05 WS-PAGO-NUMERO      PIC 9(05)    VALUE ZEROS.
           05 WS-PAGO-NOMBRE      PIC X(30)    VALUE SPACES.
           05 WS-PAGO-IMPORTE     PIC 9(07)V99  VALUE ZEROS.

       01 WS-FECHA-HOY.
           05 FILLER              PIC X(02).
       01 WS-CONTADORES-DIS.
           05 WS-CONT-PAGADOS     PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-EXCEPCIONES PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-FINIQUITOS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-GASTOS      PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-DISPERSADO   PIC 9(11)V99  VALUE ZEROS.

      * -------------------------------------------------------------- *
       01 WS-DIS-ENCABEZADO.
           05 FILLER              PIC X(01)    VALUE "H".
           05 WS-DIS-ENC-FECHA    PIC 9(08).
           05 WS-DIS-ENC-EMPRESA  PIC X(02).
           05 WS-DIS-ENC-RFC      PIC X(12).
           05 FILLER              PIC X(45)    VALUE SPACES.

       01 WS-DIS-DETALLE.
           05 FILLER              PIC X(01)    VALUE "D".

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "TIPO DE DISPERSION (N = NOMINA, E = ESPECIAL, "
                   "A = FONDO DE AHORRO) [N]: "
           ACCEPT WS-TIPO-DISPERSION
           IF WS-TIPO-DISPERSION = SPACES
              MOVE "N" TO WS-TIPO-DISPERSION
           END-IF
           IF NOT WS-DISPERSION-NOMINA AND NOT WS-DISPERSION-ESPECIAL
              AND NOT WS-DISPERSION-AHORRO
                 DISPLAY "PROG0041: TIPO DE DISPERSION NO VALIDO"
                 GOBACK
           END-IF
           IF WS-DISPERSION-ESPECIAL
              MOVE "04-NOMINA-NETOS-ESP"   TO WS-NOMBRE-NETOS
              MOVE "04-DISPERSION-ESP"     TO WS-NOMBRE-DISPERSION
              MOVE "04-REP-DISPERSION-ESP" TO WS-NOMBRE-REPORTE
              MOVE "04-REP-EXCEP-DISP-ESP" TO WS-NOMBRE-EXCEPCIONES
              MOVE "RECAP DE DISPERSION ESPECIAL" TO WS-TIT-2
           END-IF
           IF WS-DISPERSION-AHORRO
              MOVE "04-NOMINA-NETOS-AHO"   TO WS-NOMBRE-NETOS
              MOVE "04-DISPERSION-AHO"     TO WS-NOMBRE-DISPERSION
              MOVE "04-REP-DISPERSION-AHO" TO WS-NOMBRE-REPORTE
              MOVE "04-REP-EXCEP-DISP-AHO" TO WS-NOMBRE-EXCEPCIONES
              MOVE "RECAP DISPERSION FONDO AHORRO" TO WS-TIT-2
           END-IF
           DISPLAY "EMPRESA (RAZON SOCIAL) QUE DISPERSA [01]: "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
              MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE WS-EMPRESA  TO WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           IF NOT WS-EMPRESA-OK
              DISPLAY "PROG0041: LA EMPRESA " WS-EMPRESA
                      " NO ESTA EN 04-EMPRESAS (VER PROG0010)"
              GOBACK
           END-IF
           IF WS-EMPRESA NOT = "01"
              PERFORM 015-NOMBRES-EMPRESA
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           OPEN INPUT NOMINA-NETOS
           IF WS-FILE-STATUS-NET NOT = "00"
              DISPLAY "PROG0041: SIN " WS-NOMBRE-NETOS ", STATUS "
                      WS-FILE-STATUS-NET
                      " (CORRA PRIMERO PROG0026, PROG0065 O "
                      "PROG0072)"
              GOBACK
           END-IF
           OPEN INPUT CUENTAS-BANCO
              CLOSE NOMINA-NETOS
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP = "00"
              MOVE "S" TO WS-SW-HAY-MAESTRO
           END-IF
           OPEN OUTPUT DISPERSION
                OUTPUT REPORTE
                OUTPUT EXCEPCIONES
           MOVE WS-HOY-ANIO TO WS-TIT-2-ANIO
           PERFORM 005-IMPRIME-ENCABEZADOS
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-DIS-ENC-FECHA
           MOVE WS-EMPRESA            TO WS-DIS-ENC-EMPRESA
           MOVE WS-EMPR-RFC           TO WS-DIS-ENC-RFC
           WRITE REG-DISPERSION FROM WS-DIS-ENCABEZADO
           GO TO 020-LEE-NETO.

      * 015-NOMBRES-EMPRESA - LOS ARCHIVOS DE SALIDA DE UNA EMPRESA    *
      *       QUE NO ES LA 01 LLEVAN SU CODIGO COMO SUFIJO, PARA QUE   *
      *       NO PISEN LA DISPERSION DE OTRA                           *
       015-NOMBRES-EMPRESA.
           MOVE WS-NOMBRE-DISPERSION  TO WS-NOMBRE-BASE
           MOVE SPACES                TO WS-NOMBRE-DISPERSION
           STRING WS-NOMBRE-BASE DELIMITED BY SPACE
                  "-"            DELIMITED BY SIZE
                  WS-EMPRESA     DELIMITED BY SIZE
             INTO WS-NOMBRE-DISPERSION
           MOVE WS-NOMBRE-REPORTE     TO WS-NOMBRE-BASE
           MOVE SPACES                TO WS-NOMBRE-REPORTE
           STRING WS-NOMBRE-BASE DELIMITED BY SPACE
                  "-"            DELIMITED BY SIZE
                  WS-EMPRESA     DELIMITED BY SIZE
             INTO WS-NOMBRE-REPORTE
           MOVE WS-NOMBRE-EXCEPCIONES TO WS-NOMBRE-BASE
           MOVE SPACES                TO WS-NOMBRE-EXCEPCIONES
           STRING WS-NOMBRE-BASE DELIMITED BY SPACE
                  "-"            DELIMITED BY SIZE
                  WS-EMPRESA     DELIMITED BY SIZE
             INTO WS-NOMBRE-EXCEPCIONES.

      * 016-EMPRESA-DEL-PAGO - DEJA EN WS-EMPRESA-PAGO LA EMPRESA DEL  *
      *       EMPLEADO CUYO NUMERO VIENE EN WS-PAGO-NUMERO. UN NUMERO  *
      *       QUE YA NO ESTA EN EL MAESTRO (UN FINIQUITO ARCHIVADO,    *
      *       POR EJEMPLO), O SIN EMPRESA, ES DE LA 01                 *
       016-EMPRESA-DEL-PAGO.
           MOVE "01" TO WS-EMPRESA-PAGO
           IF WS-HAY-MAESTRO
              MOVE WS-PAGO-NUMERO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF REG-EMP-EMPRESA NOT = SPACES
                         MOVE REG-EMP-EMPRESA TO WS-EMPRESA-PAGO
                      END-IF
              END-READ
           END-IF.

       005-IMPRIME-ENCABEZADOS.
           ADD 1 TO WS-PAGINA-ACTUAL
           MOVE WS-PAGINA-ACTUAL TO WS-TIT-2-PAGINA
           READ NOMINA-NETOS
               AT END
                   MOVE "S" TO WS-SW-FIN-NETOS
                   IF NOT WS-DISPERSION-NOMINA
                      GO TO 090-FIN-DISPERSION
                   END-IF
                   GO TO 040-ABRE-FINIQUITOS
           END-READ
           MOVE REG-NETO-NUMERO TO WS-PAGO-NUMERO
           MOVE REG-NETO-NOMBRE TO WS-PAGO-NOMBRE
           MOVE REG-NETO-NETO   TO WS-PAGO-IMPORTE
           PERFORM 016-EMPRESA-DEL-PAGO
           IF WS-EMPRESA-PAGO NOT = WS-EMPRESA
              ADD 1 TO WS-CONT-OTRA-EMPRESA
              GO TO 020-LEE-NETO
           END-IF
           IF REG-NETO-NETO = ZEROS
              MOVE "NETO EN CERO, NADA QUE PAGAR" TO WS-EXC-MOTIVO
              PERFORM 050-ESCRIBE-EXCEPCION
           GO TO 020-LEE-NETO.

       030-ESCRIBE-PAGO.
           MOVE WS-PAGO-NUMERO  TO WS-DIS-DET-NUMERO
           MOVE REG-CTA-BANCO   TO WS-DIS-DET-BANCO
           MOVE REG-CTA-CLABE   TO WS-DIS-DET-CLABE
           MOVE WS-PAGO-IMPORTE TO WS-DIS-DET-IMPORTE
           MOVE WS-PAGO-NOMBRE  TO WS-DIS-DET-NOMBRE
           WRITE REG-DISPERSION FROM WS-DIS-DETALLE
           ADD 1 TO WS-CONT-PAGADOS
           ADD WS-PAGO-IMPORTE TO WS-TOT-DISPERSADO
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE WS-PAGO-NUMERO  TO WS-DET-NUMERO
           MOVE WS-PAGO-NOMBRE  TO WS-DET-NOMBRE
           MOVE REG-CTA-BANCO   TO WS-DET-BANCO
           MOVE REG-CTA-CLABE   TO WS-DET-CLABE
           MOVE WS-PAGO-IMPORTE TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

      * -------------------------------------------------------------- *
      * 040-ABRE-FINIQUITOS - LOS FINIQUITOS CALCULADOS POR PROG0063   *
      *                SIN FECHA DE PAGO SE DISPERSAN CON LA NOMINA;   *
      *                AL PAGARSE SE LES ANOTA LA FECHA. LOS QUE CAEN  *
      *                A EXCEPCIONES SIGUEN PENDIENTES PARA LA         *
      *                SIGUIENTE CORRIDA. SIN EL ARCHIVO NO HAY        *
      *                FINIQUITOS QUE PAGAR                            *
      * -------------------------------------------------------------- *
       040-ABRE-FINIQUITOS.
           OPEN I-O FINIQUITOS-PAGO
           IF WS-FILE-STATUS-FPA NOT = "00"
              GO TO 060-ABRE-GASTOS
           END-IF
           GO TO 041-LEE-FINIQUITO.

       041-LEE-FINIQUITO.
           READ FINIQUITOS-PAGO
               AT END
                   MOVE "S" TO WS-SW-FIN-FINIQUITOS
                   CLOSE FINIQUITOS-PAGO
                   GO TO 060-ABRE-GASTOS
           END-READ
           IF REG-FPA-FECHA-PAGO NOT = ZEROS
              GO TO 041-LEE-FINIQUITO
           END-IF
           MOVE REG-FPA-NUMERO  TO WS-PAGO-NUMERO
           MOVE REG-FPA-NOMBRE  TO WS-PAGO-NOMBRE
           MOVE REG-FPA-TOTAL   TO WS-PAGO-IMPORTE
           PERFORM 016-EMPRESA-DEL-PAGO
           IF WS-EMPRESA-PAGO NOT = WS-EMPRESA
              GO TO 041-LEE-FINIQUITO
           END-IF
           IF REG-FPA-TOTAL = ZEROS
              MOVE "FINIQUITO EN CERO" TO WS-EXC-MOTIVO
              PERFORM 050-ESCRIBE-EXCEPCION
              GO TO 041-LEE-FINIQUITO
           END-IF
           MOVE REG-FPA-NUMERO TO REG-CTA-NUMERO
           READ CUENTAS-BANCO
               INVALID KEY
                   MOVE "FINIQUITO SIN CUENTA BANCARIA"
                                  TO WS-EXC-MOTIVO
                   PERFORM 050-ESCRIBE-EXCEPCION
                   GO TO 041-LEE-FINIQUITO
           END-READ
           MOVE REG-CTA-CLABE TO WS-CLABE-TRABAJO
           PERFORM 056-VALIDA-CLABE THRU 056-FIN-VALIDA-CLABE
           IF NOT WS-CLABE-OK
              MOVE "FINIQUITO CON CLABE INVALIDA" TO WS-EXC-MOTIVO
              PERFORM 050-ESCRIBE-EXCEPCION
              GO TO 041-LEE-FINIQUITO
           END-IF
           PERFORM 030-ESCRIBE-PAGO
           ADD 1 TO WS-CONT-FINIQUITOS
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-FPA-FECHA-PAGO
           REWRITE REG-FINIQUITO-PAGO
               INVALID KEY
                   DISPLAY "PROG0041: NO SE PUDO MARCAR PAGADO EL "
                           "FINIQUITO DEL EMPLEADO " REG-FPA-NUMERO
           END-REWRITE
           GO TO 041-LEE-FINIQUITO.

      * -------------------------------------------------------------- *
      * 060-ABRE-GASTOS - LOS REEMBOLSOS APROBADOS EN PROG0074 QUE AUN *
      *                NO TIENEN FECHA DE PAGO SALEN EN ESTA           *
      *                DISPERSION IGUAL QUE LOS FINIQUITOS, UN         *
      *                RENGLON POR SOLICITUD; LOS QUE CAEN A           *
      *                EXCEPCIONES SIGUEN POR PAGAR. SIN EL ARCHIVO NO *
      *                HAY REEMBOLSOS QUE PAGAR                        *
      * -------------------------------------------------------------- *
       060-ABRE-GASTOS.
           OPEN I-O GASTOS
           IF WS-FILE-STATUS-GAS NOT = "00"
              GO TO 090-FIN-DISPERSION
           END-IF
           GO TO 061-LEE-GASTO.

       061-LEE-GASTO.
           READ GASTOS
               AT END
                   MOVE "S" TO WS-SW-FIN-GASTOS
                   CLOSE GASTOS
                   GO TO 090-FIN-DISPERSION
           END-READ
           IF NOT REG-GAS-APROBADO
              OR REG-GAS-FECHA-PAGO NOT = ZEROS
                 GO TO 061-LEE-GASTO
           END-IF
           MOVE REG-GAS-NUMERO     TO WS-PAGO-NUMERO
           MOVE REG-GAS-NOMBRE-EMP TO WS-PAGO-NOMBRE
           MOVE REG-GAS-IMPORTE    TO WS-PAGO-IMPORTE
           PERFORM 016-EMPRESA-DEL-PAGO
           IF WS-EMPRESA-PAGO NOT = WS-EMPRESA
              GO TO 061-LEE-GASTO
           END-IF
           MOVE REG-GAS-NUMERO     TO REG-CTA-NUMERO
           READ CUENTAS-BANCO
               INVALID KEY
                   MOVE "REEMBOLSO SIN CUENTA BANCARIA"
                                  TO WS-EXC-MOTIVO
                   PERFORM 050-ESCRIBE-EXCEPCION
                   GO TO 061-LEE-GASTO
           END-READ
           MOVE REG-CTA-CLABE TO WS-CLABE-TRABAJO
           PERFORM 056-VALIDA-CLABE THRU 056-FIN-VALIDA-CLABE
           IF NOT WS-CLABE-OK
              MOVE "REEMBOLSO CON CLABE INVALIDA" TO WS-EXC-MOTIVO
              PERFORM 050-ESCRIBE-EXCEPCION
              GO TO 061-LEE-GASTO
           END-IF
           PERFORM 030-ESCRIBE-PAGO
           ADD 1 TO WS-CONT-GASTOS
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-GAS-FECHA-PAGO
           REWRITE REG-GASTO
               INVALID KEY
                   DISPLAY "PROG0041: NO SE PUDO MARCAR PAGADO EL "
                           "REEMBOLSO DEL EMPLEADO " REG-GAS-NUMERO
           END-REWRITE
           GO TO 061-LEE-GASTO.

       050-ESCRIBE-EXCEPCION.
           ADD 1 TO WS-CONT-EXCEPCIONES
           MOVE WS-PAGO-NUMERO  TO WS-EXC-NUMERO
           MOVE WS-PAGO-NOMBRE  TO WS-EXC-NOMBRE
           WRITE REG-EXCEPCION FROM WS-EXC-DETALLE.

       056-VALIDA-CLABE.
                 DISPERSION
                 REPORTE
                 EXCEPCIONES
           IF WS-HAY-MAESTRO
              CLOSE EMPLEADOS
           END-IF
           DISPLAY "PROG0041: EMPRESA              : " WS-EMPRESA
                   " " WS-EMPR-NOMBRE
           DISPLAY "PROG0041: DISPERSION EN        : "
                   WS-NOMBRE-DISPERSION
           DISPLAY "PROG0041: EMPLEADOS DISPERSADOS: " WS-CONT-PAGADOS
           DISPLAY "PROG0041: FINIQUITOS INCLUIDOS : "
                   WS-CONT-FINIQUITOS
           DISPLAY "PROG0041: REEMBOLSOS INCLUIDOS : "
                   WS-CONT-GASTOS
           DISPLAY "PROG0041: EXCEPCIONES          : "
                   WS-CONT-EXCEPCIONES
           DISPLAY "PROG0041: NETOS DE OTRAS EMPRESAS: "
                   WS-CONT-OTRA-EMPRESA
           DISPLAY "PROG0041: TOTAL DISPERSADO     : "
                   WS-TOT-DISPERSADO
           GOBACK.
