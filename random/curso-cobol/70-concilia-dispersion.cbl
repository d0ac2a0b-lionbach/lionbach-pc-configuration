       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0067.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: CONCILIACION DE LA DISPERSION CONTRA LA RESPUESTA    *
      *           DEL BANCO. CRUZA CADA PAGO QUE PROG0041 MANDO EN     *
      *           04-DISPERSION CON EL RESULTADO QUE DEVUELVE EL BANCO *
      *           EN 04-RESPUESTA-BANCO (VER WRBAFD) E IMPRIME EN      *
      *           04-REP-CONCILIA-BANCO LOS PAGADOS, LOS RECHAZADOS    *
      *           (CUENTA RECHAZADA O CANCELADA), LOS QUE EL BANCO NO  *
      *           CONTESTO Y LOS QUE CONTESTO SIN HABERSE ENVIADO, CON *
      *           SUS TOTALES. CADA RECHAZADO SE COTEJA CONTRA LA      *
      *           CUENTA ACTUAL DE 04-CUENTAS-BANCO Y SE REGISTRA EN   *
      *           04-REEXPEDICION-BANCO (VER WREXFD) PARA QUE PROG0065 *
      *           LO VUELVA A PAGAR EN LA NOMINA ESPECIAL UNA VEZ      *
      *           CORREGIDA LA CUENTA EN PROG0006 (OPCION 5). CON TIPO *
      *           E CONCILIA LA DISPERSION ESPECIAL (04-DISPERSION-ESP *
      *           CONTRA 04-RESPUESTA-BANCO-ESP) Y CON TIPO A LA DEL   *
      *           FONDO DE AHORRO (04-DISPERSION-AHO CONTRA            *
      *           04-RESPUESTA-BANCO-AHO). CADA EMPRESA (RAZON SOCIAL, *
      *           VER PROG0075) CONCILIA SU PROPIA DISPERSION: PARA    *
      *           UNA EMPRESA QUE NO ES LA 01 LOS ARCHIVOS LLEVAN SU   *
      *           CODIGO COMO SUFIJO, IGUAL QUE EN PROG0041, Y LA      *
      *           REEXPEDICION QUEDA CON LA EMPRESA QUE DISPERSO. DEBE *
      *           CORRERSE ANTES DE LA SIGUIENTE DISPERSION, QUE       *
      *           SOBREESCRIBE EL ARCHIVO ENVIADO                      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPERSION ASSIGN TO DYNAMIC WS-NOMBRE-DISPERSION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DIS.
           SELECT RESPUESTA-BANCO ASSIGN TO DYNAMIC WS-NOMBRE-RESPUESTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-RBA.
           SELECT CUENTAS-BANCO ASSIGN TO "04-CUENTAS-BANCO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CTA-NUMERO
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT REEXPEDICION ASSIGN TO "04-REEXPEDICION-BANCO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-REX-LLAVE
           FILE STATUS IS WS-FILE-STATUS-REX.
           SELECT REPORTE ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPERSION
           RECORD CONTAINS 68 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DISPERSION         PIC X(68).
       FD  RESPUESTA-BANCO
           RECORD CONTAINS 69 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WRBAFD.
       FD  CUENTAS-BANCO
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCTAFD.
       FD  REEXPEDICION
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WREXFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-DIS      PIC X(02).
       01 WS-FILE-STATUS-RBA      PIC X(02).
       01 WS-FILE-STATUS-CTA      PIC X(02).
       01 WS-FILE-STATUS-REX      PIC X(02).

      * -------------------------------------------------------------- *
      * WS-TIPO-CORRIDA - N = LA DISPERSION DE LA NOMINA ORDINARIA,    *
      *                E = LA DE LA NOMINA ESPECIAL, A = LA DEL FONDO  *
      *                DE AHORRO, IGUAL QUE EN PROG0041                *
      * -------------------------------------------------------------- *
       01 WS-TIPO-CORRIDA         PIC X(01)    VALUE "N".
           88 WS-CORRIDA-NOMINA           VALUE "N".
           88 WS-CORRIDA-ESPECIAL         VALUE "E".
           88 WS-CORRIDA-AHORRO           VALUE "A".
       01 WS-NOMBRE-DISPERSION    PIC X(30)
                                  VALUE "04-DISPERSION".
       01 WS-NOMBRE-RESPUESTA     PIC X(30)
                                  VALUE "04-RESPUESTA-BANCO".
       01 WS-NOMBRE-REPORTE       PIC X(30)
                                  VALUE "04-REP-CONCILIA-BANCO".

      * LA EMPRESA CUYA DISPERSION SE CONCILIA (ESPACIOS = 01) Y LA QUE
      * TRAE EL ENCABEZADO DEL ARCHIVO ENVIADO
       01 WS-EMPRESA              PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA-DISPERSION   PIC X(02)    VALUE SPACES.
       01 WS-NOMBRE-BASE          PIC X(30)    VALUE SPACES.
       COPY WEMPRWS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-DISPERSION
                                  PIC X(01)    VALUE "N".
               88 WS-FIN-DISPERSION           VALUE "S".
           05 WS-SW-FIN-RESPUESTA PIC X(01)    VALUE "N".
               88 WS-FIN-RESPUESTA            VALUE "S".
           05 WS-SW-CUENTAS-OK    PIC X(01)    VALUE "N".
               88 WS-CUENTAS-OK               VALUE "S".
           05 WS-SW-REEXPEDICION-OK
                                  PIC X(01)    VALUE "N".
               88 WS-REEXPEDICION-OK          VALUE "S".

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
      * LAYOUTS DEL ARCHIVO BANCARIO 04-DISPERSION, LOS MISMOS QUE     *
      * ESCRIBE PROG0041                                               *
      * -------------------------------------------------------------- *
       01 WS-DIS-REGISTRO.
           05 WS-DIS-TIPO         PIC X(01).
               88 WS-DIS-ENCABEZADO           VALUE "H".
               88 WS-DIS-DETALLE              VALUE "D".
               88 WS-DIS-TRAILER              VALUE "T".
           05 WS-DIS-DATOS        PIC X(67).
           05 WS-DIS-DATOS-ENC    REDEFINES WS-DIS-DATOS.
               10 WS-DIS-ENC-FECHA
                                  PIC 9(08).
               10 WS-DIS-ENC-EMPRESA
                                  PIC X(02).
               10 FILLER          PIC X(57).
           05 WS-DIS-DATOS-DET    REDEFINES WS-DIS-DATOS.
               10 WS-DIS-DET-NUMERO
                                  PIC 9(05).
               10 WS-DIS-DET-BANCO
                                  PIC 9(03).
               10 WS-DIS-DET-CLABE
                                  PIC 9(18).
               10 WS-DIS-DET-IMPORTE
                                  PIC 9(09)V99.
               10 WS-DIS-DET-NOMBRE
                                  PIC X(30).
           05 WS-DIS-DATOS-TRL    REDEFINES WS-DIS-DATOS.
               10 WS-DIS-TRL-CANTIDAD
                                  PIC 9(05).
               10 WS-DIS-TRL-TOTAL
                                  PIC 9(11)V99.
               10 FILLER          PIC X(49).

       01 WS-FECHA-DISPERSION     PIC 9(08)    VALUE ZEROS.
       01 WS-FECHA-RESPUESTA      PIC 9(08)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-ENVIADOS - LOS PAGOS DE LA DISPERSION EN EL ORDEN EN  *
      *                QUE SE ENVIARON; EL SUBINDICE ES EL RENGLON DEL *
      *                PAGO. EL ESTADO QUEDA EN ESPACIOS MIENTRAS EL   *
      *                BANCO NO LO CONTESTE                            *
      * -------------------------------------------------------------- *
       01 WS-TABLA-ENVIADOS.
           05 WS-TAB-ENV          OCCURS 5000 TIMES.
               10 WS-TAB-ENV-NUMERO
                                  PIC 9(05).
               10 WS-TAB-ENV-BANCO
                                  PIC 9(03).
               10 WS-TAB-ENV-CLABE
                                  PIC 9(18).
               10 WS-TAB-ENV-IMPORTE
                                  PIC 9(09)V99.
               10 WS-TAB-ENV-NOMBRE
                                  PIC X(30).
               10 WS-TAB-ENV-ESTADO
                                  PIC X(01).
                   88 WS-TAB-ENV-SIN-RESPUESTA VALUE SPACES.
       01 WS-CANT-ENVIADOS        PIC 9(05)    VALUE ZEROS.
       01 WS-IX-ENV               PIC 9(05)    VALUE ZEROS.
       01 WS-IX-HALLADO           PIC 9(05)    VALUE ZEROS.

       01 WS-CONTADORES-CONCILIA.
           05 WS-CONT-ENVIADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-PAGADOS     PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-RECHAZADOS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-RESPUESTA
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-NO-ENVIADOS PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-DIF-IMPORTE PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-REEXP-NUEVAS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-REEXP-YA    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-OMITIDOS    PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-ENVIADOS     PIC 9(11)V99  VALUE ZEROS.
           05 WS-TOT-PAGADOS      PIC 9(11)V99  VALUE ZEROS.
           05 WS-TOT-RECHAZADOS   PIC 9(11)V99  VALUE ZEROS.
           05 WS-TOT-SIN-RESPUESTA
                                  PIC 9(11)V99  VALUE ZEROS.
           05 WS-TOT-NO-ENVIADOS  PIC 9(11)V99  VALUE ZEROS.

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
           05 WS-TIT-2            PIC X(34)
                        VALUE "CONCILIACION BANCARIA DISPERSION".
           05 WS-TIT-2-TIPO       PIC X(01).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-2-FECHA-DIS  PIC 9(08).
           05 FILLER              PIC X(05)    VALUE " EMP ".
           05 WS-TIT-2-EMPRESA    PIC X(02).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(125)   VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 FILLER              PIC X(05)    VALUES "NUM. ".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(06)    VALUES "NOMBRE".
           05 FILLER              PIC X(26)    VALUES SPACES.
           05 FILLER              PIC X(03)    VALUES "BCO".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(05)    VALUES "CLABE".
           05 FILLER              PIC X(24)    VALUES SPACES.
           05 FILLER              PIC X(07)    VALUES "IMPORTE".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(09)    VALUES "RESULTADO".
           05 FILLER              PIC X(06)    VALUES SPACES.
           05 FILLER              PIC X(11)    VALUES "OBSERVACION".

       01 WS-DETALLE.
           05 FILLER              PIC X(01).
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-BANCO        PIC 9(03).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-CLABE        PIC 9(18).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-RESULTADO    PIC X(13).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-OBSERVACION  PIC X(30).
           05 FILLER              PIC X(06)    VALUES SPACES.

       01 WS-DETALLE-MOTIVO.
           05 FILLER              PIC X(08)    VALUES SPACES.
           05 FILLER              PIC X(18)
                       VALUE "MOTIVO DEL BANCO: ".
           05 WS-MOT-MOTIVO       PIC X(30).
           05 FILLER              PIC X(76)    VALUES SPACES.

       01 WS-LINEA-TOTAL.
           05 FILLER              PIC X(01).
           05 WS-TOT-LEYENDA      PIC X(30).
           05 WS-TOT-CANT-ED      PIC ZZ,ZZ9.
           05 FILLER              PIC X(14)
                       VALUE "  IMPORTE:    ".
           05 WS-TOT-IMPORTE-ED   PIC $$$$,$$$,$$9.99.
           05 FILLER              PIC X(66)    VALUE SPACES.

       01 WS-LINEA-CUENTA.
           05 FILLER              PIC X(01).
           05 WS-CTA-LEYENDA      PIC X(30).
           05 WS-CTA-CANT-ED      PIC ZZ,ZZ9.
           05 FILLER              PIC X(95)    VALUE SPACES.

       COPY WFIRMA.

       PROCEDURE DIVISION.
       010-INICIO.
      * LA CONCILIACION BANCARIA ES DE FINANZAS (O DEL ADMINISTRADOR),
      * IGUAL QUE LA NOMINA ESPECIAL QUE PAGA LAS REEXPEDICIONES
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-FINANZAS AND NOT WS-FIR-ADMINISTRADOR
              DISPLAY "PROG0067: SOLO EL ROL DE FINANZAS PUEDE "
                      "CONCILIAR LA DISPERSION"
              GOBACK
           END-IF
           DISPLAY "TIPO DE DISPERSION (N = NOMINA, E = ESPECIAL, "
                   "A = FONDO DE AHORRO) [N]: "
           ACCEPT WS-TIPO-CORRIDA
           IF WS-TIPO-CORRIDA = SPACES
              MOVE "N" TO WS-TIPO-CORRIDA
           END-IF
           IF NOT WS-CORRIDA-NOMINA AND NOT WS-CORRIDA-ESPECIAL
              AND NOT WS-CORRIDA-AHORRO
                 DISPLAY "PROG0067: TIPO DE DISPERSION NO VALIDO"
                 GOBACK
           END-IF
           IF WS-CORRIDA-ESPECIAL
              MOVE "04-DISPERSION-ESP"       TO WS-NOMBRE-DISPERSION
              MOVE "04-RESPUESTA-BANCO-ESP"  TO WS-NOMBRE-RESPUESTA
              MOVE "04-REP-CONCILIA-BANCO-ESP" TO WS-NOMBRE-REPORTE
           END-IF
           IF WS-CORRIDA-AHORRO
              MOVE "04-DISPERSION-AHO"       TO WS-NOMBRE-DISPERSION
              MOVE "04-RESPUESTA-BANCO-AHO"  TO WS-NOMBRE-RESPUESTA
              MOVE "04-REP-CONCILIA-BANCO-AHO" TO WS-NOMBRE-REPORTE
           END-IF
           DISPLAY "EMPRESA (RAZON SOCIAL) QUE DISPERSO [01]: "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
              MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE WS-EMPRESA  TO WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           IF NOT WS-EMPRESA-OK
              DISPLAY "PROG0067: LA EMPRESA " WS-EMPRESA
                      " NO ESTA EN 04-EMPRESAS (VER PROG0010)"
              GOBACK
           END-IF
           IF WS-EMPRESA NOT = "01"
              PERFORM 012-NOMBRES-EMPRESA
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           OPEN INPUT DISPERSION
           IF WS-FILE-STATUS-DIS NOT = "00"
              DISPLAY "PROG0067: SIN " WS-NOMBRE-DISPERSION ", STATUS "
                      WS-FILE-STATUS-DIS " (CORRA PRIMERO PROG0041)"
              GOBACK
           END-IF
           PERFORM 015-CARGA-ENVIADOS THRU 015-FIN-CARGA-ENVIADOS
           IF WS-EMPRESA-DISPERSION = SPACES
              MOVE "01" TO WS-EMPRESA-DISPERSION
           END-IF
           IF WS-EMPRESA-DISPERSION NOT = WS-EMPRESA
              DISPLAY "PROG0067: " WS-NOMBRE-DISPERSION
                      " ES DE LA EMPRESA " WS-EMPRESA-DISPERSION
                      " Y NO DE LA " WS-EMPRESA "; NO SE CONCILIA"
              GOBACK
           END-IF
           OPEN INPUT RESPUESTA-BANCO
           IF WS-FILE-STATUS-RBA NOT = "00"
              DISPLAY "PROG0067: SIN " WS-NOMBRE-RESPUESTA ", STATUS "
                      WS-FILE-STATUS-RBA "; NADA QUE CONCILIAR"
              GOBACK
           END-IF
      * LA RESPUESTA DEBE SER DE LA MISMA DISPERSION QUE SE TIENE
      * ENVIADA; SI YA HUBO OTRA DISPERSION DESPUES, NO SE CONCILIA
           READ RESPUESTA-BANCO
               AT END
                   MOVE SPACES TO REG-RBA-TIPO
           END-READ
           IF NOT REG-RBA-ENCABEZADO
              DISPLAY "PROG0067: " WS-NOMBRE-RESPUESTA
                      " NO TRAE ENCABEZADO; NO SE CONCILIA"
              CLOSE RESPUESTA-BANCO
              GOBACK
           END-IF
           MOVE REG-RBA-ENC-FECHA TO WS-FECHA-RESPUESTA
           IF WS-FECHA-RESPUESTA NOT = WS-FECHA-DISPERSION
              DISPLAY "PROG0067: LA RESPUESTA ES DE LA DISPERSION DEL "
                      WS-FECHA-RESPUESTA " Y LA ENVIADA ES DEL "
                      WS-FECHA-DISPERSION "; NO SE CONCILIA"
              CLOSE RESPUESTA-BANCO
              GOBACK
           END-IF
           OPEN INPUT CUENTAS-BANCO
           IF WS-FILE-STATUS-CTA = "00"
              MOVE "S" TO WS-SW-CUENTAS-OK
           ELSE
              DISPLAY "PROG0067: AVISO, NO SE PUDO ABRIR "
                      "04-CUENTAS-BANCO, STATUS " WS-FILE-STATUS-CTA
                      "; NO SE REVISAN LAS CUENTAS"
           END-IF
           OPEN I-O REEXPEDICION
           IF WS-FILE-STATUS-REX = "35"
              OPEN OUTPUT REEXPEDICION
           END-IF
           IF WS-FILE-STATUS-REX = "00"
              MOVE "S" TO WS-SW-REEXPEDICION-OK
           ELSE
              DISPLAY "PROG0067: AVISO, NO SE PUDO ABRIR "
                      "04-REEXPEDICION-BANCO, STATUS "
                      WS-FILE-STATUS-REX
                      "; LOS RECHAZOS NO QUEDAN REGISTRADOS"
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA          TO WS-TIT-2-DIA
           MOVE WS-HOY-MES          TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO         TO WS-TIT-2-ANIO
           MOVE WS-TIPO-CORRIDA     TO WS-TIT-2-TIPO
           MOVE WS-FECHA-DISPERSION TO WS-TIT-2-FECHA-DIS
           MOVE WS-EMPRESA          TO WS-TIT-2-EMPRESA
           PERFORM 005-IMPRIME-ENCABEZADOS
           GO TO 020-LEE-RESPUESTA.

      * -------------------------------------------------------------- *
      * 012-NOMBRES-EMPRESA - LOS ARCHIVOS DE UNA EMPRESA QUE NO ES LA *
      *                01 LLEVAN SU CODIGO COMO SUFIJO, LOS MISMOS     *
      *                NOMBRES QUE LES DA PROG0041                     *
      * -------------------------------------------------------------- *
       012-NOMBRES-EMPRESA.
           MOVE WS-NOMBRE-DISPERSION  TO WS-NOMBRE-BASE
           MOVE SPACES                TO WS-NOMBRE-DISPERSION
           STRING WS-NOMBRE-BASE DELIMITED BY SPACE
                  "-"            DELIMITED BY SIZE
                  WS-EMPRESA     DELIMITED BY SIZE
             INTO WS-NOMBRE-DISPERSION
           MOVE WS-NOMBRE-RESPUESTA   TO WS-NOMBRE-BASE
           MOVE SPACES                TO WS-NOMBRE-RESPUESTA
           STRING WS-NOMBRE-BASE DELIMITED BY SPACE
                  "-"            DELIMITED BY SIZE
                  WS-EMPRESA     DELIMITED BY SIZE
             INTO WS-NOMBRE-RESPUESTA
           MOVE WS-NOMBRE-REPORTE     TO WS-NOMBRE-BASE
           MOVE SPACES                TO WS-NOMBRE-REPORTE
           STRING WS-NOMBRE-BASE DELIMITED BY SPACE
                  "-"            DELIMITED BY SIZE
                  WS-EMPRESA     DELIMITED BY SIZE
             INTO WS-NOMBRE-REPORTE.

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
      * 015-CARGA-ENVIADOS - LOS PAGOS DE LA DISPERSION A LA TABLA, EN *
      *                EL ORDEN DEL ARCHIVO, Y LA FECHA DEL ENCABEZADO *
      * -------------------------------------------------------------- *
       015-CARGA-ENVIADOS.
           READ DISPERSION INTO WS-DIS-REGISTRO
               AT END
                   MOVE "S" TO WS-SW-FIN-DISPERSION
                   GO TO 0151-FIN-LEE-DISPERSION
           END-READ
           IF WS-DIS-ENCABEZADO
              MOVE WS-DIS-ENC-FECHA TO WS-FECHA-DISPERSION
              MOVE WS-DIS-ENC-EMPRESA TO WS-EMPRESA-DISPERSION
              GO TO 015-CARGA-ENVIADOS
           END-IF
           IF NOT WS-DIS-DETALLE
              GO TO 015-CARGA-ENVIADOS
           END-IF
           IF WS-CANT-ENVIADOS >= 5000
              ADD 1 TO WS-CONT-OMITIDOS
              GO TO 015-CARGA-ENVIADOS
           END-IF
           ADD 1 TO WS-CANT-ENVIADOS
           MOVE WS-DIS-DET-NUMERO
                              TO WS-TAB-ENV-NUMERO (WS-CANT-ENVIADOS)
           MOVE WS-DIS-DET-BANCO
                              TO WS-TAB-ENV-BANCO (WS-CANT-ENVIADOS)
           MOVE WS-DIS-DET-CLABE
                              TO WS-TAB-ENV-CLABE (WS-CANT-ENVIADOS)
           MOVE WS-DIS-DET-IMPORTE
                              TO WS-TAB-ENV-IMPORTE (WS-CANT-ENVIADOS)
           MOVE WS-DIS-DET-NOMBRE
                              TO WS-TAB-ENV-NOMBRE (WS-CANT-ENVIADOS)
           MOVE SPACES        TO WS-TAB-ENV-ESTADO (WS-CANT-ENVIADOS)
           ADD 1 TO WS-CONT-ENVIADOS
           ADD WS-DIS-DET-IMPORTE TO WS-TOT-ENVIADOS
           GO TO 015-CARGA-ENVIADOS.

       0151-FIN-LEE-DISPERSION.
           CLOSE DISPERSION
           IF WS-CONT-OMITIDOS > ZEROS
              DISPLAY "PROG0067: " WS-NOMBRE-DISPERSION
                      " EXCEDE 5000 PAGOS; SE OMITEN "
                      WS-CONT-OMITIDOS
           END-IF.

       015-FIN-CARGA-ENVIADOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-LEE-RESPUESTA - CADA RESULTADO DEL BANCO SE CRUZA CONTRA   *
      *                EL PAGO ENVIADO; LO QUE EL BANCO CONTESTA SIN   *
      *                HABERSE ENVIADO SE REPORTA COMO NO ENVIADO      *
      * -------------------------------------------------------------- *
       020-LEE-RESPUESTA.
           READ RESPUESTA-BANCO
               AT END
                   MOVE "S" TO WS-SW-FIN-RESPUESTA
                   GO TO 040-SIN-RESPUESTA
           END-READ
           IF NOT REG-RBA-DETALLE
              GO TO 020-LEE-RESPUESTA
           END-IF
           PERFORM 025-BUSCA-ENVIADO THRU 025-FIN-BUSCA-ENVIADO
           IF WS-IX-HALLADO = ZEROS
              ADD 1 TO WS-CONT-NO-ENVIADOS
              ADD REG-RBA-IMPORTE TO WS-TOT-NO-ENVIADOS
              MOVE REG-RBA-NUMERO  TO WS-DET-NUMERO
              MOVE SPACES          TO WS-DET-NOMBRE
              MOVE REG-RBA-BANCO   TO WS-DET-BANCO
              MOVE REG-RBA-CLABE   TO WS-DET-CLABE
              MOVE REG-RBA-IMPORTE TO WS-DET-IMPORTE
              MOVE "NO ENVIADO"    TO WS-DET-RESULTADO
              MOVE "NO ESTA EN LA DISPERSION"
                                   TO WS-DET-OBSERVACION
              PERFORM 050-IMPRIME-DETALLE
              GO TO 020-LEE-RESPUESTA
           END-IF
           MOVE WS-TAB-ENV-NUMERO (WS-IX-HALLADO)  TO WS-DET-NUMERO
           MOVE WS-TAB-ENV-NOMBRE (WS-IX-HALLADO)  TO WS-DET-NOMBRE
           MOVE WS-TAB-ENV-BANCO (WS-IX-HALLADO)   TO WS-DET-BANCO
           MOVE WS-TAB-ENV-CLABE (WS-IX-HALLADO)   TO WS-DET-CLABE
           MOVE WS-TAB-ENV-IMPORTE (WS-IX-HALLADO) TO WS-DET-IMPORTE
           MOVE SPACES                             TO WS-DET-OBSERVACION
           IF REG-RBA-IMPORTE NOT = WS-TAB-ENV-IMPORTE (WS-IX-HALLADO)
              ADD 1 TO WS-CONT-DIF-IMPORTE
              MOVE "IMPORTE DISTINTO AL ENVIADO" TO WS-DET-OBSERVACION
           END-IF
           IF REG-RBA-PAGADO
              MOVE "P" TO WS-TAB-ENV-ESTADO (WS-IX-HALLADO)
              ADD 1 TO WS-CONT-PAGADOS
              ADD WS-TAB-ENV-IMPORTE (WS-IX-HALLADO) TO WS-TOT-PAGADOS
              MOVE "PAGADO"        TO WS-DET-RESULTADO
              PERFORM 050-IMPRIME-DETALLE
              GO TO 020-LEE-RESPUESTA
           END-IF
           IF REG-RBA-RECHAZADA OR REG-RBA-CANCELADA
              MOVE REG-RBA-RESULTADO
                                   TO WS-TAB-ENV-ESTADO (WS-IX-HALLADO)
              ADD 1 TO WS-CONT-RECHAZADOS
              ADD WS-TAB-ENV-IMPORTE (WS-IX-HALLADO)
                                   TO WS-TOT-RECHAZADOS
              IF REG-RBA-RECHAZADA
                 MOVE "RECHAZADA"  TO WS-DET-RESULTADO
              ELSE
                 MOVE "CANCELADA"  TO WS-DET-RESULTADO
              END-IF
              PERFORM 030-REVISA-CUENTA THRU 030-FIN-REVISA-CUENTA
              PERFORM 035-REGISTRA-REEXPEDICION
                 THRU 035-FIN-REGISTRA-REEXPEDICION
              PERFORM 050-IMPRIME-DETALLE
              PERFORM 055-IMPRIME-MOTIVO THRU 055-FIN-IMPRIME-MOTIVO
              GO TO 020-LEE-RESPUESTA
           END-IF
      * UN RESULTADO QUE NO SE CONOCE NO CONFIRMA EL PAGO: SE CUENTA
      * CON LOS QUE EL BANCO NO CONTESTO
           MOVE "X" TO WS-TAB-ENV-ESTADO (WS-IX-HALLADO)
           ADD 1 TO WS-CONT-SIN-RESPUESTA
           ADD WS-TAB-ENV-IMPORTE (WS-IX-HALLADO)
                                   TO WS-TOT-SIN-RESPUESTA
           MOVE "DESCONOCIDO"      TO WS-DET-RESULTADO
           MOVE "RESULTADO NO RECONOCIDO"
                                   TO WS-DET-OBSERVACION
           PERFORM 050-IMPRIME-DETALLE
           PERFORM 055-IMPRIME-MOTIVO THRU 055-FIN-IMPRIME-MOTIVO
           GO TO 020-LEE-RESPUESTA.

      * -------------------------------------------------------------- *
      * 025-BUSCA-ENVIADO - EL PRIMER PAGO SIN CONTESTAR DEL MISMO     *
      *                EMPLEADO Y EL MISMO IMPORTE; SI NO LO HAY, EL   *
      *                PRIMERO SIN CONTESTAR DEL EMPLEADO (UN MISMO    *
      *                EMPLEADO PUEDE LLEVAR NOMINA Y FINIQUITO)       *
      * -------------------------------------------------------------- *
       025-BUSCA-ENVIADO.
           MOVE ZEROS TO WS-IX-HALLADO
           MOVE 1     TO WS-IX-ENV
           GO TO 0251-REVISA-IMPORTE.

       0251-REVISA-IMPORTE.
           IF WS-IX-ENV > WS-CANT-ENVIADOS
              MOVE 1 TO WS-IX-ENV
              GO TO 0252-REVISA-NUMERO
           END-IF
           IF WS-TAB-ENV-NUMERO (WS-IX-ENV) = REG-RBA-NUMERO
              AND WS-TAB-ENV-SIN-RESPUESTA (WS-IX-ENV)
              AND WS-TAB-ENV-IMPORTE (WS-IX-ENV) = REG-RBA-IMPORTE
                 MOVE WS-IX-ENV TO WS-IX-HALLADO
                 GO TO 025-FIN-BUSCA-ENVIADO
           END-IF
           ADD 1 TO WS-IX-ENV
           GO TO 0251-REVISA-IMPORTE.

       0252-REVISA-NUMERO.
           IF WS-IX-ENV > WS-CANT-ENVIADOS
              GO TO 025-FIN-BUSCA-ENVIADO
           END-IF
           IF WS-TAB-ENV-NUMERO (WS-IX-ENV) = REG-RBA-NUMERO
              AND WS-TAB-ENV-SIN-RESPUESTA (WS-IX-ENV)
                 MOVE WS-IX-ENV TO WS-IX-HALLADO
                 GO TO 025-FIN-BUSCA-ENVIADO
           END-IF
           ADD 1 TO WS-IX-ENV
           GO TO 0252-REVISA-NUMERO.

       025-FIN-BUSCA-ENVIADO.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-REVISA-CUENTA - SI LA CLABE ACTUAL DE 04-CUENTAS-BANCO YA  *
      *                ES OTRA, LA CUENTA SE CORRIGIO Y EL PAGO PUEDE  *
      *                REEXPEDIRSE; SI SIGUE LA MISMA HAY QUE          *
      *                CORREGIRLA PRIMERO EN PROG0006                  *
      * -------------------------------------------------------------- *
       030-REVISA-CUENTA.
           IF NOT WS-CUENTAS-OK
              MOVE "REVISAR CUENTA EN PROG0006"
                                   TO WS-DET-OBSERVACION
              GO TO 030-FIN-REVISA-CUENTA
           END-IF
           MOVE WS-TAB-ENV-NUMERO (WS-IX-HALLADO) TO REG-CTA-NUMERO
           READ CUENTAS-BANCO
               INVALID KEY
                   MOVE "SIN CUENTA; VER PROG0006"
                                   TO WS-DET-OBSERVACION
                   GO TO 030-FIN-REVISA-CUENTA
           END-READ
           IF REG-CTA-CLABE = WS-TAB-ENV-CLABE (WS-IX-HALLADO)
              MOVE "CORREGIR EN PROG0006 OPCION 5"
                                   TO WS-DET-OBSERVACION
           ELSE
              MOVE "CUENTA YA CORREGIDA; REEXPEDIR"
                                   TO WS-DET-OBSERVACION
           END-IF.

       030-FIN-REVISA-CUENTA.
           EXIT.

      * -------------------------------------------------------------- *
      * 035-REGISTRA-REEXPEDICION - EL RECHAZO QUEDA PENDIENTE EN      *
      *                04-REEXPEDICION-BANCO; SI YA ESTABA (LA MISMA   *
      *                RESPUESTA SE CONCILIO ANTES) NO SE DUPLICA      *
      * -------------------------------------------------------------- *
       035-REGISTRA-REEXPEDICION.
           IF NOT WS-REEXPEDICION-OK
              GO TO 035-FIN-REGISTRA-REEXPEDICION
           END-IF
           MOVE WS-FECHA-DISPERSION   TO REG-REX-FECHA-DISPERSION
           MOVE WS-TIPO-CORRIDA       TO REG-REX-TIPO-CORRIDA
           MOVE WS-IX-HALLADO         TO REG-REX-RENGLON
           MOVE WS-EMPRESA            TO REG-REX-EMPRESA
           MOVE WS-TAB-ENV-NUMERO (WS-IX-HALLADO)  TO REG-REX-NUMERO
           MOVE WS-TAB-ENV-NOMBRE (WS-IX-HALLADO)  TO REG-REX-NOMBRE
           MOVE WS-TAB-ENV-BANCO (WS-IX-HALLADO)   TO REG-REX-BANCO
           MOVE WS-TAB-ENV-CLABE (WS-IX-HALLADO)   TO REG-REX-CLABE
           MOVE WS-TAB-ENV-IMPORTE (WS-IX-HALLADO) TO REG-REX-IMPORTE
           MOVE REG-RBA-RESULTADO     TO REG-REX-RESULTADO
           MOVE REG-RBA-MOTIVO        TO REG-REX-MOTIVO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-REX-FECHA-REGISTRO
           MOVE "P"                   TO REG-REX-ESTADO
           MOVE ZEROS                 TO REG-REX-SECUENCIA-ESP
           MOVE ZEROS                 TO REG-REX-FECHA-PAGO
           WRITE REG-REEXPEDICION
               INVALID KEY
                   ADD 1 TO WS-CONT-REEXP-YA
                   GO TO 035-FIN-REGISTRA-REEXPEDICION
           END-WRITE
           ADD 1 TO WS-CONT-REEXP-NUEVAS.

       035-FIN-REGISTRA-REEXPEDICION.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-SIN-RESPUESTA - LOS PAGOS ENVIADOS QUE EL BANCO NO         *
      *                CONTESTO: NO SE SABE SI SE PAGARON              *
      * -------------------------------------------------------------- *
       040-SIN-RESPUESTA.
           CLOSE RESPUESTA-BANCO
           PERFORM 045-REVISA-SIN-RESPUESTA
               VARYING WS-IX-ENV FROM 1 BY 1
               UNTIL WS-IX-ENV > WS-CANT-ENVIADOS
           GO TO 090-FIN.

       045-REVISA-SIN-RESPUESTA.
           IF WS-TAB-ENV-SIN-RESPUESTA (WS-IX-ENV)
              ADD 1 TO WS-CONT-SIN-RESPUESTA
              ADD WS-TAB-ENV-IMPORTE (WS-IX-ENV)
                                   TO WS-TOT-SIN-RESPUESTA
              MOVE WS-TAB-ENV-NUMERO (WS-IX-ENV)  TO WS-DET-NUMERO
              MOVE WS-TAB-ENV-NOMBRE (WS-IX-ENV)  TO WS-DET-NOMBRE
              MOVE WS-TAB-ENV-BANCO (WS-IX-ENV)   TO WS-DET-BANCO
              MOVE WS-TAB-ENV-CLABE (WS-IX-ENV)   TO WS-DET-CLABE
              MOVE WS-TAB-ENV-IMPORTE (WS-IX-ENV) TO WS-DET-IMPORTE
              MOVE "SIN RESPUESTA" TO WS-DET-RESULTADO
              MOVE "ACLARAR CON EL BANCO"
                                   TO WS-DET-OBSERVACION
              PERFORM 050-IMPRIME-DETALLE
           END-IF.

       050-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       055-IMPRIME-MOTIVO.
           IF REG-RBA-MOTIVO = SPACES
              GO TO 055-FIN-IMPRIME-MOTIVO
           END-IF
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE REG-RBA-MOTIVO TO WS-MOT-MOTIVO
           WRITE REG-REPORTE FROM WS-DETALLE-MOTIVO AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       055-FIN-IMPRIME-MOTIVO.
           EXIT.

       090-FIN.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE "ENVIADOS EN LA DISPERSION   :" TO WS-TOT-LEYENDA
           MOVE WS-CONT-ENVIADOS      TO WS-TOT-CANT-ED
           MOVE WS-TOT-ENVIADOS       TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           MOVE "PAGADOS POR EL BANCO        :" TO WS-TOT-LEYENDA
           MOVE WS-CONT-PAGADOS       TO WS-TOT-CANT-ED
           MOVE WS-TOT-PAGADOS        TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           MOVE "RECHAZADOS / CANCELADOS     :" TO WS-TOT-LEYENDA
           MOVE WS-CONT-RECHAZADOS    TO WS-TOT-CANT-ED
           MOVE WS-TOT-RECHAZADOS     TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           MOVE "SIN RESPUESTA DEL BANCO     :" TO WS-TOT-LEYENDA
           MOVE WS-CONT-SIN-RESPUESTA TO WS-TOT-CANT-ED
           MOVE WS-TOT-SIN-RESPUESTA  TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           MOVE "CONTESTADOS SIN ENVIARSE    :" TO WS-TOT-LEYENDA
           MOVE WS-CONT-NO-ENVIADOS   TO WS-TOT-CANT-ED
           MOVE WS-TOT-NO-ENVIADOS    TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           MOVE "CON IMPORTE DISTINTO        :" TO WS-CTA-LEYENDA
           MOVE WS-CONT-DIF-IMPORTE   TO WS-CTA-CANT-ED
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA AFTER ADVANCING 2
           MOVE "REEXPEDICIONES REGISTRADAS  :" TO WS-CTA-LEYENDA
           MOVE WS-CONT-REEXP-NUEVAS  TO WS-CTA-CANT-ED
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA AFTER ADVANCING 1
           MOVE "YA REGISTRADAS ANTES        :" TO WS-CTA-LEYENDA
           MOVE WS-CONT-REEXP-YA      TO WS-CTA-CANT-ED
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA AFTER ADVANCING 1
           IF WS-CUENTAS-OK
              CLOSE CUENTAS-BANCO
           END-IF
           IF WS-REEXPEDICION-OK
              CLOSE REEXPEDICION
           END-IF
           CLOSE REPORTE
           DISPLAY "PROG0067: CONCILIACION EN      : " WS-NOMBRE-REPORTE
           DISPLAY "PROG0067: EMPRESA              : " WS-EMPRESA
           DISPLAY "PROG0067: ENVIADOS             : " WS-CONT-ENVIADOS
           DISPLAY "PROG0067: PAGADOS              : " WS-CONT-PAGADOS
           DISPLAY "PROG0067: RECHAZADOS           : "
                   WS-CONT-RECHAZADOS
           DISPLAY "PROG0067: SIN RESPUESTA        : "
                   WS-CONT-SIN-RESPUESTA
           DISPLAY "PROG0067: CONTESTADOS NO ENVIADOS: "
                   WS-CONT-NO-ENVIADOS
           DISPLAY "PROG0067: REEXPEDICIONES NUEVAS: "
                   WS-CONT-REEXP-NUEVAS
           IF WS-CONT-REEXP-NUEVAS > ZEROS
              DISPLAY "PROG0067: CORRIJA LAS CUENTAS EN PROG0006 "
                      "(OPCION 5) Y PAGUE CON PROG0065"
           END-IF
           GOBACK.

       END PROGRAM PROG0067.
