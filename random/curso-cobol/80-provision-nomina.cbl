       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0077.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: PROVISION DE NOMINA AL CIERRE DEL MES. PARA CADA     *
      *           EMPLEADO ACTIVO DE LA EMPRESA CALCULA: LOS DIAS      *
      *           TRABAJADOS EN EL MES QUE CIERRA PERO QUE SE PAGAN EN *
      *           EL SIGUIENTE (LOS PERIODOS DE SU GRUPO DE PAGO EN    *
      *           04-PERIODOS QUE EMPIEZAN A MAS TARDAR EL ULTIMO DIA  *
      *           DEL MES Y SE PAGAN DESPUES DE EL) A SALARIO / 30; LA *
      *           DOZAVA PARTE DEL AGUINALDO CON LA REGLA DE PROG0058; *
      *           Y LA DOZAVA PARTE DE LA PRIMA VACACIONAL SOBRE LOS   *
      *           DIAS DEL TABULADOR CON QUE PROG0027 ACREDITA         *
      *           04-VACACIONES. DIAS DE AGUINALDO Y PORCENTAJE DE     *
      *           PRIMA SALEN DEL RENGLON P DE 04-CUOTAS-IMSS. ESCRIBE *
      *           EL LOTE DE PROVISION EN 04-GL-PROVISION CON FECHA    *
      *           DEL ULTIMO DIA DEL MES (CARGO AL GASTO DEL           *
      *           DEPARTAMENTO, ABONO A LAS CUENTAS DE PASIVO DE       *
      *           04-CUENTAS-GL, VER WCGLFD) Y SU REVERSA AUTOMATICA   *
      *           EN 04-GL-PROVISION-REV CON FECHA DEL PRIMER DIA DEL  *
      *           MES SIGUIENTE, LOS DOS EN EL LAYOUT DE               *
      *           04-GL-INTERFAZ (VER WGLFD). CADA EMPRESA LLEVA SUS   *
      *           PROPIOS ARCHIVOS, COMO EN PROG0030                   *
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
           SELECT CUENTAS-GL ASSIGN TO "04-CUENTAS-GL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CGL.
           SELECT PERIODOS ASSIGN TO "04-PERIODOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PER.
           SELECT CUOTAS-IMSS ASSIGN TO "04-CUOTAS-IMSS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CIM.
           SELECT GL-PROVISION ASSIGN TO DYNAMIC WS-NOMBRE-PROVISION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PRV.
           SELECT GL-REVERSA ASSIGN TO DYNAMIC WS-NOMBRE-REVERSA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-REV.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  CUENTAS-GL
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCGLFD.
       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.
       FD  CUOTAS-IMSS
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCIMFD.
       FD  GL-PROVISION
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-GL-PROVISION       PIC X(44).
       FD  GL-REVERSA
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-GL-REVERSA         PIC X(44).

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WEMPRWS.
      * -------------------------------------------------------------- *
      * LA LINEA DE POLIZA SE ARMA AQUI Y SE ESCRIBE IGUAL EN LOS DOS  *
      * LOTES, CON LA NATURALEZA VOLTEADA EN EL DE REVERSA             *
      * -------------------------------------------------------------- *
       COPY WGLFD.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-CGL      PIC X(02).
       01 WS-FILE-STATUS-PER      PIC X(02).
       01 WS-FILE-STATUS-CIM      PIC X(02).
       01 WS-FILE-STATUS-PRV      PIC X(02).
       01 WS-FILE-STATUS-REV      PIC X(02).

       01 WS-NOMBRE-PROVISION     PIC X(30)
                                  VALUE "04-GL-PROVISION".
       01 WS-NOMBRE-REVERSA       PIC X(30)
                                  VALUE "04-GL-PROVISION-REV".

      * LA EMPRESA DEL LOTE (ESPACIOS = 01) Y LA DEL EMPLEADO EN TURNO
       01 WS-EMPRESA              PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA-EMPLEADO     PIC X(02)    VALUE SPACES.
       01 WS-NOMBRE-BASE          PIC X(20)    VALUE SPACES.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ARCHIVO   PIC X(01)    VALUE "N".
               88 WS-FIN-ARCHIVO              VALUE "S".
           05 WS-SW-FIN-CUENTAS   PIC X(01)    VALUE "N".
               88 WS-FIN-CUENTAS              VALUE "S".
           05 WS-SW-FIN-PERIODOS  PIC X(01)    VALUE "N".
               88 WS-FIN-PERIODOS             VALUE "S".
           05 WS-SW-FIN-CUOTAS    PIC X(01)    VALUE "N".
               88 WS-FIN-CUOTAS               VALUE "S".

       01 WS-FECHA-HOY.
           05 FILLER              PIC X(02).
           05 WS-HOY-DIA          PIC 9(02).
           05 WS-HOY-MES          PIC 9(02).
           05 WS-HOY-ANIO         PIC 9(04).

       01 WS-DIA-SEMANA-HOY       PIC 9(01).

      * -------------------------------------------------------------- *
      * EL MES QUE SE CIERRA (AAAAMM), SU PRIMER Y ULTIMO DIA Y EL     *
      * PRIMER DIA DEL MES SIGUIENTE, FECHA DE LA REVERSA              *
      * -------------------------------------------------------------- *
       01 WS-MES-CIERRE-G.
           05 WS-MC-ANIO          PIC 9(04).
           05 WS-MC-MES           PIC 9(02).

       01 WS-MES-CIERRE REDEFINES WS-MES-CIERRE-G
                                  PIC 9(06).

       01 WS-FECHA-INICIO-MES-G.
           05 WS-FIM-ANIO         PIC 9(04).
           05 WS-FIM-MES          PIC 9(02).
           05 WS-FIM-DIA          PIC 9(02).

       01 WS-FECHA-INICIO-MES REDEFINES WS-FECHA-INICIO-MES-G
                                  PIC 9(08).

       01 WS-FECHA-FIN-MES-G.
           05 WS-FFM-ANIO         PIC 9(04).
           05 WS-FFM-MES          PIC 9(02).
           05 WS-FFM-DIA          PIC 9(02).

       01 WS-FECHA-FIN-MES REDEFINES WS-FECHA-FIN-MES-G
                                  PIC 9(08).

       01 WS-FECHA-REVERSA-G.
           05 WS-FRV-ANIO         PIC 9(04).
           05 WS-FRV-MES          PIC 9(02).
           05 WS-FRV-DIA          PIC 9(02).

       01 WS-FECHA-REVERSA REDEFINES WS-FECHA-REVERSA-G
                                  PIC 9(08).

       01 WS-CALCULO-BISIESTO.
           05 WS-COCIENTE         PIC 9(04)    VALUE ZEROS.
           05 WS-RESIDUO-4        PIC 9(03)    VALUE ZEROS.
           05 WS-RESIDUO-100      PIC 9(03)    VALUE ZEROS.
           05 WS-RESIDUO-400      PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * FECHAS DE TRABAJO PARA CONTAR DIAS EN BASE 360 (MESES DE 30,   *
      * EL DIA 31 CUENTA COMO 30), COMO EN PROG0058                    *
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

       01 WS-DIAS-TRAMO           PIC S9(05)   VALUE ZEROS.

      * -------------------------------------------------------------- *
      * PARAMETROS DEL CALCULO - LOS DIAS DE AGUINALDO Y EL PORCENTAJE *
      *            DE PRIMA VACACIONAL SALEN DEL RENGLON P DE          *
      *            04-CUOTAS-IMSS (LOS MISMOS QUE USA PROG0063), CON   *
      *            LOS VALORES DE LEY COMO OMISION                     *
      * -------------------------------------------------------------- *
       01 WS-PARAMETROS.
           05 WS-DIAS-AGUINALDO   PIC 9(03)    VALUE 015.
           05 WS-PCT-PRIMA-VAC    PIC 9(03)    VALUE 025.

      * -------------------------------------------------------------- *
      * WS-TABLA-CUENTAS - MAPA DE CUENTAS CONTABLES POR DEPARTAMENTO, *
      *                CARGADO DE 04-CUENTAS-GL EN ORDEN ASCENDENTE    *
      *                DE CODIGO IGUAL QUE EN PROG0030                 *
      * -------------------------------------------------------------- *
       01 WS-TABLA-CUENTAS.
           05 WS-TAB-CTA          OCCURS 10 TIMES
                                  ASCENDING KEY IS WS-TAB-CTA-DEPTO
                                  INDEXED BY WS-IX-CTA.
               10 WS-TAB-CTA-DEPTO
                                  PIC 9(03)    VALUE 999.
               10 WS-TAB-CTA-GASTO
                                  PIC X(10)    VALUE SPACES.
               10 WS-TAB-CTA-DEVENGADO
                                  PIC X(10)    VALUE SPACES.
               10 WS-TAB-CTA-PROV-AGUINALDO
                                  PIC X(10)    VALUE SPACES.
               10 WS-TAB-CTA-PROV-PRIMA
                                  PIC X(10)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-ACUM-PRV - SUELDO DEVENGADO NO PAGADO, PROVISION DE         *
      *               AGUINALDO Y DE PRIMA VACACIONAL POR DEPARTAMENTO *
      *               EN EL MISMO ORDEN QUE WS-TABLA-CUENTAS           *
      * -------------------------------------------------------------- *
       01 WS-ACUM-PRV.
           05 WS-ACUM-PRV-DEPTO   OCCURS 10 TIMES.
               10 WS-ACUM-PRV-DEVENGADO
                                  PIC 9(09)V99  VALUE ZEROS.
               10 WS-ACUM-PRV-AGUINALDO
                                  PIC 9(09)V99  VALUE ZEROS.
               10 WS-ACUM-PRV-PRIMA
                                  PIC 9(09)V99  VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-PERIODOS - LOS PERIODOS DE 04-PERIODOS QUE QUEDAN     *
      *                SIN PAGAR AL CIERRE: EMPIEZAN A MAS TARDAR EL   *
      *                ULTIMO DIA DEL MES Y SU FECHA DE PAGO ES        *
      *                POSTERIOR                                       *
      * -------------------------------------------------------------- *
       01 WS-TABLA-PERIODOS.
           05 WS-TAB-PER          OCCURS 50 TIMES.
               10 WS-TAB-PER-GRUPO
                                  PIC X(02)    VALUE SPACES.
               10 WS-TAB-PER-INICIO
                                  PIC 9(08)    VALUE ZEROS.
               10 WS-TAB-PER-FIN  PIC 9(08)    VALUE ZEROS.
       01 WS-CANT-PERIODOS        PIC 9(02)    VALUE ZEROS.
       01 WS-IX-PER               PIC 9(02)    VALUE ZEROS.

       01 WS-CALCULO.
           05 WS-GRUPO-EMPLEADO   PIC X(02)    VALUE SPACES.
           05 WS-SALARIO-DIARIO   PIC 9(07)V99  VALUE ZEROS.
           05 WS-DIAS-SIN-PAGAR   PIC 9(03)    VALUE ZEROS.
           05 WS-DIAS-MES         PIC 9(03)    VALUE ZEROS.
           05 WS-IMPORTE-DEVENGADO
                                  PIC 9(07)V99  VALUE ZEROS.
           05 WS-IMPORTE-AGUINALDO
                                  PIC 9(07)V99  VALUE ZEROS.
           05 WS-IMPORTE-PRIMA    PIC 9(07)V99  VALUE ZEROS.

      * ANTIGUEDAD Y DIAS DE VACACIONES DEL TABULADOR DE PROG0027
       01 WS-FECHA-ALTA-DESGL-G.
           05 WS-FAD-ANIO         PIC 9(04).
           05 WS-FAD-MES          PIC 9(02).
           05 WS-FAD-DIA          PIC 9(02).

       01 WS-FECHA-ALTA-DESGLOSE REDEFINES WS-FECHA-ALTA-DESGL-G
                                  PIC 9(08).

       01 WS-ANT-ANIOS            PIC S9(03)   VALUE ZEROS.
       01 WS-ANIOS-MENOS-UNO      PIC S9(03)   VALUE ZEROS.
       01 WS-BLOQUES-DE-CINCO     PIC 9(03)    VALUE ZEROS.
       01 WS-DIAS-VACACIONES      PIC 9(03)    VALUE ZEROS.

      * LA LINEA QUE SE VA A ESCRIBIR: CARGO AL GASTO Y ABONO AL PASIVO
       01 WS-LINEA-PROVISION.
           05 WS-LIN-CTA-CARGO    PIC X(10)    VALUE SPACES.
           05 WS-LIN-CTA-ABONO    PIC X(10)    VALUE SPACES.
           05 WS-LIN-IMPORTE      PIC 9(09)V99  VALUE ZEROS.
           05 WS-LIN-REF-CONCEPTO PIC X(07)    VALUE SPACES.

       01 WS-CONTADORES.
           05 WS-CONT-EMPLEADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-CON-DEVENGADO
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-CUENTA  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-OTRA-EMPRESA
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-ALTA    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-CONCEPTOS-OMITIDOS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-PER-EXCEDIDOS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-LINEAS      PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-CARGOS       PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-ABONOS       PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-DEVENGADO    PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-AGUINALDO    PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-PRIMA        PIC 9(09)V99  VALUE ZEROS.

       01 WS-REFERENCIA-LOTE.
           05 WS-REF-TIPO         PIC X(07)    VALUE SPACES.
           05 WS-REF-FECHA        PIC 9(08).
           05 FILLER              PIC X(03)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PROG0077: PROVISION DE NOMINA AL CIERRE DEL MES"
           DISPLAY "EMPRESA (RAZON SOCIAL) DE LA PROVISION [01]: "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
              MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE WS-EMPRESA         TO WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           IF NOT WS-EMPRESA-OK
              DISPLAY "PROG0077: LA EMPRESA " WS-EMPRESA
                      " NO ESTA EN 04-EMPRESAS (VER PROG0010)"
              GOBACK
           END-IF
           IF WS-EMPRESA NOT = "01"
              MOVE WS-NOMBRE-PROVISION TO WS-NOMBRE-BASE
              MOVE SPACES              TO WS-NOMBRE-PROVISION
              STRING WS-NOMBRE-BASE    DELIMITED BY SPACE
                     "-"               DELIMITED BY SIZE
                     WS-EMPRESA        DELIMITED BY SIZE
                INTO WS-NOMBRE-PROVISION
              MOVE WS-NOMBRE-REVERSA   TO WS-NOMBRE-BASE
              MOVE SPACES              TO WS-NOMBRE-REVERSA
              STRING WS-NOMBRE-BASE    DELIMITED BY SPACE
                     "-"               DELIMITED BY SIZE
                     WS-EMPRESA        DELIMITED BY SIZE
                INTO WS-NOMBRE-REVERSA
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           DISPLAY "MES A CERRAR (AAAAMM, VACIO = EL MES EN CURSO): "
           ACCEPT WS-MES-CIERRE
           IF WS-MES-CIERRE = ZEROS
              MOVE WS-HOY-ANIO TO WS-MC-ANIO
              MOVE WS-HOY-MES  TO WS-MC-MES
           END-IF
           IF WS-MC-MES < 01 OR WS-MC-MES > 12
              OR WS-MC-ANIO < 1900
                 DISPLAY "PROG0077: MES NO VALIDO: " WS-MES-CIERRE
                 GOBACK
           END-IF
           PERFORM 012-FECHAS-DEL-MES
           PERFORM 015-CARGA-CUENTAS THRU 015-FIN-CARGA-CUENTAS
           PERFORM 016-CARGA-PARAMETROS THRU 016-FIN-CARGA-PARAMETROS
           PERFORM 017-CARGA-PERIODOS THRU 017-FIN-CARGA-PERIODOS
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0077: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           GO TO 020-LEE-EMPLEADO.

      * -------------------------------------------------------------- *
      * 012-FECHAS-DEL-MES - PRIMER Y ULTIMO DIA DEL MES QUE CIERRA    *
      *                (FEBRERO DE 29 EN ANIO BISIESTO) Y PRIMER DIA   *
      *                DEL MES SIGUIENTE                               *
      * -------------------------------------------------------------- *
       012-FECHAS-DEL-MES.
           MOVE WS-MC-ANIO TO WS-FIM-ANIO
                              WS-FFM-ANIO
                              WS-FRV-ANIO
           MOVE WS-MC-MES  TO WS-FIM-MES
                              WS-FFM-MES
           MOVE 01         TO WS-FIM-DIA
                              WS-FRV-DIA
           MOVE 31         TO WS-FFM-DIA
           IF WS-MC-MES = 04 OR 06 OR 09 OR 11
              MOVE 30 TO WS-FFM-DIA
           END-IF
           IF WS-MC-MES = 02
              DIVIDE WS-MC-ANIO BY 4 GIVING WS-COCIENTE
                  REMAINDER WS-RESIDUO-4
              DIVIDE WS-MC-ANIO BY 100 GIVING WS-COCIENTE
                  REMAINDER WS-RESIDUO-100
              DIVIDE WS-MC-ANIO BY 400 GIVING WS-COCIENTE
                  REMAINDER WS-RESIDUO-400
              MOVE 28 TO WS-FFM-DIA
              IF WS-RESIDUO-4 = ZEROS
                 AND (WS-RESIDUO-100 NOT = ZEROS
                      OR WS-RESIDUO-400 = ZEROS)
                    MOVE 29 TO WS-FFM-DIA
              END-IF
           END-IF
           IF WS-MC-MES = 12
              ADD 1 TO WS-FRV-ANIO
              MOVE 01 TO WS-FRV-MES
           ELSE
              COMPUTE WS-FRV-MES = WS-MC-MES + 1
           END-IF.

      * -------------------------------------------------------------- *
      * 015-CARGA-CUENTAS - LEE 04-CUENTAS-GL Y LLENA                  *
      *                WS-TABLA-CUENTAS. SIN MAPA DE CUENTAS NO HAY    *
      *                PROVISION QUE GENERAR                           *
      * -------------------------------------------------------------- *
       015-CARGA-CUENTAS.
           SET WS-IX-CTA TO 1
           OPEN INPUT CUENTAS-GL
           IF WS-FILE-STATUS-CGL NOT = "00"
              DISPLAY "PROG0077: NO SE PUDO ABRIR 04-CUENTAS-GL, "
                      "STATUS " WS-FILE-STATUS-CGL
                      "; NADA QUE GENERAR"
              GOBACK
           END-IF
           GO TO 0151-LEE-CUENTA.

       0151-LEE-CUENTA.
           IF WS-IX-CTA > 10
              GO TO 0152-FIN-LEE-CUENTA
           END-IF
           READ CUENTAS-GL
               AT END
                   MOVE "S" TO WS-SW-FIN-CUENTAS
                   GO TO 0152-FIN-LEE-CUENTA
           END-READ
           MOVE REG-CGL-DEPTO     TO WS-TAB-CTA-DEPTO (WS-IX-CTA)
           MOVE REG-CGL-CTA-GASTO TO WS-TAB-CTA-GASTO (WS-IX-CTA)
           MOVE REG-CGL-CTA-DEVENGADO
                                  TO WS-TAB-CTA-DEVENGADO (WS-IX-CTA)
           MOVE REG-CGL-CTA-PROV-AGUINALDO
                           TO WS-TAB-CTA-PROV-AGUINALDO (WS-IX-CTA)
           MOVE REG-CGL-CTA-PROV-PRIMA
                                  TO WS-TAB-CTA-PROV-PRIMA (WS-IX-CTA)
           SET WS-IX-CTA UP BY 1
           GO TO 0151-LEE-CUENTA.

       0152-FIN-LEE-CUENTA.
           CLOSE CUENTAS-GL.

       015-FIN-CARGA-CUENTAS.
           CONTINUE.

      * -------------------------------------------------------------- *
      * 016-CARGA-PARAMETROS - BUSCA EL RENGLON P DE 04-CUOTAS-IMSS;   *
      *                SI NO ESTA SE QUEDAN LOS VALORES DE LEY         *
      * -------------------------------------------------------------- *
       016-CARGA-PARAMETROS.
           OPEN INPUT CUOTAS-IMSS
           IF WS-FILE-STATUS-CIM NOT = "00"
              DISPLAY "PROG0077: SIN 04-CUOTAS-IMSS, STATUS "
                      WS-FILE-STATUS-CIM "; SE USAN 15 DIAS DE "
                      "AGUINALDO Y 25% DE PRIMA VACACIONAL"
              GO TO 016-FIN-CARGA-PARAMETROS
           END-IF
           GO TO 0161-LEE-CUOTA.

       0161-LEE-CUOTA.
           READ CUOTAS-IMSS
               AT END
                   MOVE "S" TO WS-SW-FIN-CUOTAS
                   GO TO 0162-FIN-LEE-CUOTA
           END-READ
           IF NOT REG-CIM-PARAMETROS
              GO TO 0161-LEE-CUOTA
           END-IF
           IF REG-CIM-DIAS-AGUINALDO NUMERIC
              AND REG-CIM-DIAS-AGUINALDO NOT = ZEROS
                 MOVE REG-CIM-DIAS-AGUINALDO TO WS-DIAS-AGUINALDO
           END-IF
           IF REG-CIM-PCT-PRIMA-VAC NUMERIC
              AND REG-CIM-PCT-PRIMA-VAC NOT = ZEROS
                 MOVE REG-CIM-PCT-PRIMA-VAC TO WS-PCT-PRIMA-VAC
           END-IF.

       0162-FIN-LEE-CUOTA.
           CLOSE CUOTAS-IMSS.

       016-FIN-CARGA-PARAMETROS.
           EXIT.

      * -------------------------------------------------------------- *
      * 017-CARGA-PERIODOS - DEJA EN WS-TABLA-PERIODOS LOS PERIODOS DE *
      *                CUALQUIER GRUPO QUE AL CIERRE YA EMPEZARON PERO *
      *                TODAVIA NO SE PAGAN. SIN 04-PERIODOS NO HAY     *
      *                SUELDO DEVENGADO QUE PROVISIONAR                *
      * -------------------------------------------------------------- *
       017-CARGA-PERIODOS.
           OPEN INPUT PERIODOS
           IF WS-FILE-STATUS-PER NOT = "00"
              DISPLAY "PROG0077: SIN 04-PERIODOS, STATUS "
                      WS-FILE-STATUS-PER "; NO SE PROVISIONA SUELDO "
                      "DEVENGADO"
              GO TO 017-FIN-CARGA-PERIODOS
           END-IF
           GO TO 0171-LEE-PERIODO.

       0171-LEE-PERIODO.
           READ PERIODOS
               AT END
                   MOVE "S" TO WS-SW-FIN-PERIODOS
                   GO TO 0172-FIN-LEE-PERIODO
           END-READ
           IF REG-PER-FECHA-INICIO > WS-FECHA-FIN-MES
              OR REG-PER-FECHA-PAGO NOT > WS-FECHA-FIN-MES
                 GO TO 0171-LEE-PERIODO
           END-IF
           IF WS-CANT-PERIODOS NOT < 50
              ADD 1 TO WS-CONT-PER-EXCEDIDOS
              GO TO 0171-LEE-PERIODO
           END-IF
           ADD 1 TO WS-CANT-PERIODOS
           MOVE REG-PER-GRUPO TO WS-TAB-PER-GRUPO (WS-CANT-PERIODOS)
           IF REG-PER-GRUPO = SPACES
              MOVE "01" TO WS-TAB-PER-GRUPO (WS-CANT-PERIODOS)
           END-IF
           MOVE REG-PER-FECHA-INICIO
                  TO WS-TAB-PER-INICIO (WS-CANT-PERIODOS)
           MOVE REG-PER-FECHA-FIN
                  TO WS-TAB-PER-FIN (WS-CANT-PERIODOS)
           GO TO 0171-LEE-PERIODO.

       0172-FIN-LEE-PERIODO.
           CLOSE PERIODOS.

       017-FIN-CARGA-PERIODOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-LEE-EMPLEADO - CALCULA LA PROVISION DE CADA EMPLEADO       *
      *                ACTIVO DE LA EMPRESA Y LA ACUMULA EN EL         *
      *                RENGLON DE SU DEPARTAMENTO. UN DEPARTAMENTO SIN *
      *                CUENTAS EN EL MAPA SE CUENTA PARA AVISARLO AL   *
      *                FINAL                                           *
      * -------------------------------------------------------------- *
       020-LEE-EMPLEADO.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-ARCHIVO
           END-READ
           IF WS-FIN-ARCHIVO
              CLOSE EMPLEADOS
              GO TO 040-GENERA-LOTES
           END-IF
           IF WS-NUMERO-EMP = 99999
              GO TO 020-LEE-EMPLEADO
           END-IF
           IF WS-STATUS-EMP NOT = 1
              GO TO 020-LEE-EMPLEADO
           END-IF
           MOVE WS-EMPRESA-EMP TO WS-EMPRESA-EMPLEADO
           IF WS-EMPRESA-EMPLEADO = SPACES
              MOVE "01" TO WS-EMPRESA-EMPLEADO
           END-IF
           IF WS-EMPRESA-EMPLEADO NOT = WS-EMPRESA
              ADD 1 TO WS-CONT-OTRA-EMPRESA
              GO TO 020-LEE-EMPLEADO
           END-IF
      * UN ALTA POSTERIOR AL CIERRE TODAVIA NO DEVENGA NADA
           IF WS-FECHA-ALTA-EMP = ZEROS
              ADD 1 TO WS-CONT-SIN-ALTA
              GO TO 020-LEE-EMPLEADO
           END-IF
           IF WS-FECHA-ALTA-EMP > WS-FECHA-FIN-MES
              GO TO 020-LEE-EMPLEADO
           END-IF
           SET WS-IX-CTA TO 1
           SEARCH ALL WS-TAB-CTA
               AT END
                   ADD 1 TO WS-CONT-SIN-CUENTA
               WHEN WS-TAB-CTA-DEPTO (WS-IX-CTA) = WS-DEPTO-EMP
                   PERFORM 030-CALCULA-PROVISION
           END-SEARCH
           GO TO 020-LEE-EMPLEADO.

      * -------------------------------------------------------------- *
      * 030-CALCULA-PROVISION - LOS TRES IMPORTES DEL EMPLEADO EN      *
      *                TURNO, SUMADOS AL RENGLON WS-IX-CTA DE SU       *
      *                DEPARTAMENTO                                    *
      * -------------------------------------------------------------- *
       030-CALCULA-PROVISION.
           ADD 1 TO WS-CONT-EMPLEADOS
           COMPUTE WS-SALARIO-DIARIO ROUNDED = WS-SALARIO-EMP / 30
           MOVE WS-GRUPO-PAGO-EMP TO WS-GRUPO-EMPLEADO
           IF WS-GRUPO-EMPLEADO = SPACES
              MOVE "01" TO WS-GRUPO-EMPLEADO
           END-IF
           MOVE ZEROS TO WS-DIAS-SIN-PAGAR
           PERFORM 032-DIAS-DEL-PERIODO
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > WS-CANT-PERIODOS
           COMPUTE WS-IMPORTE-DEVENGADO ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-SIN-PAGAR
           IF WS-IMPORTE-DEVENGADO NOT = ZEROS
              ADD 1 TO WS-CONT-CON-DEVENGADO
           END-IF
      * LOS DIAS DEL MES QUE LE TOCAN (ALTA A MEDIO MES EN PROPORCION)
           IF WS-FECHA-ALTA-EMP > WS-FECHA-INICIO-MES
              MOVE WS-FECHA-ALTA-EMP   TO WS-FECHA-DESDE
           ELSE
              MOVE WS-FECHA-INICIO-MES TO WS-FECHA-DESDE
           END-IF
           MOVE WS-FECHA-FIN-MES TO WS-FECHA-HASTA
           PERFORM 036-DIAS-TRAMO
           MOVE WS-DIAS-TRAMO TO WS-DIAS-MES
           COMPUTE WS-IMPORTE-AGUINALDO ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-AGUINALDO
                   * WS-DIAS-MES / 360
           PERFORM 034-DIAS-VACACIONES
           COMPUTE WS-IMPORTE-PRIMA ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-VACACIONES
                   * WS-PCT-PRIMA-VAC / 100
                   * WS-DIAS-MES / 360
           ADD WS-IMPORTE-DEVENGADO
                  TO WS-ACUM-PRV-DEVENGADO (WS-IX-CTA)
           ADD WS-IMPORTE-AGUINALDO
                  TO WS-ACUM-PRV-AGUINALDO (WS-IX-CTA)
           ADD WS-IMPORTE-PRIMA
                  TO WS-ACUM-PRV-PRIMA (WS-IX-CTA).

      * -------------------------------------------------------------- *
      * 032-DIAS-DEL-PERIODO - DIAS DE UN PERIODO SIN PAGAR DEL GRUPO  *
      *                DEL EMPLEADO QUE CAEN DENTRO DEL MES (O ANTES), *
      *                DESDE SU INICIO O EL ALTA HASTA SU FIN O EL     *
      *                CIERRE                                          *
      * -------------------------------------------------------------- *
       032-DIAS-DEL-PERIODO.
           IF WS-TAB-PER-GRUPO (WS-IX-PER) = WS-GRUPO-EMPLEADO
              IF WS-FECHA-ALTA-EMP > WS-TAB-PER-INICIO (WS-IX-PER)
                 MOVE WS-FECHA-ALTA-EMP TO WS-FECHA-DESDE
              ELSE
                 MOVE WS-TAB-PER-INICIO (WS-IX-PER) TO WS-FECHA-DESDE
              END-IF
              IF WS-TAB-PER-FIN (WS-IX-PER) < WS-FECHA-FIN-MES
                 MOVE WS-TAB-PER-FIN (WS-IX-PER) TO WS-FECHA-HASTA
              ELSE
                 MOVE WS-FECHA-FIN-MES TO WS-FECHA-HASTA
              END-IF
              PERFORM 036-DIAS-TRAMO
              ADD WS-DIAS-TRAMO TO WS-DIAS-SIN-PAGAR
           END-IF.

      * -------------------------------------------------------------- *
      * 034-DIAS-VACACIONES - LOS DIAS DE VACACIONES QUE LE TOCAN AL   *
      *                EMPLEADO AL CIERRE, CON LA ANTIGUEDAD Y EL      *
      *                TABULADOR DE 030 Y 040 EN PROG0027              *
      * -------------------------------------------------------------- *
       034-DIAS-VACACIONES.
           MOVE WS-FECHA-ALTA-EMP TO WS-FECHA-ALTA-DESGLOSE
           SUBTRACT WS-FAD-ANIO FROM WS-FFM-ANIO GIVING WS-ANT-ANIOS
           IF WS-FFM-MES < WS-FAD-MES
              OR (WS-FFM-MES = WS-FAD-MES AND WS-FFM-DIA < WS-FAD-DIA)
                 SUBTRACT 1 FROM WS-ANT-ANIOS
           END-IF
      * EL PRIMER ANIO DE SERVICIO YA GENERA LOS 12 DIAS
           IF WS-ANT-ANIOS < 1
              MOVE 1 TO WS-ANT-ANIOS
           END-IF
           IF WS-ANT-ANIOS <= 5
              COMPUTE WS-DIAS-VACACIONES =
                      12 + ((WS-ANT-ANIOS - 1) * 2)
           ELSE
              SUBTRACT 1 FROM WS-ANT-ANIOS
                  GIVING WS-ANIOS-MENOS-UNO
              DIVIDE WS-ANIOS-MENOS-UNO BY 5
                  GIVING WS-BLOQUES-DE-CINCO
              COMPUTE WS-DIAS-VACACIONES =
                      20 + (WS-BLOQUES-DE-CINCO * 2)
           END-IF.

      * -------------------------------------------------------------- *
      * 036-DIAS-TRAMO - DIAS DE WS-FECHA-DESDE A WS-FECHA-HASTA       *
      *                INCLUSIVE EN BASE 360 (EL DIA 31 CUENTA COMO    *
      *                30, ASI UN MES COMPLETO SON 30 DIAS); UN TRAMO  *
      *                AL REVES DA CERO                                *
      * -------------------------------------------------------------- *
       036-DIAS-TRAMO.
           IF WS-FD-DIA > 30
              MOVE 30 TO WS-FD-DIA
           END-IF
           IF WS-FH-DIA > 30
              MOVE 30 TO WS-FH-DIA
           END-IF
           COMPUTE WS-DIAS-TRAMO =
                   ((WS-FH-ANIO - WS-FD-ANIO) * 360)
                   + ((WS-FH-MES - WS-FD-MES) * 30)
                   + (WS-FH-DIA - WS-FD-DIA) + 1
           IF WS-DIAS-TRAMO < ZEROS
              MOVE ZEROS TO WS-DIAS-TRAMO
           END-IF.

      * -------------------------------------------------------------- *
      * 040-GENERA-LOTES - ESCRIBE LOS DOS LOTES: ENCABEZADO, POR CADA *
      *                DEPARTAMENTO Y CONCEPTO CON IMPORTE UN CARGO AL *
      *                GASTO Y UN ABONO AL PASIVO (AL REVES EN LA      *
      *                REVERSA) Y EL TRAILER QUE CUADRA                *
      * -------------------------------------------------------------- *
       040-GENERA-LOTES.
           OPEN OUTPUT GL-PROVISION
           IF WS-FILE-STATUS-PRV NOT = "00"
              DISPLAY "PROG0077: NO SE PUDO CREAR " WS-NOMBRE-PROVISION
                      ", STATUS " WS-FILE-STATUS-PRV
              GOBACK
           END-IF
           OPEN OUTPUT GL-REVERSA
           IF WS-FILE-STATUS-REV NOT = "00"
              DISPLAY "PROG0077: NO SE PUDO CREAR " WS-NOMBRE-REVERSA
                      ", STATUS " WS-FILE-STATUS-REV
              CLOSE GL-PROVISION
              GOBACK
           END-IF
           MOVE SPACES           TO REG-GL-INTERFAZ
           MOVE "H"              TO REG-GL-TIPO
           MOVE WS-FECHA-FIN-MES TO REG-GL-ENC-FECHA
           MOVE "PROVISION MES"  TO REG-GL-ENC-LOTE
           MOVE WS-EMPRESA       TO REG-GL-ENC-EMPRESA
           WRITE REG-GL-PROVISION FROM REG-GL-INTERFAZ
           MOVE WS-FECHA-REVERSA TO REG-GL-ENC-FECHA
           MOVE "REVERSA PROV"   TO REG-GL-ENC-LOTE
           WRITE REG-GL-REVERSA FROM REG-GL-INTERFAZ
           PERFORM 050-ESCRIBE-UN-DEPTO
               VARYING WS-IX-CTA FROM 1 BY 1
               UNTIL WS-IX-CTA > 10
                  OR WS-TAB-CTA-DEPTO (WS-IX-CTA) = 999
      * LA REVERSA LLEVA LAS MISMAS LINEAS Y LOS MISMOS TOTALES
           MOVE SPACES          TO REG-GL-INTERFAZ
           MOVE "T"             TO REG-GL-TIPO
           MOVE WS-CONT-LINEAS  TO REG-GL-TRL-CANTIDAD
           MOVE WS-TOT-CARGOS   TO REG-GL-TRL-CARGOS
           MOVE WS-TOT-ABONOS   TO REG-GL-TRL-ABONOS
           WRITE REG-GL-PROVISION FROM REG-GL-INTERFAZ
           WRITE REG-GL-REVERSA FROM REG-GL-INTERFAZ
           CLOSE GL-PROVISION
                 GL-REVERSA
           DISPLAY "PROG0077: EMPRESA " WS-EMPRESA " " WS-EMPR-NOMBRE
           DISPLAY "PROG0077: LOTE DE PROVISION AL " WS-FECHA-FIN-MES
                   " EN " WS-NOMBRE-PROVISION
           DISPLAY "PROG0077: LOTE DE REVERSA AL   " WS-FECHA-REVERSA
                   " EN " WS-NOMBRE-REVERSA
           DISPLAY "PROG0077: EMPLEADOS PROVISIONADOS: "
                   WS-CONT-EMPLEADOS
           DISPLAY "PROG0077: CON DIAS DEVENGADOS SIN PAGAR: "
                   WS-CONT-CON-DEVENGADO
           DISPLAY "PROG0077: SUELDO DEVENGADO:    " WS-TOT-DEVENGADO
           DISPLAY "PROG0077: PROVISION AGUINALDO: " WS-TOT-AGUINALDO
           DISPLAY "PROG0077: PROVISION PRIMA VAC: " WS-TOT-PRIMA
           DISPLAY "PROG0077: LINEAS POR LOTE: " WS-CONT-LINEAS
           DISPLAY "PROG0077: TOTAL CARGOS: " WS-TOT-CARGOS
           DISPLAY "PROG0077: TOTAL ABONOS: " WS-TOT-ABONOS
           IF WS-TOT-CARGOS NOT = WS-TOT-ABONOS
              DISPLAY "PROG0077: ** LA PROVISION NO CUADRA, REVISAR **"
           END-IF
           IF WS-CONT-OTRA-EMPRESA NOT = ZEROS
              DISPLAY "PROG0077: EMPLEADOS DE OTRAS EMPRESAS (VAN EN "
                      "SU PROPIO LOTE): " WS-CONT-OTRA-EMPRESA
           END-IF
           IF WS-CONT-SIN-CUENTA NOT = ZEROS
              DISPLAY "PROG0077: AVISO - " WS-CONT-SIN-CUENTA
                      " EMPLEADOS DE DEPARTAMENTOS SIN CUENTAS EN "
                      "04-CUENTAS-GL QUEDARON FUERA"
           END-IF
           IF WS-CONT-SIN-ALTA NOT = ZEROS
              DISPLAY "PROG0077: AVISO - " WS-CONT-SIN-ALTA
                      " EMPLEADOS SIN FECHA DE ALTA QUEDARON FUERA"
           END-IF
           IF WS-CONT-CONCEPTOS-OMITIDOS NOT = ZEROS
              DISPLAY "PROG0077: AVISO - " WS-CONT-CONCEPTOS-OMITIDOS
                      " IMPORTES POR DEPARTAMENTO SIN CUENTA DE GASTO "
                      "O DE PASIVO EN 04-CUENTAS-GL NO SE PROVISIONARON"
           END-IF
           IF WS-CONT-PER-EXCEDIDOS NOT = ZEROS
              DISPLAY "PROG0077: AVISO - " WS-CONT-PER-EXCEDIDOS
                      " PERIODOS SIN PAGAR NO CUPIERON EN LA TABLA"
           END-IF
           GOBACK.

      * -------------------------------------------------------------- *
      * 050-ESCRIBE-UN-DEPTO - HASTA TRES PARES DE LINEAS POR          *
      *                DEPARTAMENTO: SUELDO DEVENGADO, AGUINALDO Y     *
      *                PRIMA VACACIONAL                                *
      * -------------------------------------------------------------- *
       050-ESCRIBE-UN-DEPTO.
           MOVE WS-TAB-CTA-GASTO (WS-IX-CTA) TO WS-LIN-CTA-CARGO
           IF WS-ACUM-PRV-DEVENGADO (WS-IX-CTA) NOT = ZEROS
              MOVE WS-TAB-CTA-DEVENGADO (WS-IX-CTA)
                                        TO WS-LIN-CTA-ABONO
              MOVE WS-ACUM-PRV-DEVENGADO (WS-IX-CTA)
                                        TO WS-LIN-IMPORTE
              MOVE "DEVENG "            TO WS-LIN-REF-CONCEPTO
              PERFORM 055-ESCRIBE-PAR THRU 055-FIN-ESCRIBE-PAR
              ADD WS-LIN-IMPORTE        TO WS-TOT-DEVENGADO
           END-IF
           IF WS-ACUM-PRV-AGUINALDO (WS-IX-CTA) NOT = ZEROS
              MOVE WS-TAB-CTA-PROV-AGUINALDO (WS-IX-CTA)
                                        TO WS-LIN-CTA-ABONO
              MOVE WS-ACUM-PRV-AGUINALDO (WS-IX-CTA)
                                        TO WS-LIN-IMPORTE
              MOVE "PRV-AGU"            TO WS-LIN-REF-CONCEPTO
              PERFORM 055-ESCRIBE-PAR THRU 055-FIN-ESCRIBE-PAR
              ADD WS-LIN-IMPORTE        TO WS-TOT-AGUINALDO
           END-IF
           IF WS-ACUM-PRV-PRIMA (WS-IX-CTA) NOT = ZEROS
              MOVE WS-TAB-CTA-PROV-PRIMA (WS-IX-CTA)
                                        TO WS-LIN-CTA-ABONO
              MOVE WS-ACUM-PRV-PRIMA (WS-IX-CTA)
                                        TO WS-LIN-IMPORTE
              MOVE "PRV-PRI"            TO WS-LIN-REF-CONCEPTO
              PERFORM 055-ESCRIBE-PAR THRU 055-FIN-ESCRIBE-PAR
              ADD WS-LIN-IMPORTE        TO WS-TOT-PRIMA
           END-IF.

      * -------------------------------------------------------------- *
      * 055-ESCRIBE-PAR - EL CARGO AL GASTO Y EL ABONO AL PASIVO DE UN *
      *                CONCEPTO EN EL LOTE DE PROVISION, Y LOS MISMOS  *
      *                CON LA NATURALEZA VOLTEADA EN EL DE REVERSA.    *
      *                SIN CUENTA DE GASTO O DE PASIVO EL CONCEPTO NO  *
      *                SE ESCRIBE, PARA QUE EL LOTE SIGA CUADRANDO     *
      * -------------------------------------------------------------- *
       055-ESCRIBE-PAR.
           IF WS-LIN-CTA-CARGO = SPACES
              OR WS-LIN-CTA-ABONO = SPACES
                 ADD 1 TO WS-CONT-CONCEPTOS-OMITIDOS
                 MOVE ZEROS TO WS-LIN-IMPORTE
                 GO TO 055-FIN-ESCRIBE-PAR
           END-IF
           MOVE WS-LIN-REF-CONCEPTO TO WS-REF-TIPO
           MOVE WS-FECHA-FIN-MES    TO WS-REF-FECHA
           MOVE SPACES              TO REG-GL-INTERFAZ
           MOVE "D"                 TO REG-GL-TIPO
           MOVE WS-TAB-CTA-DEPTO (WS-IX-CTA) TO REG-GL-DEPTO
           MOVE WS-LIN-CTA-CARGO    TO REG-GL-CUENTA
           MOVE "D"                 TO REG-GL-NATURALEZA
           MOVE WS-LIN-IMPORTE      TO REG-GL-IMPORTE
           MOVE WS-REFERENCIA-LOTE  TO REG-GL-REFERENCIA
           WRITE REG-GL-PROVISION FROM REG-GL-INTERFAZ
           MOVE "H"                 TO REG-GL-NATURALEZA
           MOVE WS-FECHA-REVERSA    TO WS-REF-FECHA
           MOVE WS-REFERENCIA-LOTE  TO REG-GL-REFERENCIA
           WRITE REG-GL-REVERSA FROM REG-GL-INTERFAZ
           MOVE WS-LIN-CTA-ABONO    TO REG-GL-CUENTA
           MOVE "D"                 TO REG-GL-NATURALEZA
           WRITE REG-GL-REVERSA FROM REG-GL-INTERFAZ
           MOVE "H"                 TO REG-GL-NATURALEZA
           MOVE WS-FECHA-FIN-MES    TO WS-REF-FECHA
           MOVE WS-REFERENCIA-LOTE  TO REG-GL-REFERENCIA
           WRITE REG-GL-PROVISION FROM REG-GL-INTERFAZ
           ADD 2 TO WS-CONT-LINEAS
           ADD WS-LIN-IMPORTE TO WS-TOT-CARGOS
           ADD WS-LIN-IMPORTE TO WS-TOT-ABONOS.

       055-FIN-ESCRIBE-PAR.
           EXIT.

       END PROGRAM PROG0077.
