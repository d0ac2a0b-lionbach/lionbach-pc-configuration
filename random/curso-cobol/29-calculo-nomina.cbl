      *           QUE FINANZAS COTEJE ANTES DE QUE EL PROVEEDOR DE     *
      *           NOMINA PAGUE. EL CALCULO APLICA LAS MISMAS REGLAS    *
      *           DE SUPRESION QUE EL EXTRACTO DE PROG0024, PARA QUE   *
      *           EL NETO CUADRE CON LO QUE DE VERDAD SE DESCUENTA.    *
      *           EL BRUTO DE CADA PERIODO ES EL SALARIO MENSUAL DEL   *
      *           MAESTRO PRORRATEADO A LA FRECUENCIA DEL PERIODO      *
      *           (MENSUAL, QUINCENAL O SEMANAL). REGLAS DE SUPRESION: *
      *           CODIGOS QUE NO ESTEN EN 04-CODIGOS-DEDUCCION NO      *
      *           CUENTAN, UN PRESTAMO SE TOPA AL SALDO DE             *
      *           04-PRESTAMOS (CERO SI YA SE LIQUIDO) Y UN EMPLEADO   *
      *           CUYO TOTAL EXCEDE EL PORCENTAJE DEL BRUTO DE         *
      *           04-PARAM-DEDUCCIONES VA SIN DEDUCCIONES (EL          *
      *           EXTRACTO NO SE LAS MANDA AL PROVEEDOR). DEJA         *
      *           ADEMAS LOS NETOS CALCULADOS EN 04-NOMINA-NETOS      *
      *           (VER WNETFD). EL ISR SE RETIENE SOBRE EL BRUTO CON   *
      *           LA TARIFA Y EL SUBSIDIO PARA EL EMPLEO DE            *
      *           04-TABLA-ISR QUE CORRESPONDEN A LA FRECUENCIA DEL    *
      *           PERIODO DE 04-PERIODOS QUE CUBRE HOY, Y SALE EN SU   *
      *           PROPIA COLUMNA DEL REGISTRO Y EN SU PROPIO CAMPO DE  *
      *           04-NOMINA-NETOS. LA CUOTA OBRERA DEL IMSS SE TOMA    *
      *           DE 04-IMSS-EMPLEADOS (CORRIDA MENSUAL DE PROG0061),  *
      *           PRORRATEADA A LA FRECUENCIA DEL PERIODO, Y TAMBIEN   *
      *           SALE EN SU COLUMNA Y EN SU CAMPO. LAS ORDENES DE     *
      *           PENSION ALIMENTICIA DE 04-PENSIONES (VER WPENFD) SE  *
      *           CALCULAN SOBRE EL NETO DESPUES DE ISR E IMSS, NUNCA  *
      *           SE SUPRIMEN Y OCUPAN PRIMERO EL PORCENTAJE MAXIMO,   *
      *           ANTES QUE LOS PRESTAMOS; VAN SUMADAS EN LA COLUMNA   *
      *           DE DEDUCCIONES IGUAL QUE LAS MANDA PROG0024. CORRE   *
      *           PARA UN SOLO GRUPO DE PAGO A LA VEZ, CON EL PERIODO  *
      *           Y LA FRECUENCIA DEL CALENDARIO DE ESE GRUPO. AL      *
      *           TOTAL GENERAL LE SIGUE UN TOTAL POR CADA EMPRESA     *
      *           (RAZON SOCIAL), QUE ES LO QUE CADA UNA PAGA Y        *
      *           CONTABILIZA POR SEPARADO                             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           SELECT PERIODOS ASSIGN TO "04-PERIODOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PER.
           SELECT TABLA-ISR ASSIGN TO "04-TABLA-ISR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-ISR.
           SELECT IMSS-EMPLEADOS ASSIGN TO "04-IMSS-EMPLEADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-IMS.
           SELECT PENSIONES ASSIGN TO "04-PENSIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-PEN-LLAVE
           FILE STATUS IS WS-FILE-STATUS-PEN.
           SELECT ARCHIVO-ORDEN ASSIGN TO "SORTWK3".
           SELECT SALIDA-ORDENADA ASSIGN TO "04-EMP-ORDEN-NOMINA"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  DEDUCCIONES-CFG
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEDFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  REPORTE
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).
       FD  NOMINA-NETOS
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNETFD.
       FD  CODIGOS-DED
           BLOCK CONTAINS 0 RECORDS.
       COPY WPTMOFD.
       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.
       FD  TABLA-ISR
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WISRFD.
       FD  IMSS-EMPLEADOS
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WIMSFD.
       FD  PENSIONES
           RECORD CONTAINS 129 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPENFD.

      * -------------------------------------------------------------- *
      * ARCHIVO-ORDEN / SALIDA-ORDENADA - TRABAJO DE SORT PARA LEER EL *
                                              BY REG-ORD-TRL-CANTIDAD.

       FD  SALIDA-ORDENADA
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD REPLACING REG-EMPLEADOS   BY REG-EMP-ORD
                              REG-EMP-NUMERO  BY REG-EMP-ORD-NUMERO

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WEMPRWS.
       COPY WDEPTOS.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-CODIGO-PRESTAMO      PIC X(04)    VALUE "PRES".
       01 WS-MONTO-DED-APLICA     PIC 9(05)V99  VALUE ZEROS.
       01 WS-PERIODO-HOY-NUM      PIC 9(04)    VALUE ZEROS.
      * EL GRUPO DE PAGO QUE SE CALCULA (ESPACIOS = GRUPO 01)
       01 WS-GRUPO-PAGO           PIC X(02)    VALUE SPACES.
       01 WS-CONT-OTRO-GRUPO      PIC 9(05)    VALUE ZEROS.
       01 WS-SW-EXCEDIDO-EMP      PIC X(01)    VALUE "N".
           88 WS-EXCEDIDO-EMP             VALUE "S".

      * -------------------------------------------------------------- *
      * WS-TABLA-TARIFA / WS-TABLA-SUBSIDIO - LOS RENGLONES DE         *
      *                04-TABLA-ISR DE LA FRECUENCIA DEL PERIODO EN    *
      *                CURSO, EN EL ORDEN ASCENDENTE DE LIMITE         *
      *                INFERIOR EN QUE VIENEN EN EL ARCHIVO. SIN       *
      *                TARIFA NO SE RETIENE ISR Y SE AVISA AL FINAL    *
      * -------------------------------------------------------------- *
       01 WS-FILE-STATUS-ISR      PIC X(02).
       01 WS-SW-FIN-TABLA-ISR     PIC X(01)    VALUE "N".
           88 WS-FIN-TABLA-ISR            VALUE "S".
       01 WS-FRECUENCIA-HOY       PIC X(01)    VALUE "Q".

       01 WS-TABLA-TARIFA.
           05 WS-TAB-TAR          OCCURS 30 TIMES.
               10 WS-TAB-TAR-LIM-INFERIOR
                                  PIC 9(07)V99.
               10 WS-TAB-TAR-CUOTA-FIJA
                                  PIC 9(07)V99.
               10 WS-TAB-TAR-PCT-EXCEDENTE
                                  PIC 9(02)V99.
       01 WS-CANT-TARIFA          PIC 9(02)    VALUE ZEROS.

       01 WS-TABLA-SUBSIDIO.
           05 WS-TAB-SUB          OCCURS 20 TIMES.
               10 WS-TAB-SUB-LIM-INFERIOR
                                  PIC 9(07)V99.
               10 WS-TAB-SUB-IMPORTE
                                  PIC 9(07)V99.
       01 WS-CANT-SUBSIDIO        PIC 9(02)    VALUE ZEROS.
       01 WS-IX-ISR               PIC 9(02)    VALUE ZEROS.
       01 WS-IX-TAR-AUX           PIC 9(02)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-IMSS-EMP - CUOTA OBRERA MENSUAL DEL IMSS POR NUMERO   *
      *                DE EMPLEADO, TAL COMO LA DEJO PROG0061 EN       *
      *                04-IMSS-EMPLEADOS. SIN ARCHIVO NO SE RETIENE    *
      *                IMSS. LA RETENCION DEL PERIODO ES LA CUOTA      *
      *                COMPLETA EN NOMINA MENSUAL, LA MITAD EN         *
      *                QUINCENAL Y 7/30 EN SEMANAL                     *
      * -------------------------------------------------------------- *
       01 WS-FILE-STATUS-IMS      PIC X(02).
       01 WS-SW-FIN-IMSS          PIC X(01)    VALUE "N".
           88 WS-FIN-IMSS                 VALUE "S".
       01 WS-TABLA-IMSS-EMP.
           05 WS-TAB-IMS          OCCURS 5000 TIMES.
               10 WS-TAB-IMS-NUMERO
                                  PIC 9(05).
               10 WS-TAB-IMS-CUOTA
                                  PIC 9(07)V99.
       01 WS-CANT-IMSS-EMP        PIC 9(05)    VALUE ZEROS.
       01 WS-IX-BUSCA-IMS         PIC 9(05)    VALUE ZEROS.
       01 WS-MES-IMSS             PIC 9(06)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-CONTROL-PENSIONES - 04-PENSIONES ES OPCIONAL: SIN EL        *
      *                ARCHIVO NO HAY ORDENES QUE DESCONTAR. LA BASE   *
      *                DE LA PENSION ES EL BRUTO MENOS ISR E IMSS; CON *
      *                VARIAS ORDENES NINGUNA PASA DE LO QUE QUEDA DE  *
      *                ESA BASE DESPUES DE LAS ANTERIORES              *
      * -------------------------------------------------------------- *
       01 WS-FILE-STATUS-PEN      PIC X(02).
       01 WS-SW-HAY-PENSIONES     PIC X(01)    VALUE "N".
           88 WS-HAY-PENSIONES            VALUE "S".
       01 WS-CODIGO-PENSION       PIC X(04)    VALUE "PENA".
       01 WS-CONTROL-PENSION.
           05 WS-BASE-PENSION     PIC S9(07)V99 VALUE ZEROS.
           05 WS-DISPONIBLE-PENSION
                                  PIC S9(07)V99 VALUE ZEROS.
           05 WS-IMPORTE-PENSION  PIC 9(07)V99  VALUE ZEROS.
           05 WS-CONT-PENSIONES   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-PEN-TOPADAS PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-PENSIONES    PIC 9(09)V99  VALUE ZEROS.

       01 WS-CALCULO-EMP.
           05 WS-BRUTO-EMP        PIC 9(07)V99  VALUE ZEROS.
           05 WS-DEDUCCIONES-EMP  PIC 9(07)V99  VALUE ZEROS.
           05 WS-ISR-CAUSADO      PIC 9(07)V99  VALUE ZEROS.
           05 WS-SUBSIDIO-EMP     PIC 9(07)V99  VALUE ZEROS.
           05 WS-ISR-EMP          PIC 9(07)V99  VALUE ZEROS.
           05 WS-IMSS-EMP         PIC 9(07)V99  VALUE ZEROS.
           05 WS-PENSION-EMP      PIC 9(07)V99  VALUE ZEROS.
           05 WS-NETO-EMP         PIC S9(07)V99 VALUE ZEROS.

       01 WS-CONTADORES-NOM.
           05 WS-CONT-EXCEDIDOS   PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-BRUTO        PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-DEDUCCIONES  PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-ISR          PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-IMSS         PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-NETO         PIC S9(09)V99 VALUE ZEROS.

      * WS-TABLA-TOT-EMPRESA - TOTALES DEL REGISTRO POR EMPRESA (RAZON *
      *       SOCIAL) EN EL ORDEN EN QUE APARECEN; UN EMPLEADO SIN     *
      *       EMPRESA ES DE LA 01                                      *
       01 WS-TABLA-TOT-EMPRESA.
           05 WS-TAB-TEM          OCCURS 10 TIMES.
               10 WS-TAB-TEM-EMPRESA
                                  PIC X(02)    VALUE SPACES.
               10 WS-TAB-TEM-CANT PIC 9(05)    VALUE ZEROS.
               10 WS-TAB-TEM-BRUTO
                                  PIC 9(09)V99  VALUE ZEROS.
               10 WS-TAB-TEM-DED  PIC 9(09)V99  VALUE ZEROS.
               10 WS-TAB-TEM-ISR  PIC 9(09)V99  VALUE ZEROS.
               10 WS-TAB-TEM-IMSS PIC 9(09)V99  VALUE ZEROS.
               10 WS-TAB-TEM-NETO PIC S9(09)V99 VALUE ZEROS.
       01 WS-CANT-TOT-EMPRESA     PIC 9(02)    VALUE ZEROS.
       01 WS-IX-TEM               PIC 9(02)    VALUE ZEROS.
       01 WS-IX-TEM-ENCONTRADO    PIC 9(02)    VALUE ZEROS.
       01 WS-EMPRESA-EMPLEADO     PIC X(02)    VALUE SPACES.

       01 WS-CONTROL-DEPTO.
           05 WS-DEPTO-ANTERIOR   PIC 9(03)    VALUE ZEROS.
           05 WS-SW-PRIMER-DEPTO  PIC X(01)    VALUE "S".
           05 WS-CONT-DEPTO       PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-BRUTO-DEPTO  PIC 9(09)V99  VALUE ZEROS.
           05 WS-SUB-DED-DEPTO    PIC 9(09)V99  VALUE ZEROS.
           05 WS-SUB-ISR-DEPTO    PIC 9(09)V99  VALUE ZEROS.
           05 WS-SUB-IMSS-DEPTO   PIC 9(09)V99  VALUE ZEROS.
           05 WS-SUB-NETO-DEPTO   PIC S9(09)V99 VALUE ZEROS.

       01 WS-CONTROL-PAGINA.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(113)   VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(05)    VALUES "BRUTO".
           05 FILLER              PIC X(08)    VALUES SPACES.
           05 FILLER              PIC X(11)    VALUES "DEDUCCIONES".
           05 FILLER              PIC X(10)    VALUES SPACES.
           05 FILLER              PIC X(03)    VALUES "ISR".
           05 FILLER              PIC X(11)    VALUES SPACES.
           05 FILLER              PIC X(04)    VALUES "IMSS".
           05 FILLER              PIC X(11)    VALUES SPACES.
           05 FILLER              PIC X(04)    VALUES "NETO".

       01 WS-DETALLE.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DET-DEDUCCIONES  PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-ISR          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-IMSS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-NETO         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DET-MARCA        PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-SUBT-DEPTO-DED   PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-SUBT-DEPTO-ISR   PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-SUBT-DEPTO-IMSS  PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-SUBT-DEPTO-NETO  PIC -$$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-LINEA-TOTAL.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-DED-ED       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-ISR-ED       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-IMSS-ED      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-NETO-ED      PIC -$$$,$$$,$$9.99.
           05 FILLER              PIC X(06)    VALUE SPACES.

       01 WS-LINEA-TOTAL-EMPRESA.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(04)    VALUE "   =".
           05 WS-TEM-EMPRESA      PIC X(02).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TEM-NOMBRE       PIC X(16).
           05 FILLER              PIC X(06)    VALUE "EMPL:".
           05 WS-TEM-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TEM-BRUTO        PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TEM-DED          PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TEM-ISR          PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TEM-IMSS         PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TEM-NETO         PIC -$$$,$$$,$$9.99.
           05 FILLER              PIC X(06)    VALUE SPACES.

       01 WS-LINEA-NEGATIVOS.
           05 FILLER              PIC X(01).

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "GRUPO DE PAGO A CALCULAR [01]: "
           ACCEPT WS-GRUPO-PAGO
           IF WS-GRUPO-PAGO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO
           END-IF
           CALL "PROG0005" USING WS-FECHA-PROCESO WS-DIA-SEMANA-PROCESO
           MOVE WS-ANIO-PROCESO TO WS-FHG-ANIO
           MOVE WS-MES-PROCESO  TO WS-FHG-MES
           PERFORM 018-CARGA-CODIGOS THRU 018-FIN-CARGA-CODIGOS
           PERFORM 019-CARGA-PARAM THRU 019-FIN-CARGA-PARAM
           PERFORM 01A-UBICA-PERIODO THRU 01A-FIN-UBICA-PERIODO
           PERFORM 01C-CARGA-TABLA-ISR THRU 01C-FIN-CARGA-TABLA-ISR
           PERFORM 01D-CARGA-IMSS THRU 01D-FIN-CARGA-IMSS
           OPEN INPUT PRESTAMOS
           IF WS-FILE-STATUS-PTMO = "00"
              MOVE "S" TO WS-SW-HAY-PRESTAMOS
           IF WS-HAY-PRESTAMOS
              CLOSE PRESTAMOS
           END-IF
      * LAS ORDENES DE PENSION SE ABREN I-O: CADA ORDEN GUARDA EL
      * IMPORTE CALCULADO EN EL PERIODO PARA QUE PROG0024 LO MANDE
           OPEN I-O PENSIONES
           IF WS-FILE-STATUS-PEN = "00"
              MOVE "S" TO WS-SW-HAY-PENSIONES
           END-IF
           SORT ARCHIVO-ORDEN
               ON ASCENDING KEY REG-ORD-DEPTO
               ON ASCENDING KEY REG-ORD-NOMBRE
           EXIT.

      * -------------------------------------------------------------- *
      * 01A-UBICA-PERIODO - EL PERIODO DEL GRUPO QUE CUBRE HOY, PARA   *
      *                RESPETAR EL ABONO YA REGISTRADO DEL PRESTAMO EN *
      *                ESTE MISMO PERIODO (VER 028- EN PROG0024), Y SU *
      *                FRECUENCIA PARA ESCOGER LA TARIFA DE ISR. SIN   *
      *                PERIODO SE QUEDA LA QUINCENAL                   *
      * -------------------------------------------------------------- *
       01A-UBICA-PERIODO.
           OPEN INPUT PERIODOS
                   CLOSE PERIODOS
                   GO TO 01A-FIN-UBICA-PERIODO
           END-READ
           IF REG-PER-GRUPO = SPACES
              MOVE "01" TO REG-PER-GRUPO
           END-IF
           IF WS-FECHA-HOY-CCYYMMDD < REG-PER-FECHA-INICIO
              OR WS-FECHA-HOY-CCYYMMDD > REG-PER-FECHA-FIN
              OR REG-PER-GRUPO NOT = WS-GRUPO-PAGO
                 GO TO 01A1-LEE-PERIODO
           END-IF
           MOVE REG-PER-NUMERO TO WS-PERIODO-HOY-NUM
           IF REG-PER-FRECUENCIA NOT = SPACES
              MOVE REG-PER-FRECUENCIA TO WS-FRECUENCIA-HOY
           END-IF
           CLOSE PERIODOS.

       01A-FIN-UBICA-PERIODO.
           EXIT.

      * -------------------------------------------------------------- *
      * 01C-CARGA-TABLA-ISR - LEE 04-TABLA-ISR Y SE QUEDA CON LOS      *
      *                RENGLONES DE TARIFA Y DE SUBSIDIO DE LA         *
      *                FRECUENCIA DEL PERIODO EN CURSO                 *
      * -------------------------------------------------------------- *
       01C-CARGA-TABLA-ISR.
           MOVE ZEROS TO WS-CANT-TARIFA
           MOVE ZEROS TO WS-CANT-SUBSIDIO
           OPEN INPUT TABLA-ISR
           IF WS-FILE-STATUS-ISR NOT = "00"
              DISPLAY "PROG0026: SIN 04-TABLA-ISR, STATUS "
                      WS-FILE-STATUS-ISR "; NO SE RETIENE ISR"
              GO TO 01C-FIN-CARGA-TABLA-ISR
           END-IF
           GO TO 01C1-LEE-TABLA-ISR.

       01C1-LEE-TABLA-ISR.
           READ TABLA-ISR
               AT END
                   MOVE "S" TO WS-SW-FIN-TABLA-ISR
                   GO TO 01C2-FIN-LEE-TABLA-ISR
           END-READ
           IF REG-ISR-FRECUENCIA NOT = WS-FRECUENCIA-HOY
              GO TO 01C1-LEE-TABLA-ISR
           END-IF
           IF REG-ISR-TARIFA
              AND WS-CANT-TARIFA < 30
                 ADD 1 TO WS-CANT-TARIFA
                 MOVE REG-ISR-LIM-INFERIOR
                      TO WS-TAB-TAR-LIM-INFERIOR (WS-CANT-TARIFA)
                 MOVE REG-ISR-CUOTA-FIJA
                      TO WS-TAB-TAR-CUOTA-FIJA (WS-CANT-TARIFA)
                 MOVE REG-ISR-PCT-EXCEDENTE
                      TO WS-TAB-TAR-PCT-EXCEDENTE (WS-CANT-TARIFA)
           END-IF
           IF REG-ISR-SUBSIDIO
              AND WS-CANT-SUBSIDIO < 20
                 ADD 1 TO WS-CANT-SUBSIDIO
                 MOVE REG-ISR-SUB-LIM-INFERIOR
                      TO WS-TAB-SUB-LIM-INFERIOR (WS-CANT-SUBSIDIO)
                 MOVE REG-ISR-SUB-IMPORTE
                      TO WS-TAB-SUB-IMPORTE (WS-CANT-SUBSIDIO)
           END-IF
           GO TO 01C1-LEE-TABLA-ISR.

       01C2-FIN-LEE-TABLA-ISR.
           CLOSE TABLA-ISR
           IF WS-CANT-TARIFA = ZEROS
              DISPLAY "PROG0026: 04-TABLA-ISR NO TRAE TARIFA PARA LA "
                      "FRECUENCIA " WS-FRECUENCIA-HOY
                      "; NO SE RETIENE ISR"
           END-IF.

       01C-FIN-CARGA-TABLA-ISR.
           EXIT.

      * -------------------------------------------------------------- *
      * 01D-CARGA-IMSS - LEE 04-IMSS-EMPLEADOS COMPLETO A              *
      *                WS-TABLA-IMSS-EMP. EL ARCHIVO SE REESCRIBE EN   *
      *                CADA CORRIDA DE PROG0061, ASI QUE TRAE UN SOLO  *
      *                MES; SE AVISA CUAL PARA QUE FINANZAS VERIFIQUE  *
      *                QUE YA SE CORRIO EL MES DE ESTA NOMINA          *
      * -------------------------------------------------------------- *
       01D-CARGA-IMSS.
           MOVE ZEROS TO WS-CANT-IMSS-EMP
           OPEN INPUT IMSS-EMPLEADOS
           IF WS-FILE-STATUS-IMS NOT = "00"
              DISPLAY "PROG0026: SIN 04-IMSS-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-IMS "; NO SE RETIENE IMSS"
              GO TO 01D-FIN-CARGA-IMSS
           END-IF
           GO TO 01D1-LEE-IMSS.

       01D1-LEE-IMSS.
           READ IMSS-EMPLEADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-IMSS
                   GO TO 01D2-FIN-LEE-IMSS
           END-READ
           IF WS-CANT-IMSS-EMP >= 5000
              DISPLAY "PROG0026: 04-IMSS-EMPLEADOS EXCEDE 5000 "
                      "EMPLEADOS; SE OMITE EL EMPLEADO " REG-IMS-NUMERO
              GO TO 01D1-LEE-IMSS
           END-IF
           MOVE REG-IMS-MES TO WS-MES-IMSS
           ADD 1 TO WS-CANT-IMSS-EMP
           MOVE REG-IMS-NUMERO
                     TO WS-TAB-IMS-NUMERO (WS-CANT-IMSS-EMP)
           MOVE REG-IMS-CUOTA-OBRERA
                     TO WS-TAB-IMS-CUOTA (WS-CANT-IMSS-EMP)
           GO TO 01D1-LEE-IMSS.

       01D2-FIN-LEE-IMSS.
           CLOSE IMSS-EMPLEADOS
           IF WS-CANT-IMSS-EMP NOT = ZEROS
              DISPLAY "PROG0026: CUOTAS IMSS DEL MES " WS-MES-IMSS
           END-IF.

       01D-FIN-CARGA-IMSS.
           EXIT.

      * -------------------------------------------------------------- *
      * 016-CARGA-DEDUCCIONES - LEE 04-DEDUCCIONES COMPLETO Y ACUMULA  *
      *                EL TOTAL POR NUMERO DE EMPLEADO EN               *
           END-READ
      * MISMO FILTRO QUE EL EXTRACTO: UN CODIGO QUE NO ESTA EN EL
      * CATALOGO NO SE MANDA AL PROVEEDOR, ASI QUE TAMPOCO DESCUENTA
      * LA PENSION ALIMENTICIA SOLO SALE DE 04-PENSIONES; UN RENGLON
      * PENA CAPTURADO A MANO EN 04-DEDUCCIONES LA DUPLICARIA
           IF DEDUCCION-CODIGO = WS-CODIGO-PENSION
              ADD 1 TO WS-CONT-DED-RECHAZADAS
              GO TO 0161-LEE-DEDUCCION
           END-IF
           SET WS-IX-COD TO 1
           SEARCH ALL WS-TAB-COD
               AT END

      * -------------------------------------------------------------- *
      * 020-LEE - LEE EL MAESTRO YA ORDENADO POR DEPARTAMENTO. SOLO    *
      *           LOS EMPLEADOS ACTIVOS (STATUS 1) DEL GRUPO DE PAGO   *
      *           ENTRAN AL CALCULO; EL REGISTRO TRAILER (99999) NO ES *
      *           UN EMPLEADO Y SE SALTA                               *
      * -------------------------------------------------------------- *
       020-LEE.
           READ SALIDA-ORDENADA INTO WS-REG-EMPLEADOS
           IF WS-STATUS-EMP NOT = 1
              GO TO 020-LEE
           END-IF
           IF WS-GRUPO-PAGO-EMP = SPACES
              MOVE "01" TO WS-GRUPO-PAGO-EMP
           END-IF
           IF WS-GRUPO-PAGO-EMP NOT = WS-GRUPO-PAGO
              ADD 1 TO WS-CONT-OTRO-GRUPO
              GO TO 020-LEE
           END-IF
           IF NOT PRIMER-DEPTO
              AND WS-DEPTO-EMP NOT = WS-DEPTO-ANTERIOR
                 PERFORM 090-RUPTURA-DEPTO
           MOVE WS-DEPTO-EMP      TO WS-DEPTO-ANTERIOR
           MOVE "N"               TO WS-SW-PRIMER-DEPTO
           PERFORM 030-CALCULA-NETO
           PERFORM 034-ACUMULA-EMPRESA THRU 034-FIN-ACUMULA-EMPRESA
           PERFORM 040-IMPRIME-DETALLE
           PERFORM 050-ESCRIBE-NETO
           GO TO 020-LEE.

      * -------------------------------------------------------------- *
      * 030-CALCULA-NETO - BRUTO ES EL SALARIO MENSUAL DEL MAESTRO     *
      *                PRORRATEADO A LA FRECUENCIA DEL PERIODO CON LA  *
      *                MISMA REGLA QUE LA CUOTA DEL IMSS (032-): TODO  *
      *                EN MENSUAL, LA MITAD EN QUINCENAL, 7/30 EN      *
      *                SEMANAL; SOBRE ESE BRUTO SE TOPAN LAS           *
      *                DEDUCCIONES Y SE CALCULAN EL ISR Y LA PENSION.  *
      *                LAS DEDUCCIONES SALEN DE WS-TABLA-DED-EMP, EL   *
      *                ISR DE LA TARIFA DEL PERIODO (031-) Y LA CUOTA  *
      *                OBRERA DEL IMSS DE 04-IMSS-EMPLEADOS (032-). LA *
      *                PENSION ALIMENTICIA (033-) SE TOMA PRIMERO Y    *
      *                SOLO LO QUE QUEDA DEL PORCENTAJE MAXIMO QUEDA   *
      *                PARA LAS DEMAS DEDUCCIONES Y PRESTAMOS. UN      *
      *                NETO NEGATIVO (DEDUCCIONES MAYORES AL BRUTO) SE *
      *                IMPRIME CON SIGNO Y MARCA ** PARA QUE RH LO     *
      *                CORRIJA, PERO A 04-NOMINA-NETOS VA EN CERO      *
      * -------------------------------------------------------------- *
       030-CALCULA-NETO.
           IF WS-FRECUENCIA-HOY = "M"
              MOVE WS-SALARIO-EMP TO WS-BRUTO-EMP
           ELSE
              IF WS-FRECUENCIA-HOY = "S"
                 COMPUTE WS-BRUTO-EMP ROUNDED =
                         WS-SALARIO-EMP * 7 / 30
              ELSE
                 COMPUTE WS-BRUTO-EMP ROUNDED = WS-SALARIO-EMP / 2
              END-IF
           END-IF
           MOVE ZEROS             TO WS-DEDUCCIONES-EMP
           MOVE "N"               TO WS-SW-EXCEDIDO-EMP
           MOVE WS-NUMERO-EMP     TO DEDUCCION-NUMERO-EMP
              MOVE WS-TAB-DED-TOTAL (WS-IX-BUSCA-DED)
                                  TO WS-DEDUCCIONES-EMP
           END-IF
           PERFORM 031-CALCULA-ISR THRU 031-FIN-CALCULA-ISR
           PERFORM 032-CALCULA-IMSS THRU 032-FIN-CALCULA-IMSS
           PERFORM 033-CALCULA-PENSION THRU 033-FIN-CALCULA-PENSION
           ADD WS-PENSION-EMP TO WS-TOT-PENSIONES
      * MISMA REGLA QUE EL EDIT DE PROG0024: SI EL TOTAL EXCEDE EL
      * PORCENTAJE DEL BRUTO, EL EXTRACTO NO MANDA LAS DEDUCCIONES
      * Y EL PROVEEDOR PAGA EL BRUTO COMPLETO. LA PENSION NO SE
      * SUPRIME NUNCA: OCUPA PRIMERO EL PORCENTAJE Y LAS DEMAS
      * DEDUCCIONES SOLO CABEN EN LO QUE QUEDA
           COMPUTE WS-LIMITE-PCT-EMP =
                   (WS-BRUTO-EMP * WS-PCT-MAXIMO) / 100
           IF WS-PENSION-EMP > WS-LIMITE-PCT-EMP
              MOVE ZEROS TO WS-LIMITE-PCT-EMP
           ELSE
              SUBTRACT WS-PENSION-EMP FROM WS-LIMITE-PCT-EMP
           END-IF
           IF WS-DEDUCCIONES-EMP > WS-LIMITE-PCT-EMP
              MOVE ZEROS TO WS-DEDUCCIONES-EMP
              MOVE "S"   TO WS-SW-EXCEDIDO-EMP
              ADD 1 TO WS-CONT-EXCEDIDOS
           END-IF
           ADD WS-PENSION-EMP TO WS-DEDUCCIONES-EMP
           COMPUTE WS-NETO-EMP =
                   WS-BRUTO-EMP - WS-DEDUCCIONES-EMP - WS-ISR-EMP
                 - WS-IMSS-EMP
           ADD 1                  TO WS-CONT-ACTIVOS
           ADD 1                  TO WS-CONT-DEPTO
           ADD WS-BRUTO-EMP       TO WS-TOT-BRUTO
                                      WS-SUB-BRUTO-DEPTO
           ADD WS-DEDUCCIONES-EMP TO WS-TOT-DEDUCCIONES
                                      WS-SUB-DED-DEPTO
           ADD WS-ISR-EMP         TO WS-TOT-ISR
                                      WS-SUB-ISR-DEPTO
           ADD WS-IMSS-EMP        TO WS-TOT-IMSS
                                      WS-SUB-IMSS-DEPTO
           ADD WS-NETO-EMP        TO WS-TOT-NETO
                                      WS-SUB-NETO-DEPTO
           IF WS-NETO-EMP < ZERO
              ADD 1 TO WS-CONT-NEG
           END-IF.

      * -------------------------------------------------------------- *
      * 031-CALCULA-ISR - UBICA EL ULTIMO RENGLON DE TARIFA CUYO       *
      *                LIMITE INFERIOR NO EXCEDE EL BRUTO: ISR =       *
      *                CUOTA FIJA + EXCEDENTE SOBRE EL LIMITE POR EL   *
      *                PORCENTAJE. AL CAUSADO SE LE RESTA EL SUBSIDIO  *
      *                PARA EL EMPLEO DEL RENGLON QUE LE TOCA; SI EL   *
      *                SUBSIDIO ES MAYOR, NO HAY RETENCION             *
      * -------------------------------------------------------------- *
       031-CALCULA-ISR.
           MOVE ZEROS TO WS-ISR-CAUSADO
           MOVE ZEROS TO WS-SUBSIDIO-EMP
           MOVE ZEROS TO WS-ISR-EMP
           IF WS-CANT-TARIFA = ZEROS
              GO TO 031-FIN-CALCULA-ISR
           END-IF
           MOVE ZEROS TO WS-IX-ISR
           PERFORM 0311-UBICA-TARIFA
               VARYING WS-IX-TAR-AUX FROM 1 BY 1
               UNTIL WS-IX-TAR-AUX > WS-CANT-TARIFA
           IF WS-IX-ISR = ZEROS
              GO TO 031-FIN-CALCULA-ISR
           END-IF
           COMPUTE WS-ISR-CAUSADO ROUNDED =
                   WS-TAB-TAR-CUOTA-FIJA (WS-IX-ISR)
                 + (WS-BRUTO-EMP - WS-TAB-TAR-LIM-INFERIOR (WS-IX-ISR))
                 * WS-TAB-TAR-PCT-EXCEDENTE (WS-IX-ISR) / 100
           MOVE ZEROS TO WS-IX-ISR
           PERFORM 0312-UBICA-SUBSIDIO
               VARYING WS-IX-TAR-AUX FROM 1 BY 1
               UNTIL WS-IX-TAR-AUX > WS-CANT-SUBSIDIO
           IF WS-IX-ISR NOT = ZEROS
              MOVE WS-TAB-SUB-IMPORTE (WS-IX-ISR) TO WS-SUBSIDIO-EMP
           END-IF
           IF WS-ISR-CAUSADO > WS-SUBSIDIO-EMP
              SUBTRACT WS-SUBSIDIO-EMP FROM WS-ISR-CAUSADO
                                  GIVING WS-ISR-EMP
           END-IF.

       031-FIN-CALCULA-ISR.
           EXIT.

      * -------------------------------------------------------------- *
      * 032-CALCULA-IMSS - LA CUOTA OBRERA DEL MES DEL EMPLEADO,       *
      *                PRORRATEADA A LA FRECUENCIA DEL PERIODO: TODA   *
      *                EN MENSUAL, LA MITAD EN QUINCENAL, 7/30 EN      *
      *                SEMANAL                                         *
      * -------------------------------------------------------------- *
       032-CALCULA-IMSS.
           MOVE ZEROS TO WS-IMSS-EMP
           MOVE 1     TO WS-IX-BUSCA-IMS
           GO TO 0321-REVISA-IMSS-EMP.

       0321-REVISA-IMSS-EMP.
           IF WS-IX-BUSCA-IMS > WS-CANT-IMSS-EMP
              GO TO 032-FIN-CALCULA-IMSS
           END-IF
           IF WS-TAB-IMS-NUMERO (WS-IX-BUSCA-IMS) NOT = WS-NUMERO-EMP
              ADD 1 TO WS-IX-BUSCA-IMS
              GO TO 0321-REVISA-IMSS-EMP
           END-IF
           IF WS-FRECUENCIA-HOY = "M"
              MOVE WS-TAB-IMS-CUOTA (WS-IX-BUSCA-IMS) TO WS-IMSS-EMP
              GO TO 032-FIN-CALCULA-IMSS
           END-IF
           IF WS-FRECUENCIA-HOY = "S"
              COMPUTE WS-IMSS-EMP ROUNDED =
                      WS-TAB-IMS-CUOTA (WS-IX-BUSCA-IMS) * 7 / 30
              GO TO 032-FIN-CALCULA-IMSS
           END-IF
           COMPUTE WS-IMSS-EMP ROUNDED =
                   WS-TAB-IMS-CUOTA (WS-IX-BUSCA-IMS) / 2.

       032-FIN-CALCULA-IMSS.
           EXIT.

      * -------------------------------------------------------------- *
      * 033-CALCULA-PENSION - RECORRE LAS ORDENES VIGENTES DEL         *
      *                EMPLEADO: LA DE PORCENTAJE SE CALCULA SOBRE EL  *
      *                BRUTO MENOS ISR E IMSS, LA FIJA VA POR SU       *
      *                IMPORTE, Y NINGUNA PASA DE LO QUE QUEDA DE ESA  *
      *                BASE. SI PROG0024 YA MANDO LA ORDEN EN ESTE     *
      *                PERIODO SE TOMA LO QUE MANDO, IGUAL QUE 01B-    *
      *                CON EL PRESTAMO; SI NO, SE ANOTA EL CALCULO EN  *
      *                LA ORDEN PARA QUE EL EXTRACTO LO MANDE          *
      * -------------------------------------------------------------- *
       033-CALCULA-PENSION.
           MOVE ZEROS TO WS-PENSION-EMP
           IF NOT WS-HAY-PENSIONES
              GO TO 033-FIN-CALCULA-PENSION
           END-IF
           COMPUTE WS-BASE-PENSION =
                   WS-BRUTO-EMP - WS-ISR-EMP - WS-IMSS-EMP
           IF WS-BASE-PENSION < ZERO
              MOVE ZEROS TO WS-BASE-PENSION
           END-IF
           MOVE WS-NUMERO-EMP TO REG-PEN-NUMERO
           MOVE LOW-VALUES    TO REG-PEN-ORDEN
           START PENSIONES KEY NOT LESS THAN REG-PEN-LLAVE
               INVALID KEY
                   GO TO 033-FIN-CALCULA-PENSION
           END-START
           GO TO 0331-LEE-PENSION.

       0331-LEE-PENSION.
           READ PENSIONES NEXT RECORD
               AT END
                   GO TO 033-FIN-CALCULA-PENSION
           END-READ
           IF REG-PEN-NUMERO NOT = WS-NUMERO-EMP
              GO TO 033-FIN-CALCULA-PENSION
           END-IF
           IF NOT REG-PEN-VIGENTE
              OR REG-PEN-FECHA-ALTA > WS-FECHA-HOY-CCYYMMDD
                 GO TO 0331-LEE-PENSION
           END-IF
           IF REG-PEN-PERIODO-ENVIADO NOT = ZEROS
              AND REG-PEN-PERIODO-ENVIADO = WS-PERIODO-HOY-NUM
                 ADD REG-PEN-IMPORTE-ENVIADO TO WS-PENSION-EMP
                 ADD 1 TO WS-CONT-PENSIONES
                 GO TO 0331-LEE-PENSION
           END-IF
           IF REG-PEN-PORCENTAJE-NETO
              COMPUTE WS-IMPORTE-PENSION ROUNDED =
                      WS-BASE-PENSION * REG-PEN-PORCENTAJE / 100
           ELSE
              MOVE REG-PEN-IMPORTE TO WS-IMPORTE-PENSION
           END-IF
           COMPUTE WS-DISPONIBLE-PENSION =
                   WS-BASE-PENSION - WS-PENSION-EMP
           IF WS-DISPONIBLE-PENSION < ZERO
              MOVE ZEROS TO WS-DISPONIBLE-PENSION
           END-IF
           IF WS-IMPORTE-PENSION > WS-DISPONIBLE-PENSION
              MOVE WS-DISPONIBLE-PENSION TO WS-IMPORTE-PENSION
              ADD 1 TO WS-CONT-PEN-TOPADAS
           END-IF
           ADD WS-IMPORTE-PENSION TO WS-PENSION-EMP
           ADD 1 TO WS-CONT-PENSIONES
           MOVE WS-PERIODO-HOY-NUM TO REG-PEN-PERIODO-CALCULO
           MOVE WS-IMPORTE-PENSION TO REG-PEN-IMPORTE-CALCULO
           REWRITE REG-PENSION
               INVALID KEY
                   DISPLAY "PROG0026: NO SE PUDO ANOTAR LA PENSION "
                           REG-PEN-ORDEN " DEL EMPLEADO " WS-NUMERO-EMP
           END-REWRITE
           GO TO 0331-LEE-PENSION.

       033-FIN-CALCULA-PENSION.
           EXIT.

       0311-UBICA-TARIFA.
           IF WS-TAB-TAR-LIM-INFERIOR (WS-IX-TAR-AUX)
                                  NOT > WS-BRUTO-EMP
              MOVE WS-IX-TAR-AUX TO WS-IX-ISR
           END-IF.

       0312-UBICA-SUBSIDIO.
           IF WS-TAB-SUB-LIM-INFERIOR (WS-IX-TAR-AUX)
                                  NOT > WS-BRUTO-EMP
              MOVE WS-IX-TAR-AUX TO WS-IX-ISR
           END-IF.

      * 034-ACUMULA-EMPRESA - SUMA EL EMPLEADO RECIEN CALCULADO AL     *
      *       RENGLON DE SU EMPRESA EN WS-TABLA-TOT-EMPRESA, ABRIENDO  *
      *       EL RENGLON LA PRIMERA VEZ QUE APARECE                    *
       034-ACUMULA-EMPRESA.
           MOVE WS-EMPRESA-EMP TO WS-EMPRESA-EMPLEADO
           IF WS-EMPRESA-EMPLEADO = SPACES
              MOVE "01" TO WS-EMPRESA-EMPLEADO
           END-IF
           MOVE ZEROS TO WS-IX-TEM-ENCONTRADO
           PERFORM 0341-BUSCA-EMPRESA
               VARYING WS-IX-TEM FROM 1 BY 1
               UNTIL WS-IX-TEM > WS-CANT-TOT-EMPRESA
                  OR WS-IX-TEM-ENCONTRADO NOT = ZEROS
           IF WS-IX-TEM-ENCONTRADO = ZEROS
              IF WS-CANT-TOT-EMPRESA NOT < 10
                 GO TO 034-FIN-ACUMULA-EMPRESA
              END-IF
              ADD 1 TO WS-CANT-TOT-EMPRESA
              MOVE WS-CANT-TOT-EMPRESA TO WS-IX-TEM-ENCONTRADO
              MOVE WS-EMPRESA-EMPLEADO
                     TO WS-TAB-TEM-EMPRESA (WS-IX-TEM-ENCONTRADO)
           END-IF
           ADD 1            TO WS-TAB-TEM-CANT (WS-IX-TEM-ENCONTRADO)
           ADD WS-BRUTO-EMP TO WS-TAB-TEM-BRUTO (WS-IX-TEM-ENCONTRADO)
           ADD WS-DEDUCCIONES-EMP
                            TO WS-TAB-TEM-DED (WS-IX-TEM-ENCONTRADO)
           ADD WS-ISR-EMP   TO WS-TAB-TEM-ISR (WS-IX-TEM-ENCONTRADO)
           ADD WS-IMSS-EMP  TO WS-TAB-TEM-IMSS (WS-IX-TEM-ENCONTRADO)
           ADD WS-NETO-EMP  TO WS-TAB-TEM-NETO (WS-IX-TEM-ENCONTRADO).

       034-FIN-ACUMULA-EMPRESA.
           EXIT.

       0341-BUSCA-EMPRESA.
           IF WS-TAB-TEM-EMPRESA (WS-IX-TEM) = WS-EMPRESA-EMPLEADO
              MOVE WS-IX-TEM TO WS-IX-TEM-ENCONTRADO
           END-IF.

       0342-IMPRIME-TOTAL-EMPRESA.
           MOVE WS-TAB-TEM-EMPRESA (WS-IX-TEM) TO WS-TEM-EMPRESA
                                                  WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           MOVE WS-EMPR-NOMBRE                 TO WS-TEM-NOMBRE
           MOVE WS-TAB-TEM-CANT (WS-IX-TEM)    TO WS-TEM-CANT
           MOVE WS-TAB-TEM-BRUTO (WS-IX-TEM)   TO WS-TEM-BRUTO
           MOVE WS-TAB-TEM-DED (WS-IX-TEM)     TO WS-TEM-DED
           MOVE WS-TAB-TEM-ISR (WS-IX-TEM)     TO WS-TEM-ISR
           MOVE WS-TAB-TEM-IMSS (WS-IX-TEM)    TO WS-TEM-IMSS
           MOVE WS-TAB-TEM-NETO (WS-IX-TEM)    TO WS-TEM-NETO
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL-EMPRESA
                                  AFTER ADVANCING 1.

       040-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           MOVE WS-NOMBRE-EMP      TO WS-DET-NOMBRE
           MOVE WS-BRUTO-EMP       TO WS-DET-BRUTO
           MOVE WS-DEDUCCIONES-EMP TO WS-DET-DEDUCCIONES
           MOVE WS-ISR-EMP         TO WS-DET-ISR
           MOVE WS-IMSS-EMP        TO WS-DET-IMSS
           MOVE WS-NETO-EMP        TO WS-DET-NETO
           IF WS-NETO-EMP < ZERO
              MOVE "**"            TO WS-DET-MARCA
           MOVE WS-DEPTO-EMP       TO REG-NETO-DEPTO
           MOVE WS-BRUTO-EMP       TO REG-NETO-BRUTO
           MOVE WS-DEDUCCIONES-EMP TO REG-NETO-DEDUCCIONES
           MOVE WS-ISR-EMP         TO REG-NETO-ISR
           MOVE WS-IMSS-EMP        TO REG-NETO-IMSS
           IF WS-NETO-EMP < ZERO
              MOVE ZEROS           TO REG-NETO-NETO
           ELSE
           MOVE WS-CONT-DEPTO      TO WS-SUBT-DEPTO-CANT
           MOVE WS-SUB-BRUTO-DEPTO TO WS-SUBT-DEPTO-BRUTO
           MOVE WS-SUB-DED-DEPTO   TO WS-SUBT-DEPTO-DED
           MOVE WS-SUB-ISR-DEPTO   TO WS-SUBT-DEPTO-ISR
           MOVE WS-SUB-IMSS-DEPTO  TO WS-SUBT-DEPTO-IMSS
           MOVE WS-SUB-NETO-DEPTO  TO WS-SUBT-DEPTO-NETO
           WRITE REG-REPORTE FROM WS-DETALLE-SUBTOTAL-DEPTO
                                  AFTER ADVANCING 1
           MOVE ZEROS              TO WS-CONT-DEPTO
           MOVE ZEROS              TO WS-SUB-BRUTO-DEPTO
           MOVE ZEROS              TO WS-SUB-DED-DEPTO
           MOVE ZEROS              TO WS-SUB-ISR-DEPTO
           MOVE ZEROS              TO WS-SUB-IMSS-DEPTO
           MOVE ZEROS              TO WS-SUB-NETO-DEPTO.

       095-ULTIMA-RUPTURA.
           MOVE WS-CONT-ACTIVOS    TO WS-TOT-CANT
           MOVE WS-TOT-BRUTO       TO WS-TOT-BRUTO-ED
           MOVE WS-TOT-DEDUCCIONES TO WS-TOT-DED-ED
           MOVE WS-TOT-ISR         TO WS-TOT-ISR-ED
           MOVE WS-TOT-IMSS        TO WS-TOT-IMSS-ED
           MOVE WS-TOT-NETO        TO WS-TOT-NETO-ED
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           PERFORM 0342-IMPRIME-TOTAL-EMPRESA
               VARYING WS-IX-TEM FROM 1 BY 1
               UNTIL WS-IX-TEM > WS-CANT-TOT-EMPRESA
           IF WS-CONT-NEG NOT = ZEROS
              MOVE WS-CONT-NEG TO WS-NEG-CANT
              WRITE REG-REPORTE FROM WS-LINEA-NEGATIVOS
           CLOSE SALIDA-ORDENADA
                 REPORTE
                 NOMINA-NETOS
           IF WS-HAY-PENSIONES
              CLOSE PENSIONES
           END-IF
           DISPLAY "PROG0026: EMPLEADOS ACTIVOS CALCULADOS: "
                   WS-CONT-ACTIVOS " DEL GRUPO DE PAGO " WS-GRUPO-PAGO
           DISPLAY "PROG0026: EMPLEADOS ACTIVOS DE OTROS GRUPOS: "
                   WS-CONT-OTRO-GRUPO
           DISPLAY "PROG0026: DEDUCCIONES CON CODIGO INVALIDO "
                   "DESCARTADAS: " WS-CONT-DED-RECHAZADAS
           DISPLAY "PROG0026: PRESTAMOS TOPADOS AL SALDO: "
                   WS-CONT-PTMO-TOPADOS
           DISPLAY "PROG0026: EMPLEADOS SOBRE EL PORCENTAJE (EX, "
                   "SIN DEDUCCIONES): " WS-CONT-EXCEDIDOS
           DISPLAY "PROG0026: ISR RETENIDO (TARIFA "
                   WS-FRECUENCIA-HOY "): " WS-TOT-ISR
           DISPLAY "PROG0026: CUOTA OBRERA IMSS RETENIDA: " WS-TOT-IMSS
           DISPLAY "PROG0026: ORDENES DE PENSION APLICADAS: "
                   WS-CONT-PENSIONES " IMPORTE: " WS-TOT-PENSIONES
           IF WS-CONT-PEN-TOPADAS NOT = ZEROS
              DISPLAY "PROG0026: PENSIONES TOPADAS AL NETO DISPONIBLE: "
                      WS-CONT-PEN-TOPADAS
           END-IF
           DISPLAY "PROG0026: EL REGISTRO QUEDO EN 04-REP-NOMINA Y "
                   "LOS NETOS EN 04-NOMINA-NETOS"
           GOBACK.
