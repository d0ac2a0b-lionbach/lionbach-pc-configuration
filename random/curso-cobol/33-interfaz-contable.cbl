      *           DEJE DE RECAPTURAR A MANO LOS SUBTOTALES DEL         *
      *           REPORTE IMPRESO DE PROG0003. POR CADA DEPARTAMENTO   *
      *           CON EMPLEADOS ACTIVOS: UN CARGO AL GASTO POR EL      *
      *           BRUTO, UN ABONO AL NETO POR PAGAR, UN ABONO A LAS    *
      *           DEDUCCIONES RETENIDAS, UN ABONO AL ISR RETENIDO Y    *
      *           UNO A LAS CUOTAS OBRERAS DEL IMSS (ESTOS DOS DE      *
      *           04-NOMINA-NETOS), USANDO EL MAPA DE CUENTAS DE       *
      *           04-CUENTAS-GL (VER WCGLFD). EL ARCHIVO LLEVA         *
      *           ENCABEZADO DE LOTE Y TRAILER QUE CUADRA CARGOS       *
      *           CONTRA ABONOS. CON TIPO E GENERA EN CAMBIO EL LOTE   *
      *           DE LA NOMINA ESPECIAL DE PROG0065 EN SU PROPIO       *
      *           ARCHIVO 04-GL-INTERFAZ-ESP, TOMANDO BRUTO,           *
      *           DEDUCCIONES, ISR E IMSS DE 04-NOMINA-NETOS-ESP.      *
      *           LA POLIZA ORDINARIA LLEVA ADEMAS LOS REEMBOLSOS DE   *
      *           GASTOS APROBADOS EN 04-GASTOS: CARGO A LA CUENTA DE  *
      *           REEMBOLSOS DEL DEPARTAMENTO Y ABONO A SU NETO POR    *
      *           PAGAR, YA QUE SALEN EN LA MISMA DISPERSION. CADA     *
      *           EMPRESA (RAZON SOCIAL) LLEVA SU PROPIO LOTE: LA 01   *
      *           EN LOS ARCHIVOS DE SIEMPRE Y LAS DEMAS EN            *
      *           04-GL-INTERFAZ-NN (O 04-GL-INTERFAZ-ESP-NN), CON LA  *
      *           EMPRESA EN EL ENCABEZADO DEL LOTE. EL CARGO AL GASTO *
      *           DE UN EMPLEADO COMPARTIDO SE REPARTE ENTRE LOS       *
      *           DEPARTAMENTOS DE SU REPARTO VIGENTE EN               *
      *           04-REPARTO-COSTOS (VER WREPFD, LO CAPTURA PROG0076); *
      *           LOS ABONOS SE QUEDAN EN SU DEPARTAMENTO, ASI QUE EL  *
      *           LOTE SIGUE CUADRANDO. LA POLIZA ORDINARIA ES DE UN   *
      *           SOLO GRUPO DE PAGO (EL QUE CALCULO PROG0026) Y SUS   *
      *           IMPORTES SON LOS QUE PROG0026 CALCULO EN             *
      *           04-NOMINA-NETOS: EL BRUTO DEL PERIODO Y LAS          *
      *           DEDUCCIONES CON TOPES Y PENSION ALIMENTICIA, ASI QUE *
      *           EL ABONO AL NETO ES LO QUE DISPERSA PROG0041. SOLO   *
      *           SI FALTA ESE ARCHIVO EL BRUTO SE TOMA DEL SALARIO    *
      *           DEL MAESTRO Y LAS DEDUCCIONES DE 04-DEDUCCIONES      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           SELECT CUENTAS-GL ASSIGN TO "04-CUENTAS-GL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CGL.
           SELECT NOMINA-NETOS ASSIGN TO DYNAMIC WS-NOMBRE-NETOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-NET.
           SELECT GL-INTERFAZ ASSIGN TO DYNAMIC WS-NOMBRE-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-GL.
           SELECT REPARTO-COSTOS ASSIGN TO "04-REPARTO-COSTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-REP-LLAVE
           FILE STATUS IS WS-FILE-STATUS-REP.
           SELECT GASTOS ASSIGN TO "04-GASTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-GAS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-GAS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  DEDUCCIONES-CFG
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEDFD.
       FD  CUENTAS-GL
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCGLFD.
       FD  NOMINA-NETOS
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNETFD.
       FD  GL-INTERFAZ
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WGLFD.
       FD  GASTOS
           RECORD CONTAINS 142 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WGASFD.
       FD  REPARTO-COSTOS
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WREPFD.

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WEMPRWS.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-DED      PIC X(02).
       01 WS-FILE-STATUS-CGL      PIC X(02).
       01 WS-FILE-STATUS-GL       PIC X(02).
       01 WS-FILE-STATUS-NET      PIC X(02).
       01 WS-FILE-STATUS-GAS      PIC X(02).
       01 WS-FILE-STATUS-REP      PIC X(02).

      * -------------------------------------------------------------- *
      * WS-TIPO-POLIZA - N = LA POLIZA DE LA NOMINA ORDINARIA; E = EL  *
      *                LOTE PROPIO DE UNA NOMINA ESPECIAL DE PROG0065, *
      *                QUE NO SALE DEL MAESTRO NI DE 04-DEDUCCIONES    *
      *                SINO DE LOS NETOS QUE ESA CORRIDA CALCULO       *
      * -------------------------------------------------------------- *
       01 WS-TIPO-POLIZA          PIC X(01)    VALUE "N".
           88 WS-POLIZA-NOMINA            VALUE "N".
           88 WS-POLIZA-ESPECIAL          VALUE "E".
       01 WS-NOMBRE-NETOS         PIC X(30)
                                  VALUE "04-NOMINA-NETOS".
       01 WS-NOMBRE-GL            PIC X(30)
                                  VALUE "04-GL-INTERFAZ".
       01 WS-NOMBRE-LOTE          PIC X(15)
                                  VALUE "NOMINA QUINCENA".

      * LA EMPRESA DEL LOTE (ESPACIOS = 01) Y LA DEL EMPLEADO EN TURNO
       01 WS-EMPRESA              PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA-EMPLEADO     PIC X(02)    VALUE SPACES.
       01 WS-NOMBRE-GL-BASE       PIC X(20)    VALUE SPACES.
       01 WS-CONT-OTRA-EMPRESA    PIC 9(05)    VALUE ZEROS.

      * EL GRUPO DE PAGO DE LA POLIZA ORDINARIA (ESPACIOS = 01) Y EL
      * DEL EMPLEADO EN TURNO
       01 WS-GRUPO-PAGO           PIC X(02)    VALUE SPACES.
       01 WS-GRUPO-PAGO-EMPLEADO  PIC X(02)    VALUE SPACES.
       01 WS-CONT-OTRO-GRUPO      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-NETOS-GRUPO     PIC 9(05)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ARCHIVO   PIC X(01)    VALUE "N".
               88 WS-FIN-DEDUCCIONES          VALUE "S".
           05 WS-SW-FIN-CUENTAS   PIC X(01)    VALUE "N".
               88 WS-FIN-CUENTAS              VALUE "S".
           05 WS-SW-FIN-NETOS     PIC X(01)    VALUE "N".
               88 WS-FIN-NETOS                VALUE "S".
           05 WS-SW-FIN-GASTOS    PIC X(01)    VALUE "N".
               88 WS-FIN-GASTOS               VALUE "S".
           05 WS-SW-FIN-REPARTO   PIC X(01)    VALUE "N".
               88 WS-FIN-REPARTO              VALUE "S".

       01 WS-FECHA-HOY.
           05 FILLER              PIC X(02).
               10 WS-TAB-CTA-NETO PIC X(10)    VALUE SPACES.
               10 WS-TAB-CTA-DEDUCCION
                                  PIC X(10)    VALUE SPACES.
               10 WS-TAB-CTA-ISR  PIC X(10)    VALUE SPACES.
               10 WS-TAB-CTA-IMSS PIC X(10)    VALUE SPACES.
               10 WS-TAB-CTA-REEMBOLSO
                                  PIC X(10)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-ACUM-GL - BRUTO, DEDUCCIONES, ISR, IMSS Y REEMBOLSOS DE     *
      *              GASTOS ACUMULADOS POR DEPARTAMENTO EN EL MISMO    *
      *              ORDEN QUE WS-TABLA-CUENTAS. EL BRUTO ES EL DE LOS *
      *              EMPLEADOS DEL DEPARTAMENTO (BASE DE SUS ABONOS);  *
      *              EL GASTO ES LO QUE LE TOCA CARGAR DESPUES DEL     *
      *              REPARTO DE COSTOS, Y SUMADO DA LO MISMO QUE EL    *
      *              BRUTO                                             *
      * -------------------------------------------------------------- *
       01 WS-ACUM-GL.
           05 WS-ACUM-GL-DEPTO    OCCURS 10 TIMES.
               10 WS-ACUM-GL-GASTO
                                  PIC 9(09)V99  VALUE ZEROS.
               10 WS-ACUM-GL-BRUTO
                                  PIC 9(09)V99  VALUE ZEROS.
               10 WS-ACUM-GL-DEDUCCION
                                  PIC 9(09)V99  VALUE ZEROS.
               10 WS-ACUM-GL-ISR  PIC 9(09)V99  VALUE ZEROS.
               10 WS-ACUM-GL-IMSS PIC 9(09)V99  VALUE ZEROS.
               10 WS-ACUM-GL-REEMBOLSO
                                  PIC 9(09)V99  VALUE ZEROS.

       01 WS-IMPORTE-NETO         PIC 9(09)V99  VALUE ZEROS.

           05 WS-CONT-SIN-CUENTA  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-DED-OMITIDAS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-GASTOS      PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-GAS-OMITIDOS
                                  PIC 9(05)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-REP-EMP - EL REPARTO DE COSTOS QUE RIGE A LA FECHA DE *
      *                 LA POLIZA POR EMPLEADO (EL DE FECHA DE INICIO  *
      *                 MAS RECIENTE QUE NO PASA DE HOY). SUS          *
      *                 RENGLONES DE DEPARTAMENTO Y PORCENTAJE ESTAN   *
      *                 EN WS-TABLA-REP-REN DESDE WS-TAB-RPE-PRIMERO   *
      * -------------------------------------------------------------- *
       01 WS-TABLA-REP-EMP.
           05 WS-TAB-RPE          OCCURS 500 TIMES
                                  ASCENDING KEY IS WS-TAB-RPE-NUMERO
                                  INDEXED BY WS-IX-RPE.
               10 WS-TAB-RPE-NUMERO
                                  PIC 9(05)    VALUE 99999.
               10 WS-TAB-RPE-FECHA
                                  PIC 9(08)    VALUE ZEROS.
               10 WS-TAB-RPE-PRIMERO
                                  PIC 9(04)    VALUE ZEROS.
               10 WS-TAB-RPE-CANT PIC 9(02)    VALUE ZEROS.
       01 WS-CANT-REP-EMP         PIC 9(04)    VALUE ZEROS.
       01 WS-TABLA-REP-REN.
           05 WS-TAB-RPR          OCCURS 2000 TIMES.
               10 WS-TAB-RPR-DEPTO
                                  PIC 9(03)    VALUE ZEROS.
               10 WS-TAB-RPR-PORCENTAJE
                                  PIC 9(03)V99  VALUE ZEROS.
       01 WS-CANT-REP-REN         PIC 9(04)    VALUE ZEROS.
       01 WS-IX-RPR               PIC 9(04)    VALUE ZEROS.
       01 WS-ULTIMO-RPR           PIC 9(04)    VALUE ZEROS.
       01 WS-CONTROL-REPARTO.
           05 WS-REP-NUMERO       PIC 9(05)    VALUE ZEROS.
           05 WS-REP-IMPORTE      PIC 9(09)V99  VALUE ZEROS.
           05 WS-REP-RESTO        PIC 9(09)V99  VALUE ZEROS.
           05 WS-REP-PARTE        PIC 9(09)V99  VALUE ZEROS.
           05 WS-REP-SUMA-PCT     PIC 9(05)V99  VALUE ZEROS.
           05 WS-IX-CTA-CASA      PIC 9(02)    VALUE ZEROS.
           05 WS-CONT-REPARTIDOS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-REP-INVALIDOS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-REP-SIN-CUENTA
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-REP-EXCEDIDOS
                                  PIC 9(05)    VALUE ZEROS.

       01 WS-REFERENCIA-LOTE.
           05 WS-REF-TIPO         PIC X(07)    VALUE "NOMINA ".
           05 WS-REF-FECHA        PIC 9(08).
           05 FILLER              PIC X(03)    VALUE SPACES.

       01 WS-REFERENCIA-REEMBOLSO.
           05 WS-RRE-TIPO         PIC X(07)    VALUE "REEMBOL".
           05 WS-RRE-FECHA        PIC 9(08).
           05 FILLER              PIC X(03)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "TIPO DE POLIZA (N = NOMINA, E = ESPECIAL) [N]: "
           ACCEPT WS-TIPO-POLIZA
           IF WS-TIPO-POLIZA = SPACES
              MOVE "N" TO WS-TIPO-POLIZA
           END-IF
           IF NOT WS-POLIZA-NOMINA AND NOT WS-POLIZA-ESPECIAL
              DISPLAY "PROG0030: TIPO DE POLIZA NO VALIDO"
              GOBACK
           END-IF
           IF WS-POLIZA-ESPECIAL
              MOVE "04-NOMINA-NETOS-ESP" TO WS-NOMBRE-NETOS
              MOVE "04-GL-INTERFAZ-ESP"  TO WS-NOMBRE-GL
              MOVE "NOMINA ESPECIAL"     TO WS-NOMBRE-LOTE
              MOVE "NOM-ESP"             TO WS-REF-TIPO
           END-IF
           DISPLAY "EMPRESA (RAZON SOCIAL) DE LA POLIZA [01]: "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
              MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE WS-EMPRESA         TO WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           IF NOT WS-EMPRESA-OK
              DISPLAY "PROG0030: LA EMPRESA " WS-EMPRESA
                      " NO ESTA EN 04-EMPRESAS (VER PROG0010)"
              GOBACK
           END-IF
           IF WS-POLIZA-NOMINA
              DISPLAY "GRUPO DE PAGO DE LA POLIZA [01]: "
              ACCEPT WS-GRUPO-PAGO
              IF WS-GRUPO-PAGO = SPACES
                 MOVE "01" TO WS-GRUPO-PAGO
              END-IF
           END-IF
           IF WS-EMPRESA NOT = "01"
              MOVE WS-NOMBRE-GL    TO WS-NOMBRE-GL-BASE
              MOVE SPACES          TO WS-NOMBRE-GL
              STRING WS-NOMBRE-GL-BASE DELIMITED BY SPACE
                     "-"               DELIMITED BY SIZE
                     WS-EMPRESA        DELIMITED BY SIZE
                INTO WS-NOMBRE-GL
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO        TO WS-FHG-ANIO
           MOVE WS-HOY-MES         TO WS-FHG-MES
           MOVE WS-HOY-DIA         TO WS-FHG-DIA
           PERFORM 015-CARGA-CUENTAS THRU 015-FIN-CARGA-CUENTAS
           PERFORM 017-CARGA-REPARTO THRU 017-FIN-CARGA-REPARTO
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0030: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           GO TO 035-LEE-NETOS.

      * -------------------------------------------------------------- *
      * 015-CARGA-CUENTAS - LEE 04-CUENTAS-GL Y LLENA                  *
           MOVE REG-CGL-CTA-NETO  TO WS-TAB-CTA-NETO (WS-IX-CTA)
           MOVE REG-CGL-CTA-DEDUCCION
                                  TO WS-TAB-CTA-DEDUCCION (WS-IX-CTA)
           MOVE REG-CGL-CTA-ISR   TO WS-TAB-CTA-ISR (WS-IX-CTA)
           MOVE REG-CGL-CTA-IMSS  TO WS-TAB-CTA-IMSS (WS-IX-CTA)
           MOVE REG-CGL-CTA-REEMBOLSO
                                  TO WS-TAB-CTA-REEMBOLSO (WS-IX-CTA)
           SET WS-IX-CTA UP BY 1
           GO TO 0151-LEE-CUENTA.

           CONTINUE.

      * -------------------------------------------------------------- *
      * 017-CARGA-REPARTO - LEE 04-REPARTO-COSTOS EN ORDEN DE LLAVE    *
      *                 (EMPLEADO, FECHA, DEPARTAMENTO) Y DEJA POR     *
      *                 EMPLEADO SOLO LOS RENGLONES DEL REPARTO QUE    *
      *                 RIGE HOY: UNA FECHA MAS RECIENTE QUE NO PASE   *
      *                 DE HOY REEMPLAZA A LA ANTERIOR. LOS REPARTOS   *
      *                 FUTUROS SE IGNORAN. SIN EL ARCHIVO NADIE SE    *
      *                 REPARTE                                        *
      * -------------------------------------------------------------- *
       017-CARGA-REPARTO.
           OPEN INPUT REPARTO-COSTOS
           IF WS-FILE-STATUS-REP NOT = "00"
              GO TO 017-FIN-CARGA-REPARTO
           END-IF
           GO TO 0171-LEE-REPARTO.

       0171-LEE-REPARTO.
           READ REPARTO-COSTOS
               AT END
                   MOVE "S" TO WS-SW-FIN-REPARTO
                   CLOSE REPARTO-COSTOS
                   GO TO 017-FIN-CARGA-REPARTO
           END-READ
           IF REG-REP-FECHA-INICIO > WS-FECHA-HOY-CCYYMMDD
              GO TO 0171-LEE-REPARTO
           END-IF
           IF WS-CANT-REP-EMP = ZEROS
              OR REG-REP-NUMERO NOT =
                     WS-TAB-RPE-NUMERO (WS-CANT-REP-EMP)
                 IF WS-CANT-REP-EMP NOT < 500
                    ADD 1 TO WS-CONT-REP-EXCEDIDOS
                    GO TO 0171-LEE-REPARTO
                 END-IF
                 ADD 1 TO WS-CANT-REP-EMP
                 MOVE REG-REP-NUMERO
                        TO WS-TAB-RPE-NUMERO (WS-CANT-REP-EMP)
                 MOVE REG-REP-FECHA-INICIO
                        TO WS-TAB-RPE-FECHA (WS-CANT-REP-EMP)
                 COMPUTE WS-TAB-RPE-PRIMERO (WS-CANT-REP-EMP) =
                         WS-CANT-REP-REN + 1
                 MOVE ZEROS TO WS-TAB-RPE-CANT (WS-CANT-REP-EMP)
           END-IF
      * UN REPARTO MAS RECIENTE DEL MISMO EMPLEADO TIRA EL ANTERIOR
           IF REG-REP-FECHA-INICIO NOT =
                     WS-TAB-RPE-FECHA (WS-CANT-REP-EMP)
              COMPUTE WS-CANT-REP-REN =
                      WS-TAB-RPE-PRIMERO (WS-CANT-REP-EMP) - 1
              MOVE REG-REP-FECHA-INICIO
                     TO WS-TAB-RPE-FECHA (WS-CANT-REP-EMP)
              MOVE ZEROS TO WS-TAB-RPE-CANT (WS-CANT-REP-EMP)
           END-IF
           IF WS-CANT-REP-REN NOT < 2000
              OR WS-TAB-RPE-CANT (WS-CANT-REP-EMP) NOT < 99
                 ADD 1 TO WS-CONT-REP-EXCEDIDOS
                 GO TO 0171-LEE-REPARTO
           END-IF
           ADD 1 TO WS-CANT-REP-REN
           ADD 1 TO WS-TAB-RPE-CANT (WS-CANT-REP-EMP)
           MOVE REG-REP-DEPTO      TO WS-TAB-RPR-DEPTO (WS-CANT-REP-REN)
           MOVE REG-REP-PORCENTAJE
                  TO WS-TAB-RPR-PORCENTAJE (WS-CANT-REP-REN)
           GO TO 0171-LEE-REPARTO.

       017-FIN-CARGA-REPARTO.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-LEE-EMPLEADO - SOLO CUANDO FALTA 04-NOMINA-NETOS:          *
      *                ACUMULA EL SALARIO DEL MAESTRO DE CADA EMPLEADO *
      *                ACTIVO DEL GRUPO DE PAGO Y LA EMPRESA COMO      *
      *                BRUTO EN EL RENGLON DE SU DEPARTAMENTO. UN      *
      *                DEPARTAMENTO SIN CUENTAS EN EL MAPA SE CUENTA   *
      *                PARA AVISARLO AL FINAL                          *
      * -------------------------------------------------------------- *
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
           MOVE WS-GRUPO-PAGO-EMP TO WS-GRUPO-PAGO-EMPLEADO
           IF WS-GRUPO-PAGO-EMPLEADO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO-EMPLEADO
           END-IF
           IF WS-GRUPO-PAGO-EMPLEADO NOT = WS-GRUPO-PAGO
              ADD 1 TO WS-CONT-OTRO-GRUPO
              GO TO 020-LEE-EMPLEADO
           END-IF
           SET WS-IX-CTA TO 1
           SEARCH ALL WS-TAB-CTA
               AT END
               WHEN WS-TAB-CTA-DEPTO (WS-IX-CTA) = WS-DEPTO-EMP
                   ADD WS-SALARIO-EMP
                          TO WS-ACUM-GL-BRUTO (WS-IX-CTA)
                   MOVE WS-NUMERO-EMP  TO WS-REP-NUMERO
                   MOVE WS-SALARIO-EMP TO WS-REP-IMPORTE
                   PERFORM 026-REPARTE-GASTO THRU 026-FIN-REPARTE-GASTO
           END-SEARCH
           GO TO 020-LEE-EMPLEADO.

      * -------------------------------------------------------------- *
      * 026-REPARTE-GASTO - CARGA EL IMPORTE WS-REP-IMPORTE DEL        *
      *                 EMPLEADO WS-REP-NUMERO AL GASTO DE LOS         *
      *                 DEPARTAMENTOS DE SU REPARTO VIGENTE, O         *
      *                 COMPLETO AL DE SU DEPARTAMENTO (WS-IX-CTA AL   *
      *                 ENTRAR) SI NO TIENE REPARTO O EL REPARTO NO    *
      *                 SUMA 100%. CADA PARTE SE REDONDEA Y LA ULTIMA  *
      *                 SE LLEVA EL RESTO, PARA QUE LAS PARTES SUMEN   *
      *                 EXACTAMENTE EL IMPORTE Y EL LOTE CUADRE. UNA   *
      *                 PARTE PARA UN DEPARTAMENTO SIN CUENTA DE GASTO *
      *                 EN 04-CUENTAS-GL SE QUEDA EN EL DEL EMPLEADO   *
      * -------------------------------------------------------------- *
       026-REPARTE-GASTO.
           SET WS-IX-CTA-CASA TO WS-IX-CTA
           IF WS-CANT-REP-EMP = ZEROS
              GO TO 026-CARGA-COMPLETO
           END-IF
           SET WS-IX-RPE TO 1
           SEARCH ALL WS-TAB-RPE
               AT END
                   GO TO 026-CARGA-COMPLETO
               WHEN WS-TAB-RPE-NUMERO (WS-IX-RPE) = WS-REP-NUMERO
                   CONTINUE
           END-SEARCH
           COMPUTE WS-ULTIMO-RPR = WS-TAB-RPE-PRIMERO (WS-IX-RPE)
                                 + WS-TAB-RPE-CANT (WS-IX-RPE) - 1
           MOVE ZEROS TO WS-REP-SUMA-PCT
           PERFORM 0261-SUMA-PORCENTAJE
               VARYING WS-IX-RPR FROM WS-TAB-RPE-PRIMERO (WS-IX-RPE)
               BY 1 UNTIL WS-IX-RPR > WS-ULTIMO-RPR
           IF WS-REP-SUMA-PCT NOT = 100
              ADD 1 TO WS-CONT-REP-INVALIDOS
              GO TO 026-CARGA-COMPLETO
           END-IF
           ADD 1 TO WS-CONT-REPARTIDOS
           MOVE WS-REP-IMPORTE TO WS-REP-RESTO
           PERFORM 0262-REPARTE-RENGLON
               VARYING WS-IX-RPR FROM WS-TAB-RPE-PRIMERO (WS-IX-RPE)
               BY 1 UNTIL WS-IX-RPR > WS-ULTIMO-RPR
           GO TO 026-FIN-REPARTE-GASTO.

       026-CARGA-COMPLETO.
           ADD WS-REP-IMPORTE TO WS-ACUM-GL-GASTO (WS-IX-CTA-CASA).

       026-FIN-REPARTE-GASTO.
           EXIT.

       0261-SUMA-PORCENTAJE.
           ADD WS-TAB-RPR-PORCENTAJE (WS-IX-RPR) TO WS-REP-SUMA-PCT.

       0262-REPARTE-RENGLON.
           IF WS-IX-RPR = WS-ULTIMO-RPR
              MOVE WS-REP-RESTO TO WS-REP-PARTE
           ELSE
              COMPUTE WS-REP-PARTE ROUNDED =
                      WS-REP-IMPORTE * WS-TAB-RPR-PORCENTAJE (WS-IX-RPR)
                                     / 100
              SUBTRACT WS-REP-PARTE FROM WS-REP-RESTO
           END-IF
           SET WS-IX-CTA TO 1
           SEARCH ALL WS-TAB-CTA
               AT END
                   ADD 1 TO WS-CONT-REP-SIN-CUENTA
                   ADD WS-REP-PARTE
                          TO WS-ACUM-GL-GASTO (WS-IX-CTA-CASA)
               WHEN WS-TAB-CTA-DEPTO (WS-IX-CTA) =
                                  WS-TAB-RPR-DEPTO (WS-IX-RPR)
                   IF WS-TAB-CTA-GASTO (WS-IX-CTA) = SPACES
                      ADD 1 TO WS-CONT-REP-SIN-CUENTA
                      ADD WS-REP-PARTE
                             TO WS-ACUM-GL-GASTO (WS-IX-CTA-CASA)
                   ELSE
                      ADD WS-REP-PARTE
                             TO WS-ACUM-GL-GASTO (WS-IX-CTA)
                   END-IF
           END-SEARCH.

      * -------------------------------------------------------------- *
      * 030-LEE-DEDUCCIONES - SOLO CUANDO FALTA 04-NOMINA-NETOS:       *
      *                ACUMULA CADA DEDUCCION DE UN EMPLEADO ACTIVO    *
      *                DEL GRUPO EN EL RENGLON DE SU DEPARTAMENTO (EL  *
      *                DEPARTAMENTO SE OBTIENE LEYENDO EL MAESTRO POR  *
      *                LLAVE, IGUAL QUE LO HACE PROG0024)              *
      * -------------------------------------------------------------- *
           IF WS-FILE-STATUS-DED NOT = "00"
              DISPLAY "PROG0030: SIN 04-DEDUCCIONES, STATUS "
                      WS-FILE-STATUS-DED "; POLIZA SIN RETENCIONES"
              GO TO 038-LEE-GASTOS
           END-IF
           GO TO 031-LEE-DEDUCCION.

               AT END
                   MOVE "S" TO WS-SW-FIN-DEDUCCIONES
                   CLOSE DEDUCCIONES-CFG
                   GO TO 038-LEE-GASTOS
           END-READ
           MOVE DEDUCCION-NUMERO-EMP TO REG-EMP-NUMERO
           READ EMPLEADOS
              ADD 1 TO WS-CONT-DED-OMITIDAS
              GO TO 031-LEE-DEDUCCION
           END-IF
           MOVE REG-EMP-EMPRESA TO WS-EMPRESA-EMPLEADO
           IF WS-EMPRESA-EMPLEADO = SPACES
              MOVE "01" TO WS-EMPRESA-EMPLEADO
           END-IF
           IF WS-EMPRESA-EMPLEADO NOT = WS-EMPRESA
              GO TO 031-LEE-DEDUCCION
           END-IF
           MOVE REG-EMP-GRUPO-PAGO TO WS-GRUPO-PAGO-EMPLEADO
           IF WS-GRUPO-PAGO-EMPLEADO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO-EMPLEADO
           END-IF
           IF WS-GRUPO-PAGO-EMPLEADO NOT = WS-GRUPO-PAGO
              GO TO 031-LEE-DEDUCCION
           END-IF
           SET WS-IX-CTA TO 1
           SEARCH ALL WS-TAB-CTA
               AT END
           END-SEARCH
           GO TO 031-LEE-DEDUCCION.

      * -------------------------------------------------------------- *
      * 035-LEE-NETOS - ACUMULA EL BRUTO, LAS DEDUCCIONES (CON LA      *
      *                PENSION ALIMENTICIA), EL ISR Y LA CUOTA OBRERA  *
      *                DEL IMSS QUE PROG0026 CALCULO A CADA EMPLEADO   *
      *                DEL GRUPO (04-NOMINA-NETOS) EN EL RENGLON DE SU *
      *                DEPARTAMENTO, PARA QUE EL ABONO AL NETO SEA LO  *
      *                QUE SE DISPERSA; UN EMPLEADO SIN RENGLON EN     *
      *                04-NOMINA-NETOS NO ENTRA A LA POLIZA. SIN EL    *
      *                ARCHIVO LA POLIZA SALE SIN LINEAS DE ISR NI DE  *
      *                IMSS, EL BRUTO ES EL SALARIO DEL MAESTRO (020-) *
      *                Y LAS DEDUCCIONES SE TOMAN DE 04-DEDUCCIONES    *
      * -------------------------------------------------------------- *
       035-LEE-NETOS.
           OPEN INPUT NOMINA-NETOS
           IF WS-FILE-STATUS-NET NOT = "00"
              AND WS-POLIZA-ESPECIAL
                 DISPLAY "PROG0030: SIN 04-NOMINA-NETOS-ESP, STATUS "
                         WS-FILE-STATUS-NET " (CORRA PRIMERO PROG0065)"
                 CLOSE EMPLEADOS
                 GOBACK
           END-IF
           IF WS-FILE-STATUS-NET NOT = "00"
              DISPLAY "PROG0030: SIN 04-NOMINA-NETOS, STATUS "
                      WS-FILE-STATUS-NET "; POLIZA SIN ISR NI IMSS "
                      "Y CON EL SALARIO DEL MAESTRO COMO BRUTO"
              GO TO 020-LEE-EMPLEADO
           END-IF
           GO TO 036-LEE-NETO.

       036-LEE-NETO.
           READ NOMINA-NETOS
               AT END
                   MOVE "S" TO WS-SW-FIN-NETOS
                   CLOSE NOMINA-NETOS
                   IF WS-POLIZA-ESPECIAL
                      GO TO 040-GENERA-POLIZA
                   END-IF
                   IF WS-CONT-NETOS-GRUPO = ZEROS
                      DISPLAY "PROG0030: AVISO - 04-NOMINA-NETOS NO "
                              "TRAE EMPLEADOS DEL GRUPO " WS-GRUPO-PAGO
                              "; LA POLIZA SALE SIN NOMINA "
                              "(CORRA PROG0026 PARA ESE GRUPO)"
                   END-IF
                   GO TO 038-LEE-GASTOS
           END-READ
           MOVE REG-NETO-NUMERO TO REG-EMP-NUMERO
           PERFORM 045-EMPRESA-DEL-NUMERO
           IF WS-EMPRESA-EMPLEADO NOT = WS-EMPRESA
              IF WS-POLIZA-NOMINA
                 ADD 1 TO WS-CONT-OTRA-EMPRESA
              END-IF
              GO TO 036-LEE-NETO
           END-IF
           IF WS-POLIZA-ESPECIAL
              PERFORM 037-ACUMULA-NETO
              GO TO 036-LEE-NETO
           END-IF
           IF WS-GRUPO-PAGO-EMPLEADO NOT = WS-GRUPO-PAGO
              ADD 1 TO WS-CONT-OTRO-GRUPO
              GO TO 036-LEE-NETO
           END-IF
           ADD 1 TO WS-CONT-NETOS-GRUPO
           PERFORM 037-ACUMULA-NETO
           GO TO 036-LEE-NETO.

      * -------------------------------------------------------------- *
      * 037-ACUMULA-NETO - TODO EL MOVIMIENTO DEL EMPLEADO SALE DE SU  *
      *                RENGLON DE NETOS: BRUTO (REPARTIDO SEGUN        *
      *                04-REPARTO-COSTOS), DEDUCCIONES, ISR E IMSS AL  *
      *                RENGLON DE SU DEPARTAMENTO                      *
      * -------------------------------------------------------------- *
       037-ACUMULA-NETO.
           SET WS-IX-CTA TO 1
           SEARCH ALL WS-TAB-CTA
               AT END
                   ADD 1 TO WS-CONT-SIN-CUENTA
               WHEN WS-TAB-CTA-DEPTO (WS-IX-CTA) = REG-NETO-DEPTO
                   ADD REG-NETO-BRUTO TO WS-ACUM-GL-BRUTO (WS-IX-CTA)
                   MOVE REG-NETO-NUMERO TO WS-REP-NUMERO
                   MOVE REG-NETO-BRUTO  TO WS-REP-IMPORTE
                   SET WS-IX-CTA-CASA   TO WS-IX-CTA
                   PERFORM 026-REPARTE-GASTO THRU 026-FIN-REPARTE-GASTO
                   SET WS-IX-CTA        TO WS-IX-CTA-CASA
                   ADD REG-NETO-DEDUCCIONES
                          TO WS-ACUM-GL-DEDUCCION (WS-IX-CTA)
                   ADD REG-NETO-ISR TO WS-ACUM-GL-ISR (WS-IX-CTA)
                   ADD REG-NETO-IMSS TO WS-ACUM-GL-IMSS (WS-IX-CTA)
           END-SEARCH.

      * -------------------------------------------------------------- *
      * 038-LEE-GASTOS - ACUMULA EN EL RENGLON DE SU DEPARTAMENTO LOS  *
      *                REEMBOLSOS APROBADOS QUE NO HAN IDO A NINGUNA   *
      *                POLIZA, Y LES ANOTA LA FECHA DE HOY. LOS QUE YA *
      *                TRAEN LA FECHA DE HOY TAMBIEN ENTRAN, PARA QUE  *
      *                REPETIR LA POLIZA EL MISMO DIA LA REGENERE      *
      *                IGUAL. UN DEPARTAMENTO SIN CUENTA DE REEMBOLSOS *
      *                EN 04-CUENTAS-GL DEJA SUS GASTOS SIN            *
      *                CONTABILIZAR PARA UNA CORRIDA POSTERIOR         *
      * -------------------------------------------------------------- *
       038-LEE-GASTOS.
           OPEN I-O GASTOS
           IF WS-FILE-STATUS-GAS NOT = "00"
              GO TO 040-GENERA-POLIZA
           END-IF
           GO TO 039-LEE-GASTO.

       039-LEE-GASTO.
           READ GASTOS
               AT END
                   MOVE "S" TO WS-SW-FIN-GASTOS
                   CLOSE GASTOS
                   GO TO 040-GENERA-POLIZA
           END-READ
           IF NOT REG-GAS-APROBADO
              GO TO 039-LEE-GASTO
           END-IF
           IF REG-GAS-FECHA-POLIZA NOT = ZEROS
              AND REG-GAS-FECHA-POLIZA NOT = WS-FECHA-HOY-CCYYMMDD
                 GO TO 039-LEE-GASTO
           END-IF
           MOVE REG-GAS-NUMERO TO REG-EMP-NUMERO
           PERFORM 045-EMPRESA-DEL-NUMERO
           IF WS-EMPRESA-EMPLEADO NOT = WS-EMPRESA
              GO TO 039-LEE-GASTO
           END-IF
           SET WS-IX-CTA TO 1
           SEARCH ALL WS-TAB-CTA
               AT END
                   ADD 1 TO WS-CONT-GAS-OMITIDOS
                   GO TO 039-LEE-GASTO
               WHEN WS-TAB-CTA-DEPTO (WS-IX-CTA) = REG-GAS-DEPTO
                   CONTINUE
           END-SEARCH
           IF WS-TAB-CTA-REEMBOLSO (WS-IX-CTA) = SPACES
              ADD 1 TO WS-CONT-GAS-OMITIDOS
              GO TO 039-LEE-GASTO
           END-IF
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-GAS-FECHA-POLIZA
           REWRITE REG-GASTO
               INVALID KEY
                   DISPLAY "PROG0030: NO SE PUDO MARCAR EL REEMBOLSO "
                           "DEL EMPLEADO " REG-GAS-NUMERO
                   ADD 1 TO WS-CONT-GAS-OMITIDOS
                   GO TO 039-LEE-GASTO
           END-REWRITE
           ADD 1 TO WS-CONT-GASTOS
           ADD REG-GAS-IMPORTE TO WS-ACUM-GL-REEMBOLSO (WS-IX-CTA)
           GO TO 039-LEE-GASTO.

      * -------------------------------------------------------------- *
      * 040-GENERA-POLIZA - ESCRIBE 04-GL-INTERFAZ: ENCABEZADO DE      *
      *                LOTE, HASTA CINCO LINEAS POR DEPARTAMENTO CON   *
      *                MOVIMIENTO (CARGO AL GASTO POR EL BRUTO, ABONO  *
      *                AL NETO, ABONO A LAS DEDUCCIONES RETENIDAS,     *
      *                ABONO AL ISR RETENIDO, ABONO A LA CUOTA OBRERA  *
      *                DEL IMSS), EL CARGO Y ABONO DE LOS REEMBOLSOS   *
      *                DE GASTOS Y EL TRAILER QUE CUADRA               *
      * -------------------------------------------------------------- *
       040-GENERA-POLIZA.
           CLOSE EMPLEADOS
           OPEN OUTPUT GL-INTERFAZ
           IF WS-FILE-STATUS-GL NOT = "00"
              DISPLAY "PROG0030: NO SE PUDO CREAR " WS-NOMBRE-GL
                      ", STATUS " WS-FILE-STATUS-GL
              GOBACK
           END-IF
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-REF-FECHA
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-RRE-FECHA
           MOVE SPACES                TO REG-GL-INTERFAZ
           MOVE "H"                   TO REG-GL-TIPO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-GL-ENC-FECHA
           MOVE WS-NOMBRE-LOTE        TO REG-GL-ENC-LOTE
           MOVE WS-EMPRESA            TO REG-GL-ENC-EMPRESA
           WRITE REG-GL-INTERFAZ
           PERFORM 050-ESCRIBE-UN-DEPTO
               VARYING WS-IX-CTA FROM 1 BY 1
           MOVE WS-TOT-ABONOS   TO REG-GL-TRL-ABONOS
           WRITE REG-GL-INTERFAZ
           CLOSE GL-INTERFAZ
           DISPLAY "PROG0030: LOTE DE LA EMPRESA " WS-EMPRESA
                   " " WS-EMPR-NOMBRE " EN " WS-NOMBRE-GL
           DISPLAY "PROG0030: LINEAS DE POLIZA GENERADAS: "
                   WS-CONT-LINEAS
           IF WS-CONT-OTRA-EMPRESA NOT = ZEROS
              DISPLAY "PROG0030: EMPLEADOS DE OTRAS EMPRESAS (VAN EN "
                      "SU PROPIO LOTE): " WS-CONT-OTRA-EMPRESA
           END-IF
           IF WS-POLIZA-NOMINA
              DISPLAY "PROG0030: GRUPO DE PAGO DE LA POLIZA: "
                      WS-GRUPO-PAGO
           END-IF
           IF WS-CONT-OTRO-GRUPO NOT = ZEROS
              DISPLAY "PROG0030: EMPLEADOS DE OTROS GRUPOS DE PAGO "
                      "(VAN EN LA POLIZA DE SU GRUPO): "
                      WS-CONT-OTRO-GRUPO
           END-IF
           DISPLAY "PROG0030: TOTAL CARGOS: " WS-TOT-CARGOS
           DISPLAY "PROG0030: TOTAL ABONOS: " WS-TOT-ABONOS
           IF WS-TOT-CARGOS NOT = WS-TOT-ABONOS
                      " EMPLEADOS DE DEPARTAMENTOS SIN CUENTAS EN "
                      "04-CUENTAS-GL QUEDARON FUERA"
           END-IF
           IF WS-CONT-REPARTIDOS NOT = ZEROS
              DISPLAY "PROG0030: EMPLEADOS CON GASTO REPARTIDO ENTRE "
                      "DEPARTAMENTOS: " WS-CONT-REPARTIDOS
           END-IF
           IF WS-CONT-REP-INVALIDOS NOT = ZEROS
              DISPLAY "PROG0030: AVISO - " WS-CONT-REP-INVALIDOS
                      " REPARTOS QUE NO SUMAN 100% SE CARGARON "
                      "COMPLETOS A SU DEPARTAMENTO (REVISAR EN "
                      "PROG0076)"
           END-IF
           IF WS-CONT-REP-SIN-CUENTA NOT = ZEROS
              DISPLAY "PROG0030: AVISO - " WS-CONT-REP-SIN-CUENTA
                      " PARTES DE REPARTO A DEPARTAMENTOS SIN CUENTA "
                      "DE GASTO SE QUEDARON EN EL DEPARTAMENTO DEL "
                      "EMPLEADO"
           END-IF
           IF WS-CONT-REP-EXCEDIDOS NOT = ZEROS
              DISPLAY "PROG0030: AVISO - " WS-CONT-REP-EXCEDIDOS
                      " RENGLONES DE 04-REPARTO-COSTOS NO CUPIERON EN "
                      "LA TABLA"
           END-IF
           IF WS-CONT-DED-OMITIDAS NOT = ZEROS
              DISPLAY "PROG0030: DEDUCCIONES OMITIDAS (SIN EMPLEADO "
                      "ACTIVO O SIN CUENTAS): " WS-CONT-DED-OMITIDAS
           END-IF
           IF WS-POLIZA-NOMINA
              DISPLAY "PROG0030: REEMBOLSOS DE GASTOS EN LA POLIZA: "
                      WS-CONT-GASTOS
           END-IF
           IF WS-CONT-GAS-OMITIDOS NOT = ZEROS
              DISPLAY "PROG0030: AVISO - " WS-CONT-GAS-OMITIDOS
                      " REEMBOLSOS SIN CUENTA DE REEMBOLSOS EN "
                      "04-CUENTAS-GL QUEDARON SIN CONTABILIZAR"
           END-IF
           GOBACK.

      * -------------------------------------------------------------- *
      * 045-EMPRESA-DEL-NUMERO - DEJA EN WS-EMPRESA-EMPLEADO LA        *
      *       EMPRESA Y EN WS-GRUPO-PAGO-EMPLEADO EL GRUPO DE PAGO DEL *
      *       EMPLEADO CUYO NUMERO VIENE EN REG-EMP-NUMERO. UN NUMERO  *
      *       QUE YA NO ESTA EN EL MAESTRO, O SIN EMPRESA NI GRUPO, ES *
      *       DE LA 01 Y DEL GRUPO 01                                  *
      * -------------------------------------------------------------- *
       045-EMPRESA-DEL-NUMERO.
           MOVE "01" TO WS-EMPRESA-EMPLEADO
           MOVE "01" TO WS-GRUPO-PAGO-EMPLEADO
           READ EMPLEADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-EMP-EMPRESA NOT = SPACES
                      MOVE REG-EMP-EMPRESA TO WS-EMPRESA-EMPLEADO
                   END-IF
                   IF REG-EMP-GRUPO-PAGO NOT = SPACES
                      MOVE REG-EMP-GRUPO-PAGO TO WS-GRUPO-PAGO-EMPLEADO
                   END-IF
           END-READ.

      * EL CARGO AL GASTO ES LO QUE LE TOCO AL DEPARTAMENTO DESPUES
      * DEL REPARTO; LOS ABONOS SALEN DEL BRUTO DE SUS EMPLEADOS
       050-ESCRIBE-UN-DEPTO.
           IF WS-ACUM-GL-GASTO (WS-IX-CTA) NOT = ZEROS
              MOVE SPACES TO REG-GL-INTERFAZ
              MOVE "D"    TO REG-GL-TIPO
              MOVE WS-TAB-CTA-DEPTO (WS-IX-CTA) TO REG-GL-DEPTO
              MOVE WS-TAB-CTA-GASTO (WS-IX-CTA) TO REG-GL-CUENTA
              MOVE "D"    TO REG-GL-NATURALEZA
              MOVE WS-ACUM-GL-GASTO (WS-IX-CTA) TO REG-GL-IMPORTE
              MOVE WS-REFERENCIA-LOTE           TO REG-GL-REFERENCIA
              WRITE REG-GL-INTERFAZ
              ADD 1 TO WS-CONT-LINEAS
              ADD WS-ACUM-GL-GASTO (WS-IX-CTA) TO WS-TOT-CARGOS
           END-IF
           IF WS-ACUM-GL-BRUTO (WS-IX-CTA) NOT = ZEROS
              COMPUTE WS-IMPORTE-NETO =
                      WS-ACUM-GL-BRUTO (WS-IX-CTA)
                    - WS-ACUM-GL-DEDUCCION (WS-IX-CTA)
                    - WS-ACUM-GL-ISR (WS-IX-CTA)
                    - WS-ACUM-GL-IMSS (WS-IX-CTA)
              MOVE SPACES TO REG-GL-INTERFAZ
              MOVE "D"    TO REG-GL-TIPO
              MOVE WS-TAB-CTA-DEPTO (WS-IX-CTA) TO REG-GL-DEPTO
                 ADD 1 TO WS-CONT-LINEAS
                 ADD WS-ACUM-GL-DEDUCCION (WS-IX-CTA) TO WS-TOT-ABONOS
              END-IF
              IF WS-ACUM-GL-ISR (WS-IX-CTA) NOT = ZEROS
                 MOVE SPACES TO REG-GL-INTERFAZ
                 MOVE "D"    TO REG-GL-TIPO
                 MOVE WS-TAB-CTA-DEPTO (WS-IX-CTA) TO REG-GL-DEPTO
                 MOVE WS-TAB-CTA-ISR (WS-IX-CTA)   TO REG-GL-CUENTA
                 MOVE "H"    TO REG-GL-NATURALEZA
                 MOVE WS-ACUM-GL-ISR (WS-IX-CTA)   TO REG-GL-IMPORTE
                 MOVE WS-REFERENCIA-LOTE           TO REG-GL-REFERENCIA
                 WRITE REG-GL-INTERFAZ
                 ADD 1 TO WS-CONT-LINEAS
                 ADD WS-ACUM-GL-ISR (WS-IX-CTA)    TO WS-TOT-ABONOS
              END-IF
              IF WS-ACUM-GL-IMSS (WS-IX-CTA) NOT = ZEROS
                 MOVE SPACES TO REG-GL-INTERFAZ
                 MOVE "D"    TO REG-GL-TIPO
                 MOVE WS-TAB-CTA-DEPTO (WS-IX-CTA) TO REG-GL-DEPTO
                 MOVE WS-TAB-CTA-IMSS (WS-IX-CTA)  TO REG-GL-CUENTA
                 MOVE "H"    TO REG-GL-NATURALEZA
                 MOVE WS-ACUM-GL-IMSS (WS-IX-CTA)  TO REG-GL-IMPORTE
                 MOVE WS-REFERENCIA-LOTE           TO REG-GL-REFERENCIA
                 WRITE REG-GL-INTERFAZ
                 ADD 1 TO WS-CONT-LINEAS
                 ADD WS-ACUM-GL-IMSS (WS-IX-CTA)   TO WS-TOT-ABONOS
              END-IF
           END-IF
           IF WS-ACUM-GL-REEMBOLSO (WS-IX-CTA) NOT = ZEROS
              MOVE SPACES TO REG-GL-INTERFAZ
              MOVE "D"    TO REG-GL-TIPO
              MOVE WS-TAB-CTA-DEPTO (WS-IX-CTA) TO REG-GL-DEPTO
              MOVE WS-TAB-CTA-REEMBOLSO (WS-IX-CTA)
                                                TO REG-GL-CUENTA
              MOVE "D"    TO REG-GL-NATURALEZA
              MOVE WS-ACUM-GL-REEMBOLSO (WS-IX-CTA)
                                                TO REG-GL-IMPORTE
              MOVE WS-REFERENCIA-REEMBOLSO      TO REG-GL-REFERENCIA
              WRITE REG-GL-INTERFAZ
              ADD 1 TO WS-CONT-LINEAS
              ADD WS-ACUM-GL-REEMBOLSO (WS-IX-CTA) TO WS-TOT-CARGOS
              MOVE SPACES TO REG-GL-INTERFAZ
              MOVE "D"    TO REG-GL-TIPO
              MOVE WS-TAB-CTA-DEPTO (WS-IX-CTA) TO REG-GL-DEPTO
              MOVE WS-TAB-CTA-NETO (WS-IX-CTA)  TO REG-GL-CUENTA
              MOVE "H"    TO REG-GL-NATURALEZA
              MOVE WS-ACUM-GL-REEMBOLSO (WS-IX-CTA)
                                                TO REG-GL-IMPORTE
              MOVE WS-REFERENCIA-REEMBOLSO      TO REG-GL-REFERENCIA
              WRITE REG-GL-INTERFAZ
              ADD 1 TO WS-CONT-LINEAS
              ADD WS-ACUM-GL-REEMBOLSO (WS-IX-CTA) TO WS-TOT-ABONOS
           END-IF.

       END PROGRAM PROG0030.
