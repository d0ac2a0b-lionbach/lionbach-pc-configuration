       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0098.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: REPORTE PERIODICO DE SEGREGACION DE FUNCIONES PARA   *
      *           LOS AUDITORES. PARA EL PERIODO QUE SE TECLEA (VACIO  *
      *           = DEL PRIMERO DEL MES A HOY) REVISA LAS BITACORAS Y  *
      *           MARCA CUATRO REGLAS:                                 *
      *             1 - LA MISMA PERSONA PIDE Y APRUEBA UNA BAJA       *
      *                 (04-BAJAS-RESUELTAS QUE DEJA PROG0020)         *
      *             2 - UN OPERADOR CAMBIA SU PROPIO SALARIO O EL DE   *
      *                 SU JEFE DIRECTO (04-HIST-SALARIOS, QUE INCLUYE *
      *                 LA APLICACION DEL AUMENTO MASIVO DE PROG0017)  *
      *             3 - EL MISMO OPERADOR CAPTURA Y APLICA UNA         *
      *                 TRANSACCION A FUTURO (04-TRANS-PENDIENTES). LA *
      *                 BAJA LA APLICA QUIEN LA APRUEBA EN PROG0020;   *
      *                 EL SALARIO Y EL TRASLADO LOS APLICA PROG0038   *
      *                 SIN FIRMA, A NOMBRE DE QUIEN LOS CAPTURO, Y    *
      *                 POR ESO SALEN SIEMPRE                          *
      *             4 - MOVIMIENTOS DE 04-AUDIT-EMPLEADOS FUERA DEL    *
      *                 HORARIO DE OFICINA, EN FIN DE SEMANA O EN DIA  *
      *                 FERIADO (SIN CONTAR CONSULTAS NI LOS PASOS     *
      *                 NOCTURNOS)                                     *
      *           "LA MISMA PERSONA" ES EL MISMO ID DE OPERADOR O DOS  *
      *           IDS DE 04-OPERADORES CON EL MISMO NUMERO DE          *
      *           EMPLEADO. EL JEFE DIRECTO ES EL SUPERVISOR DEL       *
      *           EMPLEADO DEL OPERADOR EN 04-EMPLEADOS. CADA HALLAZGO *
      *           LLEVA OPERADOR, EMPLEADO, FECHA Y REGLA. SOLO LO     *
      *           CORRE EL ADMINISTRADOR                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "04-OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-OP-ID
           FILE STATUS IS WS-FILE-STATUS-OPE.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT BAJAS-RESUELTAS ASSIGN TO "04-BAJAS-RESUELTAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-BRES.
           SELECT HIST-SALARIOS ASSIGN TO "04-HIST-SALARIOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-HIST.
           SELECT TRANS-PENDIENTES ASSIGN TO "04-TRANS-PENDIENTES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TRP.
           SELECT AUDIT-EMPLEADOS ASSIGN TO "04-AUDIT-EMPLEADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AUDIT.
           SELECT FERIADOS ASSIGN TO "04-FERIADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-FER.
           SELECT REPORTE ASSIGN TO "04-REP-SEGREGACION".

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WOPERFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  BAJAS-RESUELTAS
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WBRESFD.
       FD  HIST-SALARIOS
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHISTFD.
       FD  TRANS-PENDIENTES
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTRPFD.
       FD  AUDIT-EMPLEADOS
           RECORD CONTAINS 107 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUDIFD.
       FD  FERIADOS
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WFERFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-OPE      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-BRES     PIC X(02).
       01 WS-FILE-STATUS-HIST     PIC X(02).
       01 WS-FILE-STATUS-TRP      PIC X(02).
       01 WS-FILE-STATUS-AUDIT    PIC X(02).
       01 WS-FILE-STATUS-FER      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-OPE       PIC X(01)    VALUE "N".
               88 WS-FIN-OPE                  VALUE "S".
           05 WS-SW-FIN-BRES      PIC X(01)    VALUE "N".
               88 WS-FIN-BRES                 VALUE "S".
           05 WS-SW-FIN-HIST      PIC X(01)    VALUE "N".
               88 WS-FIN-HIST                 VALUE "S".
           05 WS-SW-FIN-TRP       PIC X(01)    VALUE "N".
               88 WS-FIN-TRP                  VALUE "S".
           05 WS-SW-FIN-AUDIT     PIC X(01)    VALUE "N".
               88 WS-FIN-AUDIT                VALUE "S".
           05 WS-SW-FIN-FERIADOS  PIC X(01)    VALUE "N".
               88 WS-FIN-FERIADOS             VALUE "S".

       COPY WFIRMA.

      * -------------------------------------------------------------- *
      * PARAMETROS - PERIODO A REVISAR Y HORARIO DE OFICINA (HHMM); SE *
      *              PIDEN AL OPERADOR CON LOS VALORES DE COSTUMBRE    *
      *              COMO OMISION, IGUAL QUE EN PROG0046               *
      * -------------------------------------------------------------- *
       01 WS-RANGO-DESDE          PIC 9(08)    VALUE ZEROS.
       01 WS-RANGO-HASTA          PIC 9(08)    VALUE ZEROS.
       01 WS-HORA-ENTRADA         PIC 9(04)    VALUE ZEROS.
       01 WS-HORA-SALIDA          PIC 9(04)    VALUE ZEROS.
       01 WS-HHMM-MOVIMIENTO      PIC 9(04)    VALUE ZEROS.

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
      * WS-TABLA-OPERADORES - EL CATALOGO DE 04-OPERADORES CON EL      *
      *                NUMERO DE EMPLEADO DE CADA OPERADOR Y EL        *
      *                SUPERVISOR DE ESE EMPLEADO EN 04-EMPLEADOS      *
      * -------------------------------------------------------------- *
       01 WS-TABLA-OPERADORES.
           05 WS-TAB-OPE          OCCURS 200 TIMES
                                  INDEXED BY WS-IX-OPE.
               10 WS-TAB-OPE-ID   PIC X(08)    VALUE SPACES.
               10 WS-TAB-OPE-NUMERO-EMP
                                  PIC 9(05)    VALUE ZEROS.
               10 WS-TAB-OPE-SUPERVISOR
                                  PIC 9(05)    VALUE ZEROS.
       01 WS-CANT-OPE             PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-BAJAS-APROBADAS - LAS BAJAS APROBADAS DE              *
      *                04-BAJAS-RESUELTAS, PARA SABER QUIEN APLICO LAS *
      *                BAJAS A FUTURO QUE PROG0038 DEJO EN LA COLA     *
      * -------------------------------------------------------------- *
       01 WS-TABLA-BAJAS-APROBADAS.
           05 WS-TAB-BRES         OCCURS 500 TIMES
                                  INDEXED BY WS-IX-BRES.
               10 WS-TAB-BRES-NUMERO
                                  PIC 9(05)    VALUE ZEROS.
               10 WS-TAB-BRES-SOLICITA
                                  PIC X(20)    VALUE SPACES.
               10 WS-TAB-BRES-FECHA-SOL
                                  PIC 9(08)    VALUE ZEROS.
               10 WS-TAB-BRES-RESUELVE
                                  PIC X(20)    VALUE SPACES.
       01 WS-CANT-BRES            PIC 9(03)    VALUE ZEROS.

       01 WS-TABLA-FERIADOS.
           05 WS-TAB-FER          OCCURS 200 TIMES
                                  INDEXED BY WS-IX-FER.
               10 WS-TAB-FER-FECHA
                                  PIC 9(08)    VALUE ZEROS.
       01 WS-CANT-FERIADOS        PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * BUSQUEDA DE OPERADOR - EL ID A BUSCAR (COMO VIENE EN LAS       *
      *                BITACORAS, X(20)) Y LO QUE SE ENCONTRO          *
      * -------------------------------------------------------------- *
       01 WS-BUSCA-USUARIO        PIC X(20)    VALUE SPACES.
       01 WS-SW-OPE-ENCONTRADO    PIC X(01)    VALUE "N".
           88 WS-OPE-ENCONTRADO           VALUE "S".
       01 WS-OPE-NUMERO-EMP       PIC 9(05)    VALUE ZEROS.
       01 WS-OPE-SUPERVISOR       PIC 9(05)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * COMPARACION DE PERSONAS - LOS DOS USUARIOS A COMPARAR Y SI     *
      *                RESULTARON LA MISMA PERSONA, Y SI FUE POR SER   *
      *                DOS CUENTAS DEL MISMO EMPLEADO                  *
      * -------------------------------------------------------------- *
       01 WS-USUARIO-1            PIC X(20)    VALUE SPACES.
       01 WS-USUARIO-2            PIC X(20)    VALUE SPACES.
       01 WS-NUMERO-EMP-1         PIC 9(05)    VALUE ZEROS.
       01 WS-SW-MISMA-PERSONA     PIC X(01)    VALUE "N".
           88 WS-MISMA-PERSONA            VALUE "S".
       01 WS-SW-OTRA-CUENTA       PIC X(01)    VALUE "N".
           88 WS-OTRA-CUENTA              VALUE "S".

       01 WS-CONT-PROGRAMADO      PIC 9(02)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-HALLAZGO - LO QUE SE IMPRIME DE CADA VIOLACION              *
      * -------------------------------------------------------------- *
       01 WS-HALLAZGO.
           05 WS-HAL-OPERADOR     PIC X(20)    VALUE SPACES.
           05 WS-HAL-EMPLEADO     PIC 9(05)    VALUE ZEROS.
           05 WS-HAL-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-HAL-REGLA        PIC 9(01)    VALUE ZEROS.
           05 WS-HAL-DESCRIPCION  PIC X(55)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * CONGRUENCIA DE ZELLER (0 = SABADO, 1 = DOMINGO, 2 = LUNES ...  *
      *            6 = VIERNES), COMO EN PROG0062 Y PROG0093           *
      * -------------------------------------------------------------- *
       01 WS-FECHA-CAL-G.
           05 WS-FC-ANIO          PIC 9(04).
           05 WS-FC-MES           PIC 9(02).
           05 WS-FC-DIA           PIC 9(02).

       01 WS-FECHA-CAL REDEFINES WS-FECHA-CAL-G
                                  PIC 9(08).

       01 WS-ZELLER.
           05 WS-ZL-MES           PIC 9(02)    VALUE ZEROS.
           05 WS-ZL-ANIO          PIC 9(04)    VALUE ZEROS.
           05 WS-ZL-SIGLO         PIC 9(02)    VALUE ZEROS.
           05 WS-ZL-ANIO-SIGLO    PIC 9(02)    VALUE ZEROS.
           05 WS-ZL-TERMINO-MES   PIC 9(03)    VALUE ZEROS.
           05 WS-ZL-CUARTO-ANIO   PIC 9(02)    VALUE ZEROS.
           05 WS-ZL-CUARTO-SIGLO  PIC 9(02)    VALUE ZEROS.
           05 WS-ZL-SUMA          PIC 9(05)    VALUE ZEROS.
           05 WS-ZL-COCIENTE      PIC 9(05)    VALUE ZEROS.
       01 WS-DIA-SEMANA-CAL       PIC 9(01)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-REGLAS - NOMBRE DE CADA REGLA PARA EL RESUMEN FINAL         *
      * -------------------------------------------------------------- *
       01 WS-REGLAS-VALORES.
           05 FILLER              PIC X(45)    VALUE
              "PIDE Y APRUEBA LA MISMA BAJA".
           05 FILLER              PIC X(45)    VALUE
              "CAMBIA SU SALARIO O EL DE SU JEFE DIRECTO".
           05 FILLER              PIC X(45)    VALUE
              "CAPTURA Y APLICA UNA TRANSACCION A FUTURO".
           05 FILLER              PIC X(45)    VALUE
              "MOVIMIENTO FUERA DEL HORARIO DE OFICINA".

       01 WS-REGLAS REDEFINES WS-REGLAS-VALORES.
           05 WS-REGLA-NOMBRE     PIC X(45)    OCCURS 4 TIMES.

       01 WS-CONTADORES.
           05 WS-CONT-REGLA       PIC 9(05)    OCCURS 4 TIMES.
           05 WS-CONT-HALLAZGOS   PIC 9(05)    VALUE ZEROS.
       01 WS-IX-REGLA             PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-PAGINA.
           05 WS-LINEAS-PAGINA    PIC 9(03)    VALUE ZEROS.
           05 WS-MAX-LINEAS-PAGINA
                                  PIC 9(03)    VALUE 050.
           05 WS-PAGINA-ACTUAL    PIC 9(03)    VALUE ZEROS.

       01 WS-TITULO-1.
           05 FILLER              PIC X(55)    VALUE SPACES.
           05 WS-TIT-1            PIC X(22)
                                  VALUE "CENTRO DE CAPACITACION".
           05 FILLER              PIC X(55)    VALUE SPACES.

       01 WS-TITULO-2.
           05 FILLER              PIC X(08)    VALUE " FECHA: ".
           05 WS-TIT-2-DIA        PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-MES        PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(30)    VALUE SPACES.
           05 WS-TIT-2            PIC X(40)
                        VALUE "REPORTE DE SEGREGACION DE FUNCIONES".
           05 FILLER              PIC X(31)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-TITULO-3.
           05 FILLER              PIC X(10)    VALUE " PERIODO: ".
           05 WS-TIT-3-DESDE      PIC 9(08).
           05 FILLER              PIC X(04)    VALUE " AL ".
           05 WS-TIT-3-HASTA      PIC 9(08).
           05 FILLER              PIC X(23)
                                  VALUE "   HORARIO DE OFICINA: ".
           05 WS-TIT-3-ENTRADA    PIC 9(04).
           05 FILLER              PIC X(03)    VALUE " A ".
           05 WS-TIT-3-SALIDA     PIC 9(04).
           05 FILLER              PIC X(68)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(130)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(20)    VALUE "OPERADOR".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "EMPL.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(30)    VALUE "NOMBRE".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "FECHA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(01)    VALUE "R".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(55)    VALUE "REGLA VIOLADA".
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-DETALLE.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-OPERADOR     PIC X(20).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-EMPLEADO     PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-REGLA        PIC 9(01).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DESCRIPCION  PIC X(55).
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-LINEA-SIN-HALLAZGOS.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(40)    VALUE
              "SIN HALLAZGOS EN EL PERIODO".
           05 FILLER              PIC X(91)    VALUE SPACES.

       01 WS-LINEA-TOTAL.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "REGLA ".
           05 WS-TOT-REGLA        PIC 9(01).
           05 FILLER              PIC X(03)    VALUE " - ".
           05 WS-TOT-NOMBRE       PIC X(45).
           05 FILLER              PIC X(02)    VALUE ": ".
           05 WS-TOT-CANTIDAD     PIC ZZZZ9.
           05 FILLER              PIC X(69)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
      * EL REPORTE EXHIBE LO QUE HICIERON LOS DEMAS OPERADORES: SOLO
      * EL ADMINISTRADOR LO CORRE
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-ADMINISTRADOR
              DISPLAY "PROG0098: SOLO EL ADMINISTRADOR PUEDE CORRER "
                      "EL REPORTE DE SEGREGACION"
              GOBACK
           END-IF
           PERFORM 095-OBTIENE-FECHA-HOY
           PERFORM 011-PIDE-PARAMETROS THRU 011-FIN-PIDE-PARAMETROS
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0098: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           PERFORM 012-CARGA-OPERADORES THRU 012-FIN-CARGA-OPERADORES
           PERFORM 013-CARGA-FERIADOS THRU 013-FIN-CARGA-FERIADOS
           MOVE ZEROS TO WS-CONT-REGLA (1) WS-CONT-REGLA (2)
                         WS-CONT-REGLA (3) WS-CONT-REGLA (4)
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA      TO WS-TIT-2-DIA
           MOVE WS-HOY-MES      TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO     TO WS-TIT-2-ANIO
           MOVE WS-RANGO-DESDE  TO WS-TIT-3-DESDE
           MOVE WS-RANGO-HASTA  TO WS-TIT-3-HASTA
           MOVE WS-HORA-ENTRADA TO WS-TIT-3-ENTRADA
           MOVE WS-HORA-SALIDA  TO WS-TIT-3-SALIDA
           PERFORM 005-IMPRIME-ENCABEZADOS
           PERFORM 020-REVISA-BAJAS THRU 020-FIN-REVISA-BAJAS
           PERFORM 030-REVISA-SALARIOS THRU 030-FIN-REVISA-SALARIOS
           PERFORM 040-REVISA-PROGRAMADAS
               THRU 040-FIN-REVISA-PROGRAMADAS
           PERFORM 050-REVISA-HORARIO THRU 050-FIN-REVISA-HORARIO
           GO TO 090-FIN.

       005-IMPRIME-ENCABEZADOS.
           ADD 1 TO WS-PAGINA-ACTUAL
           MOVE WS-PAGINA-ACTUAL TO WS-TIT-2-PAGINA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE 6 TO WS-LINEAS-PAGINA.

       011-PIDE-PARAMETROS.
           DISPLAY "PROG0098: REPORTE DE SEGREGACION DE FUNCIONES"
           DISPLAY "FECHA DESDE (AAAAMMDD, VACIO = PRIMERO DEL MES): "
           ACCEPT WS-RANGO-DESDE
           IF WS-RANGO-DESDE = ZEROS
              COMPUTE WS-RANGO-DESDE = (WS-HOY-ANIO * 10000)
                                     + (WS-HOY-MES * 100) + 1
           END-IF
           DISPLAY "FECHA HASTA (AAAAMMDD, VACIO = HOY): "
           ACCEPT WS-RANGO-HASTA
           IF WS-RANGO-HASTA = ZEROS
              MOVE WS-FECHA-HOY-CCYYMMDD TO WS-RANGO-HASTA
           END-IF
           IF WS-RANGO-HASTA < WS-RANGO-DESDE
              DISPLAY "PROG0098: LA FECHA HASTA ES ANTERIOR A LA "
                      "FECHA DESDE"
              GO TO 011-PIDE-PARAMETROS
           END-IF
           DISPLAY "HORA DE ENTRADA A OFICINA (HHMM, VACIO = 0800): "
           ACCEPT WS-HORA-ENTRADA
           IF WS-HORA-ENTRADA = ZEROS
              MOVE 0800 TO WS-HORA-ENTRADA
           END-IF
           DISPLAY "HORA DE SALIDA DE OFICINA (HHMM, VACIO = 1900): "
           ACCEPT WS-HORA-SALIDA
           IF WS-HORA-SALIDA = ZEROS
              MOVE 1900 TO WS-HORA-SALIDA
           END-IF
           IF WS-HORA-SALIDA NOT > WS-HORA-ENTRADA
              DISPLAY "PROG0098: LA HORA DE SALIDA DEBE SER POSTERIOR "
                      "A LA DE ENTRADA"
              GO TO 011-PIDE-PARAMETROS
           END-IF.

       011-FIN-PIDE-PARAMETROS.
           EXIT.

      * -------------------------------------------------------------- *
      * 012-CARGA-OPERADORES - SUBE 04-OPERADORES A LA TABLA; PARA EL  *
      *                OPERADOR QUE ES EMPLEADO SE LEE SU REGISTRO     *
      *                PARA CONOCER A SU JEFE DIRECTO. SIN EL CATALOGO *
      *                SOLO SE COMPARAN LOS IDS Y LA REGLA 2 NO SALE   *
      * -------------------------------------------------------------- *
       012-CARGA-OPERADORES.
           OPEN INPUT OPERADORES
           IF WS-FILE-STATUS-OPE NOT = "00"
              DISPLAY "PROG0098: SIN 04-OPERADORES, STATUS "
                      WS-FILE-STATUS-OPE "; SOLO SE COMPARAN LOS IDS"
              GO TO 012-FIN-CARGA-OPERADORES
           END-IF
           GO TO 0121-LEE-OPERADOR.

       0121-LEE-OPERADOR.
           READ OPERADORES
               AT END
                   MOVE "S" TO WS-SW-FIN-OPE
                   GO TO 0122-FIN-LEE-OPERADOR
           END-READ
           IF WS-CANT-OPE >= 200
              DISPLAY "PROG0098: MAS DE 200 OPERADORES; LOS DEMAS NO "
                      "SE CRUZAN"
              GO TO 0122-FIN-LEE-OPERADOR
           END-IF
           ADD 1 TO WS-CANT-OPE
           MOVE REG-OP-ID         TO WS-TAB-OPE-ID (WS-CANT-OPE)
           MOVE REG-OP-NUMERO-EMP TO WS-TAB-OPE-NUMERO-EMP (WS-CANT-OPE)
           MOVE ZEROS             TO WS-TAB-OPE-SUPERVISOR (WS-CANT-OPE)
           IF REG-OP-NUMERO-EMP NOT = ZEROS
              MOVE REG-OP-NUMERO-EMP TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE REG-EMP-SUPERVISOR
                                 TO WS-TAB-OPE-SUPERVISOR (WS-CANT-OPE)
              END-READ
           END-IF
           GO TO 0121-LEE-OPERADOR.

       0122-FIN-LEE-OPERADOR.
           CLOSE OPERADORES.

       012-FIN-CARGA-OPERADORES.
           EXIT.

       013-CARGA-FERIADOS.
           OPEN INPUT FERIADOS
           IF WS-FILE-STATUS-FER NOT = "00"
              DISPLAY "PROG0098: SIN 04-FERIADOS, STATUS "
                      WS-FILE-STATUS-FER "; SOLO SE REVISAN LOS FINES "
                      "DE SEMANA"
              GO TO 013-FIN-CARGA-FERIADOS
           END-IF
           GO TO 0131-LEE-FERIADO.

       0131-LEE-FERIADO.
           READ FERIADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-FERIADOS
                   GO TO 0132-FIN-LEE-FERIADO
           END-READ
           IF WS-CANT-FERIADOS >= 200
              GO TO 0132-FIN-LEE-FERIADO
           END-IF
           ADD 1 TO WS-CANT-FERIADOS
           MOVE REG-FER-FECHA TO WS-TAB-FER-FECHA (WS-CANT-FERIADOS)
           GO TO 0131-LEE-FERIADO.

       0132-FIN-LEE-FERIADO.
           CLOSE FERIADOS.

       013-FIN-CARGA-FERIADOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-REVISA-BAJAS - REGLA 1: CADA BAJA APROBADA EN EL PERIODO   *
      *                CUYO SOLICITANTE Y APROBADOR SON LA MISMA       *
      *                PERSONA. DE PASO GUARDA LAS APROBADAS PARA LA   *
      *                REGLA 3                                         *
      * -------------------------------------------------------------- *
       020-REVISA-BAJAS.
           OPEN INPUT BAJAS-RESUELTAS
           IF WS-FILE-STATUS-BRES NOT = "00"
              DISPLAY "PROG0098: SIN 04-BAJAS-RESUELTAS, STATUS "
                      WS-FILE-STATUS-BRES "; NO SE REVISAN LAS BAJAS"
              GO TO 020-FIN-REVISA-BAJAS
           END-IF
           GO TO 0201-LEE-RESUELTA.

       0201-LEE-RESUELTA.
           READ BAJAS-RESUELTAS
               AT END
                   MOVE "S" TO WS-SW-FIN-BRES
                   GO TO 0202-FIN-LEE-RESUELTA
           END-READ
           IF NOT REG-BR-APROBADA
              GO TO 0201-LEE-RESUELTA
           END-IF
           IF WS-CANT-BRES < 500
              ADD 1 TO WS-CANT-BRES
              MOVE REG-BR-NUMERO TO WS-TAB-BRES-NUMERO (WS-CANT-BRES)
              MOVE REG-BR-USUARIO-SOLICITA
                                 TO WS-TAB-BRES-SOLICITA (WS-CANT-BRES)
              MOVE REG-BR-FECHA-SOLICITUD
                                 TO WS-TAB-BRES-FECHA-SOL (WS-CANT-BRES)
              MOVE REG-BR-USUARIO-RESUELVE
                                 TO WS-TAB-BRES-RESUELVE (WS-CANT-BRES)
           END-IF
           IF REG-BR-FECHA-RESUELVE < WS-RANGO-DESDE
              OR REG-BR-FECHA-RESUELVE > WS-RANGO-HASTA
                 GO TO 0201-LEE-RESUELTA
           END-IF
           MOVE REG-BR-USUARIO-SOLICITA TO WS-USUARIO-1
           MOVE REG-BR-USUARIO-RESUELVE TO WS-USUARIO-2
           PERFORM 060-MISMA-PERSONA THRU 060-FIN-MISMA-PERSONA
           IF NOT WS-MISMA-PERSONA
              GO TO 0201-LEE-RESUELTA
           END-IF
           MOVE REG-BR-USUARIO-RESUELVE TO WS-HAL-OPERADOR
           MOVE REG-BR-NUMERO           TO WS-HAL-EMPLEADO
           MOVE REG-BR-FECHA-RESUELVE   TO WS-HAL-FECHA
           MOVE 1                       TO WS-HAL-REGLA
           MOVE SPACES                  TO WS-HAL-DESCRIPCION
           IF WS-OTRA-CUENTA
              STRING "APROBO LA BAJA QUE PIDIO CON SU OTRA CUENTA "
                     DELIMITED BY SIZE
                     REG-BR-USUARIO-SOLICITA DELIMITED BY SPACE
                     INTO WS-HAL-DESCRIPCION
           ELSE
              MOVE "PIDIO Y APROBO LA MISMA BAJA"
                                        TO WS-HAL-DESCRIPCION
           END-IF
           PERFORM 080-IMPRIME-HALLAZGO
           GO TO 0201-LEE-RESUELTA.

       0202-FIN-LEE-RESUELTA.
           CLOSE BAJAS-RESUELTAS.

       020-FIN-REVISA-BAJAS.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-REVISA-SALARIOS - REGLA 2: CADA RENGLON DE                 *
      *                04-HIST-SALARIOS DEL PERIODO CUYO USUARIO ES UN *
      *                OPERADOR-EMPLEADO Y CUYO AFECTADO ES EL MISMO   *
      *                OPERADOR O SU JEFE DIRECTO. AHI CAEN PROG0006,  *
      *                LA APLICACION DE PROG0017 Y LO PROGRAMADO EN    *
      *                PROG0037 QUE APLICA PROG0038                    *
      * -------------------------------------------------------------- *
       030-REVISA-SALARIOS.
           OPEN INPUT HIST-SALARIOS
           IF WS-FILE-STATUS-HIST NOT = "00"
              DISPLAY "PROG0098: SIN 04-HIST-SALARIOS, STATUS "
                      WS-FILE-STATUS-HIST "; NO SE REVISAN SALARIOS"
              GO TO 030-FIN-REVISA-SALARIOS
           END-IF
           GO TO 0301-LEE-HISTORIA.

       0301-LEE-HISTORIA.
           READ HIST-SALARIOS
               AT END
                   MOVE "S" TO WS-SW-FIN-HIST
                   GO TO 0302-FIN-LEE-HISTORIA
           END-READ
           IF REG-HIST-FECHA < WS-RANGO-DESDE
              OR REG-HIST-FECHA > WS-RANGO-HASTA
                 GO TO 0301-LEE-HISTORIA
           END-IF
           MOVE REG-HIST-USUARIO TO WS-BUSCA-USUARIO
           PERFORM 070-BUSCA-OPERADOR THRU 070-FIN-BUSCA-OPERADOR
           IF NOT WS-OPE-ENCONTRADO OR WS-OPE-NUMERO-EMP = ZEROS
              GO TO 0301-LEE-HISTORIA
           END-IF
           MOVE SPACES TO WS-HAL-DESCRIPCION
           IF REG-HIST-NUMERO = WS-OPE-NUMERO-EMP
              MOVE "CAMBIO SU PROPIO SALARIO" TO WS-HAL-DESCRIPCION
           END-IF
           IF WS-OPE-SUPERVISOR NOT = ZEROS
              AND REG-HIST-NUMERO = WS-OPE-SUPERVISOR
                 MOVE "CAMBIO EL SALARIO DE SU JEFE DIRECTO"
                                         TO WS-HAL-DESCRIPCION
           END-IF
           IF WS-HAL-DESCRIPCION = SPACES
              GO TO 0301-LEE-HISTORIA
           END-IF
           MOVE REG-HIST-USUARIO TO WS-HAL-OPERADOR
           MOVE REG-HIST-NUMERO  TO WS-HAL-EMPLEADO
           MOVE REG-HIST-FECHA   TO WS-HAL-FECHA
           MOVE 2                TO WS-HAL-REGLA
           PERFORM 080-IMPRIME-HALLAZGO
           GO TO 0301-LEE-HISTORIA.

       0302-FIN-LEE-HISTORIA.
           CLOSE HIST-SALARIOS.

       030-FIN-REVISA-SALARIOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-REVISA-PROGRAMADAS - REGLA 3: LAS TRANSACCIONES DE         *
      *                04-TRANS-PENDIENTES YA APLICADAS CON FECHA      *
      *                EFECTIVA EN EL PERIODO. UNA BAJA SALE SI LA     *
      *                APROBO EN PROG0020 LA MISMA PERSONA QUE LA      *
      *                CAPTURO; UN SALARIO O UN TRASLADO SALE SIEMPRE, *
      *                PORQUE PROG0038 LO APLICA A NOMBRE DE QUIEN LO  *
      *                CAPTURO SIN QUE NADIE MAS LO REVISE             *
      * -------------------------------------------------------------- *
       040-REVISA-PROGRAMADAS.
           OPEN INPUT TRANS-PENDIENTES
           IF WS-FILE-STATUS-TRP NOT = "00"
              DISPLAY "PROG0098: SIN 04-TRANS-PENDIENTES, STATUS "
                      WS-FILE-STATUS-TRP "; NO SE REVISA LO PROGRAMADO"
              GO TO 040-FIN-REVISA-PROGRAMADAS
           END-IF
           GO TO 0401-LEE-TRANSACCION.

       0401-LEE-TRANSACCION.
           READ TRANS-PENDIENTES
               AT END
                   MOVE "S" TO WS-SW-FIN-TRP
                   GO TO 0402-FIN-LEE-TRANSACCION
           END-READ
           IF NOT REG-TP-APLICADA
              GO TO 0401-LEE-TRANSACCION
           END-IF
           IF REG-TP-FECHA-EFECTIVA < WS-RANGO-DESDE
              OR REG-TP-FECHA-EFECTIVA > WS-RANGO-HASTA
                 GO TO 0401-LEE-TRANSACCION
           END-IF
           MOVE REG-TP-USUARIO        TO WS-HAL-OPERADOR
           MOVE REG-TP-NUMERO         TO WS-HAL-EMPLEADO
           MOVE REG-TP-FECHA-EFECTIVA TO WS-HAL-FECHA
           MOVE 3                     TO WS-HAL-REGLA
           IF REG-TP-BAJA
              PERFORM 045-BUSCA-APROBADOR THRU 045-FIN-BUSCA-APROBADOR
              GO TO 0401-LEE-TRANSACCION
           END-IF
           IF REG-TP-SALARIO
              MOVE "CAPTURO UN SALARIO A FUTURO; SE APLICO A SU NOMBRE"
                                      TO WS-HAL-DESCRIPCION
           ELSE
              MOVE "CAPTURO UN TRASLADO A FUTURO; SE APLICO A SU NOMBRE"
                                      TO WS-HAL-DESCRIPCION
           END-IF
           PERFORM 080-IMPRIME-HALLAZGO
           GO TO 0401-LEE-TRANSACCION.

       0402-FIN-LEE-TRANSACCION.
           CLOSE TRANS-PENDIENTES.

       040-FIN-REVISA-PROGRAMADAS.
           EXIT.

      * -------------------------------------------------------------- *
      * 045-BUSCA-APROBADOR - LA BAJA A FUTURO LLEGO A LA COLA CON     *
      *                QUIEN LA CAPTURO COMO SOLICITANTE, EL DIA QUE   *
      *                SE CUMPLIO SU FECHA O DESPUES; SE BUSCA SU      *
      *                APROBACION Y SE COMPARA QUIEN LA APROBO         *
      * -------------------------------------------------------------- *
       045-BUSCA-APROBADOR.
           SET WS-IX-BRES TO 1
           SEARCH WS-TAB-BRES
               AT END
                   GO TO 045-FIN-BUSCA-APROBADOR
               WHEN WS-IX-BRES > WS-CANT-BRES
                   GO TO 045-FIN-BUSCA-APROBADOR
               WHEN WS-TAB-BRES-NUMERO (WS-IX-BRES) = REG-TP-NUMERO
                AND WS-TAB-BRES-SOLICITA (WS-IX-BRES) = REG-TP-USUARIO
                AND WS-TAB-BRES-FECHA-SOL (WS-IX-BRES)
                              NOT < REG-TP-FECHA-EFECTIVA
                   CONTINUE
           END-SEARCH
           MOVE REG-TP-USUARIO TO WS-USUARIO-1
           MOVE WS-TAB-BRES-RESUELVE (WS-IX-BRES) TO WS-USUARIO-2
           PERFORM 060-MISMA-PERSONA THRU 060-FIN-MISMA-PERSONA
           IF NOT WS-MISMA-PERSONA
              GO TO 045-FIN-BUSCA-APROBADOR
           END-IF
           MOVE WS-TAB-BRES-RESUELVE (WS-IX-BRES) TO WS-HAL-OPERADOR
           MOVE "CAPTURO UNA BAJA A FUTURO Y EL MISMO LA APROBO"
                                      TO WS-HAL-DESCRIPCION
           PERFORM 080-IMPRIME-HALLAZGO.

       045-FIN-BUSCA-APROBADOR.
           EXIT.

      * -------------------------------------------------------------- *
      * 050-REVISA-HORARIO - REGLA 4: LOS MOVIMIENTOS DE               *
      *                04-AUDIT-EMPLEADOS DEL PERIODO HECHOS ANTES DE  *
      *                LA ENTRADA, DESPUES DE LA SALIDA, EN SABADO O   *
      *                DOMINGO O EN UN DIA DE 04-FERIADOS. NO CUENTAN  *
      *                LAS CONSULTAS, LAS EXPIRACIONES NI LO QUE       *
      *                ANOTAN LOS PASOS NOCTURNOS (USUARIO PROGNNNN O  *
      *                CAMPOS "(PROGRAMADO)" DE PROG0038)              *
      * -------------------------------------------------------------- *
       050-REVISA-HORARIO.
           OPEN INPUT AUDIT-EMPLEADOS
           IF WS-FILE-STATUS-AUDIT NOT = "00"
              DISPLAY "PROG0098: SIN 04-AUDIT-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-AUDIT "; NO SE REVISA EL HORARIO"
              GO TO 050-FIN-REVISA-HORARIO
           END-IF
           GO TO 0501-LEE-AUDITORIA.

       0501-LEE-AUDITORIA.
           READ AUDIT-EMPLEADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-AUDIT
                   GO TO 0502-FIN-LEE-AUDITORIA
           END-READ
           IF REG-AUD-FECHA < WS-RANGO-DESDE
              OR REG-AUD-FECHA > WS-RANGO-HASTA
                 GO TO 0501-LEE-AUDITORIA
           END-IF
           IF REG-AUD-OPERACION = "CONSUL"
              OR REG-AUD-OPERACION = "EXPIRA"
              GO TO 0501-LEE-AUDITORIA
           END-IF
           IF REG-AUD-USUARIO (1:4) = "PROG"
              GO TO 0501-LEE-AUDITORIA
           END-IF
           MOVE ZEROS TO WS-CONT-PROGRAMADO
           INSPECT REG-AUD-CAMPOS TALLYING WS-CONT-PROGRAMADO
               FOR ALL "(PROGRAMADO)"
           IF WS-CONT-PROGRAMADO > ZEROS
              GO TO 0501-LEE-AUDITORIA
           END-IF
           MOVE SPACES TO WS-HAL-DESCRIPCION
           MOVE REG-AUD-FECHA TO WS-FECHA-CAL
           PERFORM 062-DIA-SEMANA-ZELLER
           IF WS-DIA-SEMANA-CAL < 2
              STRING REG-AUD-OPERACION DELIMITED BY SPACE
                     " EN FIN DE SEMANA" DELIMITED BY SIZE
                     INTO WS-HAL-DESCRIPCION
           END-IF
           SET WS-IX-FER TO 1
           SEARCH WS-TAB-FER
               AT END
                   CONTINUE
               WHEN WS-IX-FER > WS-CANT-FERIADOS
                   CONTINUE
               WHEN WS-TAB-FER-FECHA (WS-IX-FER) = REG-AUD-FECHA
                   MOVE SPACES TO WS-HAL-DESCRIPCION
                   STRING REG-AUD-OPERACION DELIMITED BY SPACE
                          " EN DIA FERIADO" DELIMITED BY SIZE
                          INTO WS-HAL-DESCRIPCION
           END-SEARCH
           MOVE REG-AUD-HORA (1:4) TO WS-HHMM-MOVIMIENTO
           IF WS-HAL-DESCRIPCION = SPACES
              AND (WS-HHMM-MOVIMIENTO < WS-HORA-ENTRADA
                   OR WS-HHMM-MOVIMIENTO NOT < WS-HORA-SALIDA)
                 STRING REG-AUD-OPERACION DELIMITED BY SPACE
                        " FUERA DE HORARIO, A LAS " DELIMITED BY SIZE
                        REG-AUD-HORA (1:2) ":" REG-AUD-HORA (3:2)
                                           DELIMITED BY SIZE
                        INTO WS-HAL-DESCRIPCION
           END-IF
           IF WS-HAL-DESCRIPCION = SPACES
              GO TO 0501-LEE-AUDITORIA
           END-IF
           MOVE REG-AUD-USUARIO TO WS-HAL-OPERADOR
           MOVE REG-AUD-NUMERO  TO WS-HAL-EMPLEADO
           MOVE REG-AUD-FECHA   TO WS-HAL-FECHA
           MOVE 4               TO WS-HAL-REGLA
           PERFORM 080-IMPRIME-HALLAZGO
           GO TO 0501-LEE-AUDITORIA.

       0502-FIN-LEE-AUDITORIA.
           CLOSE AUDIT-EMPLEADOS.

       050-FIN-REVISA-HORARIO.
           EXIT.

      * -------------------------------------------------------------- *
      * 060-MISMA-PERSONA - WS-USUARIO-1 Y WS-USUARIO-2 SON LA MISMA   *
      *                PERSONA SI SON EL MISMO ID, O SI SON DOS        *
      *                OPERADORES DEL CATALOGO CON EL MISMO NUMERO DE  *
      *                EMPLEADO (WS-OTRA-CUENTA)                       *
      * -------------------------------------------------------------- *
       060-MISMA-PERSONA.
           MOVE "N" TO WS-SW-MISMA-PERSONA
           MOVE "N" TO WS-SW-OTRA-CUENTA
           IF WS-USUARIO-1 = WS-USUARIO-2
              MOVE "S" TO WS-SW-MISMA-PERSONA
              GO TO 060-FIN-MISMA-PERSONA
           END-IF
           MOVE WS-USUARIO-1 TO WS-BUSCA-USUARIO
           PERFORM 070-BUSCA-OPERADOR THRU 070-FIN-BUSCA-OPERADOR
           IF NOT WS-OPE-ENCONTRADO OR WS-OPE-NUMERO-EMP = ZEROS
              GO TO 060-FIN-MISMA-PERSONA
           END-IF
           MOVE WS-OPE-NUMERO-EMP TO WS-NUMERO-EMP-1
           MOVE WS-USUARIO-2 TO WS-BUSCA-USUARIO
           PERFORM 070-BUSCA-OPERADOR THRU 070-FIN-BUSCA-OPERADOR
           IF WS-OPE-ENCONTRADO
              AND WS-OPE-NUMERO-EMP = WS-NUMERO-EMP-1
                 MOVE "S" TO WS-SW-MISMA-PERSONA
                 MOVE "S" TO WS-SW-OTRA-CUENTA
           END-IF.

       060-FIN-MISMA-PERSONA.
           EXIT.

      * -------------------------------------------------------------- *
      * 062-DIA-SEMANA-ZELLER - DIA DE LA SEMANA DE WS-FECHA-CAL       *
      * -------------------------------------------------------------- *
       062-DIA-SEMANA-ZELLER.
           MOVE WS-FC-MES  TO WS-ZL-MES
           MOVE WS-FC-ANIO TO WS-ZL-ANIO
           IF WS-ZL-MES < 3
              ADD 12 TO WS-ZL-MES
              SUBTRACT 1 FROM WS-ZL-ANIO
           END-IF
           DIVIDE WS-ZL-ANIO BY 100 GIVING WS-ZL-SIGLO
               REMAINDER WS-ZL-ANIO-SIGLO
           COMPUTE WS-ZL-SUMA = 13 * (WS-ZL-MES + 1)
           DIVIDE WS-ZL-SUMA BY 5 GIVING WS-ZL-TERMINO-MES
           DIVIDE WS-ZL-ANIO-SIGLO BY 4 GIVING WS-ZL-CUARTO-ANIO
           DIVIDE WS-ZL-SIGLO BY 4 GIVING WS-ZL-CUARTO-SIGLO
           COMPUTE WS-ZL-SUMA = WS-FC-DIA + WS-ZL-TERMINO-MES
                              + WS-ZL-ANIO-SIGLO + WS-ZL-CUARTO-ANIO
                              + WS-ZL-CUARTO-SIGLO + (5 * WS-ZL-SIGLO)
           DIVIDE WS-ZL-SUMA BY 7 GIVING WS-ZL-COCIENTE
               REMAINDER WS-DIA-SEMANA-CAL.

      * -------------------------------------------------------------- *
      * 070-BUSCA-OPERADOR - BUSCA WS-BUSCA-USUARIO EN LA TABLA DE     *
      *                OPERADORES (LOS IDS SON DE 8; UN USUARIO MAS    *
      *                LARGO NO ES OPERADOR DEL CATALOGO)              *
      * -------------------------------------------------------------- *
       070-BUSCA-OPERADOR.
           MOVE "N"   TO WS-SW-OPE-ENCONTRADO
           MOVE ZEROS TO WS-OPE-NUMERO-EMP
                         WS-OPE-SUPERVISOR
           IF WS-BUSCA-USUARIO (9:12) NOT = SPACES
              GO TO 070-FIN-BUSCA-OPERADOR
           END-IF
           SET WS-IX-OPE TO 1
           SEARCH WS-TAB-OPE
               AT END
                   CONTINUE
               WHEN WS-IX-OPE > WS-CANT-OPE
                   CONTINUE
               WHEN WS-TAB-OPE-ID (WS-IX-OPE) = WS-BUSCA-USUARIO (1:8)
                   MOVE "S" TO WS-SW-OPE-ENCONTRADO
                   MOVE WS-TAB-OPE-NUMERO-EMP (WS-IX-OPE)
                                           TO WS-OPE-NUMERO-EMP
                   MOVE WS-TAB-OPE-SUPERVISOR (WS-IX-OPE)
                                           TO WS-OPE-SUPERVISOR
           END-SEARCH.

       070-FIN-BUSCA-OPERADOR.
           EXIT.

      * -------------------------------------------------------------- *
      * 080-IMPRIME-HALLAZGO - UN RENGLON DEL REPORTE CON EL NOMBRE    *
      *                DEL EMPLEADO AFECTADO TOMADO DEL MAESTRO        *
      * -------------------------------------------------------------- *
       080-IMPRIME-HALLAZGO.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE WS-HAL-EMPLEADO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   MOVE "** NO ESTA EN EL MAESTRO **" TO WS-DET-NOMBRE
               NOT INVALID KEY
                   MOVE REG-EMP-NOMBRE TO WS-DET-NOMBRE
           END-READ
           MOVE WS-HAL-OPERADOR    TO WS-DET-OPERADOR
           MOVE WS-HAL-EMPLEADO    TO WS-DET-EMPLEADO
           MOVE WS-HAL-FECHA       TO WS-DET-FECHA
           MOVE WS-HAL-REGLA       TO WS-DET-REGLA
           MOVE WS-HAL-DESCRIPCION TO WS-DET-DESCRIPCION
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           ADD 1 TO WS-CONT-REGLA (WS-HAL-REGLA)
           ADD 1 TO WS-CONT-HALLAZGOS.

       095-OBTIENE-FECHA-HOY.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO        TO WS-FHG-ANIO
           MOVE WS-HOY-MES         TO WS-FHG-MES
           MOVE WS-HOY-DIA         TO WS-FHG-DIA.

       090-FIN.
           IF WS-CONT-HALLAZGOS = ZEROS
              WRITE REG-REPORTE FROM WS-LINEA-SIN-HALLAZGOS
                                     AFTER ADVANCING 1
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           PERFORM 091-IMPRIME-TOTAL
               VARYING WS-IX-REGLA FROM 1 BY 1
               UNTIL WS-IX-REGLA > 4
           CLOSE EMPLEADOS
                 REPORTE
           DISPLAY "PROG0098: HALLAZGOS: " WS-CONT-HALLAZGOS
           DISPLAY "PROG0098: REPORTE EN 04-REP-SEGREGACION"
           GOBACK.

       091-IMPRIME-TOTAL.
           MOVE WS-IX-REGLA                  TO WS-TOT-REGLA
           MOVE WS-REGLA-NOMBRE (WS-IX-REGLA) TO WS-TOT-NOMBRE
           MOVE WS-CONT-REGLA (WS-IX-REGLA)   TO WS-TOT-CANTIDAD
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1.

       END PROGRAM PROG0098.
