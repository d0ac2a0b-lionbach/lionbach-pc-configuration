       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0065.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: NOMINA ESPECIAL FUERA DE CICLO. LOS PAGOS QUE NO     *
      *           PUEDEN ESPERAR AL SIGUIENTE PERIODO (REINSTALACION,  *
      *           PAGO OMITIDO, BONO UNICO) SE CAPTURAN EN             *
      *           04-PAGOS-ESPECIALES (VER WPESFD) Y ESTE PROGRAMA LOS *
      *           CALCULA DE BRUTO A NETO CON LAS MISMAS REGLAS QUE    *
      *           PROG0026: CODIGOS VALIDOS DE 04-CODIGOS-DEDUCCION,   *
      *           PORCENTAJE MAXIMO DE 04-PARAM-DEDUCCIONES E ISR CON  *
      *           LA TARIFA Y EL SUBSIDIO DE 04-TABLA-ISR DE LA        *
      *           FRECUENCIA DEL PERIODO QUE CUBRE HOY. LA CUOTA       *
      *           OBRERA DEL IMSS YA SE RETUVO COMPLETA EN LA NOMINA   *
      *           ORDINARIA Y AQUI NO SE VUELVE A RETENER. CADA        *
      *           CORRIDA LLEVA SU PROPIA SECUENCIA "ESP" EN           *
      *           04-CONTROL-ENVIOS (PROG0051) Y DEJA SUS NETOS EN     *
      *           04-NOMINA-NETOS-ESP, DE DONDE PROG0041 (TIPO E)      *
      *           GENERA SU PROPIA DISPERSION Y PROG0030 (TIPO E) SU   *
      *           PROPIA POLIZA. CADA PAGO QUEDA ANOTADO EN            *
      *           04-AUDIT-EMPLEADOS Y EN EL REGISTRO IMPRESO          *
      *           04-REP-NOMINA-ESP. A PETICION PAGA TAMBIEN LAS       *
      *           REEXPEDICIONES PENDIENTES DE 04-REEXPEDICION-BANCO   *
      *           (PAGOS QUE EL BANCO DEVOLVIO, VER PROG0067) CUYA     *
      *           CUENTA YA SE CORRIGIO EN PROG0006, CON CONCEPTO REE  *
      *           Y SIN DEDUCCIONES NI ISR: EL IMPORTE YA ES EL NETO   *
      *           QUE NO LLEGO, SIEMPRE QUE EL EMPLEADO SIGA EN LA     *
      *           EMPRESA QUE LE HABIA DISPERSADO. CADA CORRIDA ES DE  *
      *           UN SOLO GRUPO DE PAGO, CON EL PERIODO Y LA           *
      *           FRECUENCIA DE SU CALENDARIO                          *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS-ESPECIALES ASSIGN TO "04-PAGOS-ESPECIALES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PES.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT DEDUCCIONES-CFG ASSIGN TO "04-DEDUCCIONES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DED.
           SELECT CODIGOS-DED ASSIGN TO "04-CODIGOS-DEDUCCION"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-COD.
           SELECT PARAM-DED ASSIGN TO "04-PARAM-DEDUCCIONES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PAR.
           SELECT PERIODOS ASSIGN TO "04-PERIODOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PER.
           SELECT TABLA-ISR ASSIGN TO "04-TABLA-ISR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-ISR.
           SELECT NOMINA-NETOS-ESP ASSIGN TO "04-NOMINA-NETOS-ESP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-NET.
           SELECT REEXPEDICION ASSIGN TO "04-REEXPEDICION-BANCO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-REX-LLAVE
           FILE STATUS IS WS-FILE-STATUS-REX.
           SELECT CUENTAS-BANCO ASSIGN TO "04-CUENTAS-BANCO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CTA-NUMERO
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT AUDIT-EMPLEADOS ASSIGN TO "04-AUDIT-EMPLEADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AUDIT.
           SELECT REPORTE ASSIGN TO "04-REP-NOMINA-ESP".

       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS-ESPECIALES
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPESFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  DEDUCCIONES-CFG
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEDFD.
       FD  CODIGOS-DED
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCDEDFD.
       FD  PARAM-DED
           RECORD CONTAINS 03 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PARAM-DED.
           05  REG-PARAM-PCT-MAXIMO   PIC 9(03).
       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.
       FD  TABLA-ISR
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WISRFD.
       FD  NOMINA-NETOS-ESP
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNETFD.
       FD  REEXPEDICION
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WREXFD.
       FD  CUENTAS-BANCO
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCTAFD.
       FD  AUDIT-EMPLEADOS
           RECORD CONTAINS 107 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUDIFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-PES      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-DED      PIC X(02).
       01 WS-FILE-STATUS-COD      PIC X(02).
       01 WS-FILE-STATUS-PAR      PIC X(02).
       01 WS-FILE-STATUS-PER      PIC X(02).
       01 WS-FILE-STATUS-ISR      PIC X(02).
       01 WS-FILE-STATUS-NET      PIC X(02).
       01 WS-FILE-STATUS-AUDIT    PIC X(02).
       01 WS-FILE-STATUS-REX      PIC X(02).
       01 WS-FILE-STATUS-CTA      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-PAGOS     PIC X(01)    VALUE "N".
               88 WS-FIN-PAGOS                VALUE "S".
           05 WS-SW-FIN-DEDUCCIONES
                                  PIC X(01)    VALUE "N".
               88 WS-FIN-DEDUCCIONES          VALUE "S".
           05 WS-SW-FIN-CODIGOS   PIC X(01)    VALUE "N".
               88 WS-FIN-CODIGOS              VALUE "S".
           05 WS-SW-FIN-REEXPEDICION
                                  PIC X(01)    VALUE "N".
               88 WS-FIN-REEXPEDICION         VALUE "S".
           05 WS-SW-LISTA-ABIERTA PIC X(01)    VALUE "N".
               88 WS-LISTA-ABIERTA            VALUE "S".
           05 WS-SW-FIN-PERIODOS  PIC X(01)    VALUE "N".
               88 WS-FIN-PERIODOS             VALUE "S".
           05 WS-SW-FIN-TABLA-ISR PIC X(01)    VALUE "N".
               88 WS-FIN-TABLA-ISR            VALUE "S".

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
      * WS-CONTROL-ENVIO-LLAMA - CONTROL DE ENVIOS VIA PROG0051 CON    *
      *                SU PROPIA INTERFAZ "ESP", PARA QUE LA SECUENCIA *
      *                DE LAS CORRIDAS ESPECIALES NO SE REVUELVA CON   *
      *                LA DE LA NOMINA ORDINARIA                       *
      * -------------------------------------------------------------- *
       01 WS-CONTROL-ENVIO-LLAMA.
           05 WS-ENV-INTERFAZ     PIC X(03)    VALUE "ESP".
           05 WS-ENV-ACCION       PIC X(01)    VALUE SPACES.
           05 WS-ENV-SECUENCIA    PIC 9(05)    VALUE ZEROS.
           05 WS-ENV-PERIODO      PIC 9(04)    VALUE ZEROS.
           05 WS-ENV-OK           PIC X(01)    VALUE "N".
           05 WS-ENV-GRUPO        PIC X(02)    VALUE SPACES.
           05 WS-ENV-EMPRESA      PIC X(02)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-TABLA-DED-EMP - TOTAL DE DEDUCCIONES FIJAS POR EMPLEADO,    *
      *                IGUAL QUE EN PROG0026 PERO SIN EL ABONO DEL     *
      *                PRESTAMO: EL SALDO LO ABONA SOLO EL EXTRACTO DE *
      *                LA NOMINA ORDINARIA (PROG0024)                  *
      * -------------------------------------------------------------- *
       01 WS-TABLA-DED-EMP.
           05 WS-TAB-DED          OCCURS 5000 TIMES.
               10 WS-TAB-DED-NUMERO
                                  PIC 9(05).
               10 WS-TAB-DED-TOTAL
                                  PIC 9(07)V99.
       01 WS-CANT-DED-EMP         PIC 9(05)    VALUE ZEROS.
       01 WS-IX-BUSCA-DED         PIC 9(05)    VALUE ZEROS.
       01 WS-SW-DED-ENCONTRADA    PIC X(01)    VALUE "N".
           88 WS-DED-ENCONTRADA           VALUE "S".

       01 WS-TABLA-CODIGOS.
           05 WS-TAB-COD          OCCURS 20 TIMES
                                  ASCENDING KEY IS WS-TAB-COD-CODIGO
                                  INDEXED BY WS-IX-COD.
               10 WS-TAB-COD-CODIGO
                                  PIC X(04)    VALUE HIGH-VALUES.
               10 WS-TAB-COD-DESC PIC X(20)    VALUE SPACES.

       01 WS-PCT-MAXIMO           PIC 9(03)    VALUE 050.
       01 WS-LIMITE-PCT-EMP       PIC 9(09)V99  VALUE ZEROS.
       01 WS-CODIGO-PRESTAMO      PIC X(04)    VALUE "PRES".
       01 WS-PERIODO-HOY-NUM      PIC 9(04)    VALUE ZEROS.
       01 WS-FRECUENCIA-HOY       PIC X(01)    VALUE "Q".
      * EL GRUPO DE PAGO DE LA CORRIDA (ESPACIOS = GRUPO 01)
       01 WS-GRUPO-PAGO           PIC X(02)    VALUE SPACES.
       01 WS-GRUPO-EMPLEADO       PIC X(02)    VALUE SPACES.
      * LA EMPRESA QUE DISPERSO LA REEXPEDICION Y LA DEL EMPLEADO HOY
      * (ESPACIOS = 01)
       01 WS-EMPRESA-REEXP        PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA-EMPLEADO     PIC X(02)    VALUE SPACES.
       01 WS-SW-EXCEDIDO-EMP      PIC X(01)    VALUE "N".
           88 WS-EXCEDIDO-EMP             VALUE "S".

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

       01 WS-CALCULO-EMP.
           05 WS-BRUTO-EMP        PIC 9(07)V99  VALUE ZEROS.
           05 WS-DEDUCCIONES-EMP  PIC 9(07)V99  VALUE ZEROS.
           05 WS-ISR-CAUSADO      PIC 9(07)V99  VALUE ZEROS.
           05 WS-SUBSIDIO-EMP     PIC 9(07)V99  VALUE ZEROS.
           05 WS-ISR-EMP          PIC 9(07)V99  VALUE ZEROS.
           05 WS-NETO-EMP         PIC S9(07)V99 VALUE ZEROS.

       01 WS-CONTADORES-ESP.
           05 WS-CONT-PAGOS       PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-RECHAZADOS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-NEG         PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-EXCEDIDOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-DED-RECHAZADAS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-BRUTO        PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-DEDUCCIONES  PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-ISR          PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-NETO         PIC S9(09)V99 VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-CONTROL-REEXPEDICION - S = PAGAR TAMBIEN LAS REEXPEDICIONES *
      *                PENDIENTES QUE REGISTRO PROG0067                *
      * -------------------------------------------------------------- *
       01 WS-CONTROL-REEXPEDICION.
           05 WS-INCLUYE-REEXPEDICION
                                  PIC X(01)    VALUE "N".
               88 WS-CON-REEXPEDICIONES       VALUE "S".
           05 WS-CONT-REEXPEDIDAS PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-REEXP-PENDIENTES
                                  PIC 9(05)    VALUE ZEROS.

       01 WS-MOTIVO-RECHAZO       PIC X(30)    VALUE SPACES.
       01 WS-AUD-NETO-ED          PIC ZZZZZZ9.99.
       01 WS-AUD-SECUENCIA-ED     PIC 99999.

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
           05 WS-TIT-2            PIC X(25)
                        VALUE "NOMINA ESPECIAL SECUENCIA".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-2-SECUENCIA  PIC 9(05).
           05 FILLER              PIC X(09)    VALUE " PERIODO ".
           05 WS-TIT-2-PERIODO    PIC 9(04).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(113)   VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(06)    VALUES "NUMERO".
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(06)    VALUES "NOMBRE".
           05 FILLER              PIC X(20)    VALUES SPACES.
           05 FILLER              PIC X(04)    VALUES "CPTO".
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 FILLER              PIC X(05)    VALUES "BRUTO".
           05 FILLER              PIC X(08)    VALUES SPACES.
           05 FILLER              PIC X(11)    VALUES "DEDUCCIONES".
           05 FILLER              PIC X(10)    VALUES SPACES.
           05 FILLER              PIC X(03)    VALUES "ISR".
           05 FILLER              PIC X(12)    VALUES SPACES.
           05 FILLER              PIC X(04)    VALUES "NETO".

       01 WS-DETALLE.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 WS-DET-NOMBRE       PIC X(25).
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DET-CONCEPTO     PIC X(03).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-BRUTO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DET-DEDUCCIONES  PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-ISR          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-NETO         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DET-MARCA        PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DET-DESCRIPCION  PIC X(24).

       01 WS-DETALLE-RECHAZO.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-RCH-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 FILLER              PIC X(14)    VALUES "** RECHAZADO: ".
           05 WS-RCH-MOTIVO       PIC X(30).
           05 FILLER              PIC X(74)    VALUES SPACES.

       01 WS-LINEA-TOTAL.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(24)
                       VALUE "TOTAL CORRIDA ESPECIAL  ".
           05 FILLER              PIC X(06)    VALUE "PAGOS:".
           05 WS-TOT-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-BRUTO-ED     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-DED-ED       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-ISR-ED       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-NETO-ED      PIC -$$$,$$$,$$9.99.
           05 FILLER              PIC X(22)    VALUE SPACES.

       01 WS-LINEA-FIRMA.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(40)
                       VALUE "AUTORIZA FINANZAS: _____________________".
           05 FILLER              PIC X(91)    VALUE SPACES.

       COPY WFIRMA.

       PROCEDURE DIVISION.
       010-INICIO.
      * UN PAGO FUERA DE CICLO SOLO LO CORRE FINANZAS (O EL
      * ADMINISTRADOR), IGUAL QUE LA APROBACION DEL RETROACTIVO
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-FINANZAS AND NOT WS-FIR-ADMINISTRADOR
              DISPLAY "PROG0065: SOLO EL ROL DE FINANZAS PUEDE CORRER "
                      "LA NOMINA ESPECIAL"
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           DISPLAY "GRUPO DE PAGO [01]: "
           ACCEPT WS-GRUPO-PAGO
           IF WS-GRUPO-PAGO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO
           END-IF
           DISPLAY "PAGAR REEXPEDICIONES PENDIENTES DEL BANCO (S/N) "
                   "[N]: "
           ACCEPT WS-INCLUYE-REEXPEDICION
           IF NOT WS-CON-REEXPEDICIONES
              MOVE "N" TO WS-INCLUYE-REEXPEDICION
           END-IF
           OPEN INPUT PAGOS-ESPECIALES
           IF WS-FILE-STATUS-PES = "00"
              MOVE "S" TO WS-SW-LISTA-ABIERTA
           ELSE
              IF NOT WS-CON-REEXPEDICIONES
                 DISPLAY "PROG0065: SIN 04-PAGOS-ESPECIALES, STATUS "
                         WS-FILE-STATUS-PES "; NADA QUE PAGAR"
                 GOBACK
              END-IF
              DISPLAY "PROG0065: SIN 04-PAGOS-ESPECIALES, STATUS "
                      WS-FILE-STATUS-PES "; SOLO REEXPEDICIONES"
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0065: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              IF WS-LISTA-ABIERTA
                 CLOSE PAGOS-ESPECIALES
              END-IF
              GOBACK
           END-IF
           PERFORM 018-CARGA-CODIGOS THRU 018-FIN-CARGA-CODIGOS
           PERFORM 019-CARGA-PARAM THRU 019-FIN-CARGA-PARAM
           PERFORM 01A-UBICA-PERIODO THRU 01A-FIN-UBICA-PERIODO
           PERFORM 01C-CARGA-TABLA-ISR THRU 01C-FIN-CARGA-TABLA-ISR
           PERFORM 016-CARGA-DEDUCCIONES THRU 016-FIN-CARGA-DED
      * CONTROL DE ENVIOS: CADA CORRIDA ESPECIAL TOMA LA SIGUIENTE
      * SECUENCIA "ESP"; PUEDE HABER VARIAS EN EL MISMO PERIODO
           MOVE "P"                TO WS-ENV-ACCION
           MOVE WS-PERIODO-HOY-NUM TO WS-ENV-PERIODO
           MOVE WS-GRUPO-PAGO      TO WS-ENV-GRUPO
           CALL "PROG0051" USING WS-CONTROL-ENVIO-LLAMA
           IF WS-ENV-OK NOT = "S"
              IF WS-LISTA-ABIERTA
                 CLOSE PAGOS-ESPECIALES
              END-IF
              CLOSE EMPLEADOS
              GOBACK
           END-IF
           OPEN OUTPUT NOMINA-NETOS-ESP
                OUTPUT REPORTE
           MOVE WS-HOY-DIA         TO WS-TIT-2-DIA
           MOVE WS-HOY-MES         TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO        TO WS-TIT-2-ANIO
           MOVE WS-ENV-SECUENCIA   TO WS-TIT-2-SECUENCIA
           MOVE WS-PERIODO-HOY-NUM TO WS-TIT-2-PERIODO
           PERFORM 005-IMPRIME-ENCABEZADOS
           IF NOT WS-LISTA-ABIERTA
              GO TO 070-REEXPEDICIONES
           END-IF
           GO TO 020-LEE-PAGO.

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
      * 018-CARGA-CODIGOS - CODIGOS DE DEDUCCION VALIDOS, IGUAL QUE    *
      *                EN PROG0026                                     *
      * -------------------------------------------------------------- *
       018-CARGA-CODIGOS.
           SET WS-IX-COD TO 1
           OPEN INPUT CODIGOS-DED
           IF WS-FILE-STATUS-COD NOT = "00"
              DISPLAY "PROG0065: SIN 04-CODIGOS-DEDUCCION, STATUS "
                      WS-FILE-STATUS-COD
                      "; TODO CODIGO SE DESCARTARA"
              GO TO 018-FIN-CARGA-CODIGOS
           END-IF
           GO TO 0181-LEE-CODIGO.

       0181-LEE-CODIGO.
           IF WS-IX-COD > 20
              GO TO 0182-FIN-LEE-CODIGO
           END-IF
           READ CODIGOS-DED
               AT END
                   MOVE "S" TO WS-SW-FIN-CODIGOS
                   GO TO 0182-FIN-LEE-CODIGO
           END-READ
           MOVE REG-CDED-CODIGO      TO WS-TAB-COD-CODIGO (WS-IX-COD)
           MOVE REG-CDED-DESCRIPCION TO WS-TAB-COD-DESC (WS-IX-COD)
           SET WS-IX-COD UP BY 1
           GO TO 0181-LEE-CODIGO.

       0182-FIN-LEE-CODIGO.
           CLOSE CODIGOS-DED.

       018-FIN-CARGA-CODIGOS.
           EXIT.

       019-CARGA-PARAM.
           OPEN INPUT PARAM-DED
           IF WS-FILE-STATUS-PAR NOT = "00"
              GO TO 019-FIN-CARGA-PARAM
           END-IF
           READ PARAM-DED
               AT END
                   CONTINUE
               NOT AT END
                   IF REG-PARAM-PCT-MAXIMO NUMERIC
                      AND REG-PARAM-PCT-MAXIMO NOT = ZEROS
                         MOVE REG-PARAM-PCT-MAXIMO TO WS-PCT-MAXIMO
                   END-IF
           END-READ
           CLOSE PARAM-DED.

       019-FIN-CARGA-PARAM.
           EXIT.

      * -------------------------------------------------------------- *
      * 01A-UBICA-PERIODO - EL PERIODO DEL GRUPO QUE CUBRE HOY, PARA   *
      *                LA SECUENCIA DE ENVIO Y PARA LA FRECUENCIA DE   *
      *                LA TARIFA DE ISR. SIN PERIODO SE QUEDA LA       *
      *                QUINCENAL, COMO EN PROG0026                     *
      * -------------------------------------------------------------- *
       01A-UBICA-PERIODO.
           OPEN INPUT PERIODOS
           IF WS-FILE-STATUS-PER NOT = "00"
              GO TO 01A-FIN-UBICA-PERIODO
           END-IF
           GO TO 01A1-LEE-PERIODO.

       01A1-LEE-PERIODO.
           READ PERIODOS
               AT END
                   MOVE "S" TO WS-SW-FIN-PERIODOS
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
      * 01C-CARGA-TABLA-ISR - TARIFA Y SUBSIDIO DE LA FRECUENCIA DEL   *
      *                PERIODO, IGUAL QUE EN PROG0026                  *
      * -------------------------------------------------------------- *
       01C-CARGA-TABLA-ISR.
           MOVE ZEROS TO WS-CANT-TARIFA
           MOVE ZEROS TO WS-CANT-SUBSIDIO
           OPEN INPUT TABLA-ISR
           IF WS-FILE-STATUS-ISR NOT = "00"
              DISPLAY "PROG0065: SIN 04-TABLA-ISR, STATUS "
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
              DISPLAY "PROG0065: 04-TABLA-ISR NO TRAE TARIFA PARA LA "
                      "FRECUENCIA " WS-FRECUENCIA-HOY
                      "; NO SE RETIENE ISR"
           END-IF.

       01C-FIN-CARGA-TABLA-ISR.
           EXIT.

      * -------------------------------------------------------------- *
      * 016-CARGA-DEDUCCIONES - ACUMULA POR EMPLEADO LAS DEDUCCIONES   *
      *                FIJAS CON CODIGO VALIDO, SIN EL PRESTAMO        *
      * -------------------------------------------------------------- *
       016-CARGA-DEDUCCIONES.
           MOVE ZEROS TO WS-CANT-DED-EMP
           OPEN INPUT DEDUCCIONES-CFG
           IF WS-FILE-STATUS-DED NOT = "00"
              GO TO 016-FIN-CARGA-DED
           END-IF
           GO TO 0161-LEE-DEDUCCION.

       0161-LEE-DEDUCCION.
           READ DEDUCCIONES-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-DEDUCCIONES
                   GO TO 0162-FIN-LEE-DEDUCCION
           END-READ
           IF DEDUCCION-CODIGO = WS-CODIGO-PRESTAMO
              GO TO 0161-LEE-DEDUCCION
           END-IF
           SET WS-IX-COD TO 1
           SEARCH ALL WS-TAB-COD
               AT END
                   ADD 1 TO WS-CONT-DED-RECHAZADAS
                   GO TO 0161-LEE-DEDUCCION
               WHEN WS-TAB-COD-CODIGO (WS-IX-COD) = DEDUCCION-CODIGO
                   CONTINUE
           END-SEARCH
           PERFORM 017-BUSCA-DED-EMP THRU 017-FIN-BUSCA-DED
           IF WS-DED-ENCONTRADA
              ADD DEDUCCION-MONTO
                     TO WS-TAB-DED-TOTAL (WS-IX-BUSCA-DED)
              GO TO 0161-LEE-DEDUCCION
           END-IF
           IF WS-CANT-DED-EMP >= 5000
              DISPLAY "PROG0065: 04-DEDUCCIONES EXCEDE 5000 EMPLEADOS "
                      "DISTINTOS; SE OMITE EL EMPLEADO "
                      DEDUCCION-NUMERO-EMP
              GO TO 0161-LEE-DEDUCCION
           END-IF
           ADD 1 TO WS-CANT-DED-EMP
           MOVE DEDUCCION-NUMERO-EMP
                     TO WS-TAB-DED-NUMERO (WS-CANT-DED-EMP)
           MOVE DEDUCCION-MONTO
                     TO WS-TAB-DED-TOTAL (WS-CANT-DED-EMP)
           GO TO 0161-LEE-DEDUCCION.

       0162-FIN-LEE-DEDUCCION.
           CLOSE DEDUCCIONES-CFG.

       016-FIN-CARGA-DED.
           EXIT.

       017-BUSCA-DED-EMP.
           MOVE "N" TO WS-SW-DED-ENCONTRADA
           MOVE 1   TO WS-IX-BUSCA-DED
           GO TO 0171-REVISA-DED-EMP.

       0171-REVISA-DED-EMP.
           IF WS-IX-BUSCA-DED > WS-CANT-DED-EMP
              GO TO 017-FIN-BUSCA-DED
           END-IF
           IF WS-TAB-DED-NUMERO (WS-IX-BUSCA-DED)
                     = DEDUCCION-NUMERO-EMP
              MOVE "S" TO WS-SW-DED-ENCONTRADA
              GO TO 017-FIN-BUSCA-DED
           END-IF
           ADD 1 TO WS-IX-BUSCA-DED
           GO TO 0171-REVISA-DED-EMP.

       017-FIN-BUSCA-DED.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-LEE-PAGO - CADA RENGLON DE LA LISTA: EL EMPLEADO DEBE      *
      *                EXISTIR EN EL MAESTRO, EL IMPORTE SER MAYOR A   *
      *                CERO Y EL CONCEPTO UNO DE LOS CONOCIDOS. LO     *
      *                RECHAZADO SE IMPRIME EN EL REGISTRO Y NO SE     *
      *                PAGA                                            *
      * -------------------------------------------------------------- *
       020-LEE-PAGO.
           READ PAGOS-ESPECIALES
               AT END
                   MOVE "S" TO WS-SW-FIN-PAGOS
                   GO TO 070-REEXPEDICIONES
           END-READ
           IF REG-PES-IMPORTE NOT NUMERIC
              OR REG-PES-IMPORTE = ZEROS
                 MOVE "IMPORTE EN CERO O INVALIDO" TO WS-MOTIVO-RECHAZO
                 PERFORM 045-IMPRIME-RECHAZO
                 GO TO 020-LEE-PAGO
           END-IF
           IF NOT REG-PES-CONCEPTO-VALIDO
              MOVE "CONCEPTO NO VALIDO"  TO WS-MOTIVO-RECHAZO
              PERFORM 045-IMPRIME-RECHAZO
              GO TO 020-LEE-PAGO
           END-IF
           MOVE REG-PES-NUMERO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   MOVE "NO ESTA EN EL MAESTRO" TO WS-MOTIVO-RECHAZO
                   PERFORM 045-IMPRIME-RECHAZO
                   GO TO 020-LEE-PAGO
           END-READ
           IF REG-EMP-NUMERO = 99999
              MOVE "NO ESTA EN EL MAESTRO" TO WS-MOTIVO-RECHAZO
              PERFORM 045-IMPRIME-RECHAZO
              GO TO 020-LEE-PAGO
           END-IF
           PERFORM 025-GRUPO-EMPLEADO
           IF WS-GRUPO-EMPLEADO NOT = WS-GRUPO-PAGO
              MOVE "ES DE OTRO GRUPO DE PAGO" TO WS-MOTIVO-RECHAZO
              PERFORM 045-IMPRIME-RECHAZO
              GO TO 020-LEE-PAGO
           END-IF
           PERFORM 030-CALCULA-NETO
           PERFORM 040-IMPRIME-DETALLE
           PERFORM 050-ESCRIBE-NETO
           PERFORM 060-REGISTRA-AUDITORIA
           GO TO 020-LEE-PAGO.

      * 025-GRUPO-EMPLEADO - EL GRUPO DE PAGO DEL EMPLEADO RECIEN
      * LEIDO; SIN GRUPO ES DEL 01
       025-GRUPO-EMPLEADO.
           MOVE REG-EMP-GRUPO-PAGO TO WS-GRUPO-EMPLEADO
           IF WS-GRUPO-EMPLEADO = SPACES
              MOVE "01" TO WS-GRUPO-EMPLEADO
           END-IF.

      * -------------------------------------------------------------- *
      * 030-CALCULA-NETO - BRUTO ES EL IMPORTE DE LA LISTA. LAS        *
      *                DEDUCCIONES FIJAS SOLO SI EL RENGLON LAS PIDE,  *
      *                CON EL MISMO TOPE DE PORCENTAJE QUE PROG0026;   *
      *                EL ISR CON LA MISMA TARIFA. UNA REEXPEDICION    *
      *                (REE) YA ES UN NETO Y NO LLEVA ISR              *
      * -------------------------------------------------------------- *
       030-CALCULA-NETO.
           MOVE REG-PES-IMPORTE   TO WS-BRUTO-EMP
           MOVE ZEROS             TO WS-DEDUCCIONES-EMP
           MOVE "N"               TO WS-SW-EXCEDIDO-EMP
           IF REG-PES-CON-DEDUCCIONES
              MOVE REG-PES-NUMERO TO DEDUCCION-NUMERO-EMP
              PERFORM 017-BUSCA-DED-EMP THRU 017-FIN-BUSCA-DED
              IF WS-DED-ENCONTRADA
                 MOVE WS-TAB-DED-TOTAL (WS-IX-BUSCA-DED)
                                  TO WS-DEDUCCIONES-EMP
              END-IF
           END-IF
           COMPUTE WS-LIMITE-PCT-EMP =
                   (WS-BRUTO-EMP * WS-PCT-MAXIMO) / 100
           IF WS-DEDUCCIONES-EMP > WS-LIMITE-PCT-EMP
              MOVE ZEROS TO WS-DEDUCCIONES-EMP
              MOVE "S"   TO WS-SW-EXCEDIDO-EMP
              ADD 1 TO WS-CONT-EXCEDIDOS
           END-IF
           IF REG-PES-REEXPEDICION
              MOVE ZEROS TO WS-ISR-EMP
           ELSE
              PERFORM 031-CALCULA-ISR THRU 031-FIN-CALCULA-ISR
           END-IF
           COMPUTE WS-NETO-EMP =
                   WS-BRUTO-EMP - WS-DEDUCCIONES-EMP - WS-ISR-EMP
           ADD 1                  TO WS-CONT-PAGOS
           ADD WS-BRUTO-EMP       TO WS-TOT-BRUTO
           ADD WS-DEDUCCIONES-EMP TO WS-TOT-DEDUCCIONES
           ADD WS-ISR-EMP         TO WS-TOT-ISR
           ADD WS-NETO-EMP        TO WS-TOT-NETO
           IF WS-NETO-EMP < ZERO
              ADD 1 TO WS-CONT-NEG
           END-IF.

      * -------------------------------------------------------------- *
      * 031-CALCULA-ISR - MISMA REGLA QUE 031- EN PROG0026             *
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

       040-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE REG-EMP-NUMERO      TO WS-DET-NUMERO
           MOVE REG-EMP-NOMBRE      TO WS-DET-NOMBRE
           MOVE REG-PES-CONCEPTO    TO WS-DET-CONCEPTO
           MOVE WS-BRUTO-EMP        TO WS-DET-BRUTO
           MOVE WS-DEDUCCIONES-EMP  TO WS-DET-DEDUCCIONES
           MOVE WS-ISR-EMP          TO WS-DET-ISR
           MOVE WS-NETO-EMP         TO WS-DET-NETO
           MOVE REG-PES-DESCRIPCION TO WS-DET-DESCRIPCION
           IF WS-NETO-EMP < ZERO
              MOVE "**"             TO WS-DET-MARCA
           ELSE
              IF WS-EXCEDIDO-EMP
                 MOVE "EX"          TO WS-DET-MARCA
              ELSE
                 MOVE SPACES        TO WS-DET-MARCA
              END-IF
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       045-IMPRIME-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZADOS
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE REG-PES-NUMERO      TO WS-RCH-NUMERO
           MOVE WS-MOTIVO-RECHAZO   TO WS-RCH-MOTIVO
           WRITE REG-REPORTE FROM WS-DETALLE-RECHAZO AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

      * -------------------------------------------------------------- *
      * 050-ESCRIBE-NETO - MISMO LAYOUT QUE 04-NOMINA-NETOS (WNETFD),  *
      *                CON EL DEPARTAMENTO DEL MAESTRO PARA LA POLIZA; *
      *                UN NETO NEGATIVO VA EN CERO                     *
      * -------------------------------------------------------------- *
       050-ESCRIBE-NETO.
           MOVE REG-EMP-NUMERO     TO REG-NETO-NUMERO
           MOVE REG-EMP-NOMBRE     TO REG-NETO-NOMBRE
           MOVE REG-EMP-DEPTO      TO REG-NETO-DEPTO
           MOVE WS-BRUTO-EMP       TO REG-NETO-BRUTO
           MOVE WS-DEDUCCIONES-EMP TO REG-NETO-DEDUCCIONES
           MOVE WS-ISR-EMP         TO REG-NETO-ISR
           MOVE ZEROS              TO REG-NETO-IMSS
           IF WS-NETO-EMP < ZERO
              MOVE ZEROS           TO REG-NETO-NETO
           ELSE
              MOVE WS-NETO-EMP     TO REG-NETO-NETO
           END-IF
           WRITE REG-NETO.

      * -------------------------------------------------------------- *
      * 060-REGISTRA-AUDITORIA - CADA PAGO ESPECIAL QUEDA EN           *
      *                04-AUDIT-EMPLEADOS CON QUIEN LO CORRIO, EL      *
      *                CONCEPTO, LA SECUENCIA Y EL NETO                *
      * -------------------------------------------------------------- *
       060-REGISTRA-AUDITORIA.
           MOVE WS-FIR-ID             TO REG-AUD-USUARIO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-AUD-FECHA
           ACCEPT REG-AUD-HORA FROM TIME
           MOVE REG-EMP-NUMERO        TO REG-AUD-NUMERO
           MOVE "PAGESP"              TO REG-AUD-OPERACION
           MOVE REG-NETO-NETO         TO WS-AUD-NETO-ED
           MOVE WS-ENV-SECUENCIA      TO WS-AUD-SECUENCIA-ED
           MOVE SPACES                TO REG-AUD-CAMPOS
           STRING "PAGO ESPECIAL " DELIMITED BY SIZE
                  REG-PES-CONCEPTO DELIMITED BY SIZE
                  " SEC ESP-"      DELIMITED BY SIZE
                  WS-AUD-SECUENCIA-ED DELIMITED BY SIZE
                  " NETO "         DELIMITED BY SIZE
                  WS-AUD-NETO-ED   DELIMITED BY SIZE
                  INTO REG-AUD-CAMPOS
           END-STRING
           OPEN EXTEND AUDIT-EMPLEADOS
           IF WS-FILE-STATUS-AUDIT = "35"
              OPEN OUTPUT AUDIT-EMPLEADOS
           END-IF
           IF WS-FILE-STATUS-AUDIT NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-AUDIT-EMPLEADOS, "
                      "STATUS " WS-FILE-STATUS-AUDIT
                      "; REGISTRO PERDIDO"
           ELSE
              WRITE REG-AUD-EMPLEADO
              CLOSE AUDIT-EMPLEADOS
           END-IF.

      * -------------------------------------------------------------- *
      * 070-REEXPEDICIONES - LOS PAGOS QUE EL BANCO DEVOLVIO Y QUE     *
      *                PROG0067 DEJO PENDIENTES. SOLO SE VUELVEN A     *
      *                PAGAR SI LA CLABE ACTUAL DE 04-CUENTAS-BANCO YA *
      *                NO ES LA RECHAZADA; LOS DEMAS SIGUEN PENDIENTES *
      *                PARA LA SIGUIENTE CORRIDA. AL PAGARSE SE LES    *
      *                ANOTA LA SECUENCIA ESP Y LA FECHA               *
      * -------------------------------------------------------------- *
       070-REEXPEDICIONES.
           IF NOT WS-CON-REEXPEDICIONES
              GO TO 090-FIN
           END-IF
           OPEN I-O REEXPEDICION
           IF WS-FILE-STATUS-REX NOT = "00"
              DISPLAY "PROG0065: SIN 04-REEXPEDICION-BANCO, STATUS "
                      WS-FILE-STATUS-REX "; NO HAY REEXPEDICIONES"
              GO TO 090-FIN
           END-IF
           OPEN INPUT CUENTAS-BANCO
           IF WS-FILE-STATUS-CTA NOT = "00"
              DISPLAY "PROG0065: NO SE PUDO ABRIR 04-CUENTAS-BANCO, "
                      "STATUS " WS-FILE-STATUS-CTA
                      "; NO SE PAGAN REEXPEDICIONES"
              CLOSE REEXPEDICION
              GO TO 090-FIN
           END-IF
           GO TO 071-LEE-REEXPEDICION.

       071-LEE-REEXPEDICION.
           READ REEXPEDICION
               AT END
                   MOVE "S" TO WS-SW-FIN-REEXPEDICION
                   CLOSE REEXPEDICION
                         CUENTAS-BANCO
                   GO TO 090-FIN
           END-READ
           IF NOT REG-REX-PENDIENTE
              GO TO 071-LEE-REEXPEDICION
           END-IF
           MOVE REG-REX-NUMERO       TO REG-PES-NUMERO
           MOVE REG-REX-IMPORTE      TO REG-PES-IMPORTE
           MOVE "REE"                TO REG-PES-CONCEPTO
           MOVE "N"                  TO REG-PES-APLICA-DED
           MOVE SPACES               TO REG-PES-DESCRIPCION
           STRING "REEXP. DISP "         DELIMITED BY SIZE
                  REG-REX-FECHA-DISPERSION DELIMITED BY SIZE
                  INTO REG-PES-DESCRIPCION
           END-STRING
           MOVE REG-REX-NUMERO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   MOVE "NO ESTA EN EL MAESTRO" TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-CONT-REEXP-PENDIENTES
                   PERFORM 045-IMPRIME-RECHAZO
                   GO TO 071-LEE-REEXPEDICION
           END-READ
      * LA REEXPEDICION DE OTRO GRUPO LA PAGA LA CORRIDA DE SU GRUPO
           PERFORM 025-GRUPO-EMPLEADO
           IF WS-GRUPO-EMPLEADO NOT = WS-GRUPO-PAGO
              GO TO 071-LEE-REEXPEDICION
           END-IF
      * PROG0041 DISPERSA EL NETO POR LA EMPRESA ACTUAL DEL EMPLEADO;
      * SI YA NO ES LA QUE LE HABIA PAGADO, LA REEXPEDICION SE QUEDA
      * PENDIENTE PARA ACLARARLA ENTRE LAS DOS EMPRESAS
           MOVE REG-REX-EMPRESA TO WS-EMPRESA-REEXP
           IF WS-EMPRESA-REEXP = SPACES
              MOVE "01" TO WS-EMPRESA-REEXP
           END-IF
           MOVE REG-EMP-EMPRESA TO WS-EMPRESA-EMPLEADO
           IF WS-EMPRESA-EMPLEADO = SPACES
              MOVE "01" TO WS-EMPRESA-EMPLEADO
           END-IF
           IF WS-EMPRESA-REEXP NOT = WS-EMPRESA-EMPLEADO
              MOVE "REE: EMPLEADO CAMBIO EMPRESA" TO WS-MOTIVO-RECHAZO
              ADD 1 TO WS-CONT-REEXP-PENDIENTES
              PERFORM 045-IMPRIME-RECHAZO
              GO TO 071-LEE-REEXPEDICION
           END-IF
           MOVE REG-REX-NUMERO TO REG-CTA-NUMERO
           READ CUENTAS-BANCO
               INVALID KEY
                   MOVE ZEROS TO REG-CTA-CLABE
           END-READ
           IF REG-CTA-CLABE = ZEROS
              OR REG-CTA-CLABE = REG-REX-CLABE
                 MOVE "REE: CUENTA SIN CORREGIR"
                                   TO WS-MOTIVO-RECHAZO
                 ADD 1 TO WS-CONT-REEXP-PENDIENTES
                 PERFORM 045-IMPRIME-RECHAZO
                 GO TO 071-LEE-REEXPEDICION
           END-IF
           PERFORM 030-CALCULA-NETO
           PERFORM 040-IMPRIME-DETALLE
           PERFORM 050-ESCRIBE-NETO
           PERFORM 060-REGISTRA-AUDITORIA
           ADD 1 TO WS-CONT-REEXPEDIDAS
           MOVE "G"                   TO REG-REX-ESTADO
           MOVE WS-ENV-SECUENCIA      TO REG-REX-SECUENCIA-ESP
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-REX-FECHA-PAGO
           REWRITE REG-REEXPEDICION
               INVALID KEY
                   DISPLAY "PROG0065: NO SE PUDO MARCAR PAGADA LA "
                           "REEXPEDICION DEL EMPLEADO " REG-REX-NUMERO
           END-REWRITE
           GO TO 071-LEE-REEXPEDICION.

       090-FIN.
           MOVE WS-CONT-PAGOS      TO WS-TOT-CANT
           MOVE WS-TOT-BRUTO       TO WS-TOT-BRUTO-ED
           MOVE WS-TOT-DEDUCCIONES TO WS-TOT-DED-ED
           MOVE WS-TOT-ISR         TO WS-TOT-ISR-ED
           MOVE WS-TOT-NETO        TO WS-TOT-NETO-ED
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-LINEA-FIRMA AFTER ADVANCING 3
           IF WS-LISTA-ABIERTA
              CLOSE PAGOS-ESPECIALES
           END-IF
           CLOSE EMPLEADOS
                 NOMINA-NETOS-ESP
                 REPORTE
           MOVE "G" TO WS-ENV-ACCION
           CALL "PROG0051" USING WS-CONTROL-ENVIO-LLAMA
           DISPLAY "PROG0065: PAGOS ESPECIALES CALCULADOS: "
                   WS-CONT-PAGOS
           DISPLAY "PROG0065: RENGLONES RECHAZADOS       : "
                   WS-CONT-RECHAZADOS
           DISPLAY "PROG0065: SOBRE EL PORCENTAJE (EX)   : "
                   WS-CONT-EXCEDIDOS
           IF WS-CON-REEXPEDICIONES
              DISPLAY "PROG0065: REEXPEDICIONES PAGADAS     : "
                      WS-CONT-REEXPEDIDAS
              DISPLAY "PROG0065: REEXPEDICIONES PENDIENTES  : "
                      WS-CONT-REEXP-PENDIENTES
                      " (CORRIJA LA CUENTA EN PROG0006 OPCION 5)"
           END-IF
           DISPLAY "PROG0065: ISR RETENIDO (TARIFA "
                   WS-FRECUENCIA-HOY "): " WS-TOT-ISR
           DISPLAY "PROG0065: SECUENCIA ESP GENERADA: " WS-ENV-SECUENCIA
                   " (CONFIRME LA TRANSMISION CON PROG0052)"
           DISPLAY "PROG0065: NETOS EN 04-NOMINA-NETOS-ESP; SIGUE "
                   "PROG0041 Y PROG0030 CON TIPO E"
           GOBACK.

       END PROGRAM PROG0065.
