       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0063.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: CALCULO DE FINIQUITOS. PARA CADA BAJA APROBADA EN    *
      *           PROG0020 (COLA 04-FINIQUITOS-PENDIENTES) CALCULA A   *
      *           LA FECHA DE BAJA EL AGUINALDO PROPORCIONAL (MISMAS   *
      *           REGLAS DE PROG0058: SALARIO / 30 Y ANIO DE 360       *
      *           DIAS), EL SALDO DE VACACIONES NO GOZADAS DE          *
      *           04-VACACIONES Y SU PRIMA VACACIONAL; SI LA BAJA FUE  *
      *           DESPIDO SUMA LA PRIMA DE ANTIGUEDAD (12 DIAS POR     *
      *           ANIO CON TOPE DE DOS SALARIOS MINIMOS) Y LA          *
      *           INDEMNIZACION DE TRES MESES. SUMA TODO EL SALDO DEL  *
      *           FONDO DE AHORRO DE 04-FONDO-AHORRO (QUE QUEDA EN     *
      *           CEROS, CON SU MOVIMIENTO EN 04-MOV-AHORRO). IMPRIME  *
      *           UN FINIQUITO                                         *
      *           PARA FIRMA POR EMPLEADO EN 04-FINIQUITOS Y DEJA EL   *
      *           PAGO EN 04-FINIQUITOS-PAGO PARA QUE LA DISPERSION    *
      *           DE PROG0041 LO PAGUE EN LA SIGUIENTE CORRIDA         *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINIQUITOS-PENDIENTES
           ASSIGN TO "04-FINIQUITOS-PENDIENTES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-FQ-NUMERO
           FILE STATUS IS WS-FILE-STATUS-FINQ.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT ARCHIVO-BAJAS ASSIGN TO "04-EMPLEADOS-ARCH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-ARCH-NUMERO
           FILE STATUS IS WS-FILE-STATUS-ARCH.
           SELECT VACACIONES ASSIGN TO "04-VACACIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-VAC-NUMERO
           FILE STATUS IS WS-FILE-STATUS-VAC.
           SELECT CUOTAS-IMSS ASSIGN TO "04-CUOTAS-IMSS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CIM.
           SELECT FINIQUITOS-PAGO ASSIGN TO "04-FINIQUITOS-PAGO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-FPA-NUMERO
           FILE STATUS IS WS-FILE-STATUS-FPA.
           SELECT FONDO-AHORRO ASSIGN TO "04-FONDO-AHORRO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-AHO-NUMERO
           FILE STATUS IS WS-FILE-STATUS-AHO.
           SELECT MOV-AHORRO ASSIGN TO "04-MOV-AHORRO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-MAH.
           SELECT DOCUMENTOS ASSIGN TO "04-FINIQUITOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DOC.

       DATA DIVISION.
       FILE SECTION.
       FD  FINIQUITOS-PENDIENTES
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WFINQFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  ARCHIVO-BAJAS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD REPLACING REG-EMPLEADOS      BY REG-ARCH-EMPLEADOS
                              REG-EMP-NUMERO     BY REG-ARCH-NUMERO
                              REG-EMP-NOMBRE     BY REG-ARCH-NOMBRE
                              REG-EMP-STATUS     BY REG-ARCH-STATUS
                              REG-EMP-DEPTO      BY REG-ARCH-DEPTO
                              REG-EMP-PUESTO     BY REG-ARCH-PUESTO
                              REG-EMP-SALARIO    BY REG-ARCH-SALARIO
                              REG-EMP-FECHA-ALTA BY REG-ARCH-FECHA-ALTA
                              REG-EMP-FECHA-BAJA BY REG-ARCH-FECHA-BAJA
                              REG-EMP-FECHA-NACIMIENTO
                                          BY REG-ARCH-FECHA-NACIMIENTO
                              REG-EMP-SUPERVISOR BY REG-ARCH-SUPERVISOR
                              REG-EMP-RFC        BY REG-ARCH-RFC
                              REG-EMP-TRAILER    BY REG-ARCH-TRAILER
                              REG-TRL-NUMERO     BY REG-ARCH-TRL-NUMERO
                              REG-TRL-CANTIDAD
                                              BY REG-ARCH-TRL-CANTIDAD.
       FD  VACACIONES
           RECORD CONTAINS 15 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WVACFD.
       FD  CUOTAS-IMSS
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCIMFD.
       FD  FINIQUITOS-PAGO
           RECORD CONTAINS 126 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WFPAFD.
       FD  FONDO-AHORRO
           RECORD CONTAINS 84 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAHOFD.
       FD  MOV-AHORRO
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WMAHFD.
       FD  DOCUMENTOS
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DOCUMENTO          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WEMPWS.

       01 WS-FILE-STATUS-FINQ     PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-ARCH     PIC X(02).
       01 WS-FILE-STATUS-VAC      PIC X(02).
       01 WS-FILE-STATUS-CIM      PIC X(02).
       01 WS-FILE-STATUS-FPA      PIC X(02).
       01 WS-FILE-STATUS-DOC      PIC X(02).
       01 WS-FILE-STATUS-AHO      PIC X(02).
       01 WS-FILE-STATUS-MAH      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-FINQ      PIC X(01)    VALUE "N".
               88 WS-FIN-FINQ                 VALUE "S".
           05 WS-SW-FIN-CUOTAS    PIC X(01)    VALUE "N".
               88 WS-FIN-CUOTAS               VALUE "S".
           05 WS-SW-ARCH-ABIERTO  PIC X(01)    VALUE "N".
               88 WS-ARCH-ABIERTO             VALUE "S".
           05 WS-SW-VAC-ABIERTO   PIC X(01)    VALUE "N".
               88 WS-VAC-ABIERTO              VALUE "S".
           05 WS-SW-EMP-ENCONTRADO
                                  PIC X(01)    VALUE "N".
               88 WS-EMP-ENCONTRADO           VALUE "S".
           05 WS-SW-AHO-ABIERTO   PIC X(01)    VALUE "N".
               88 WS-AHO-ABIERTO              VALUE "S".
           05 WS-SW-MOV-AHORRO    PIC X(01)    VALUE "N".
               88 WS-MOV-AHORRO-OK            VALUE "S".

      * -------------------------------------------------------------- *
      * PARAMETROS DEL CALCULO - LOS DIAS DE AGUINALDO Y EL PORCENTAJE *
      *            DE PRIMA VACACIONAL SALEN DEL RENGLON P DE          *
      *            04-CUOTAS-IMSS (LOS MISMOS QUE USA PROG0061), CON   *
      *            LOS VALORES DE LEY COMO OMISION. SIN SALARIO MINIMO *
      *            LA PRIMA DE ANTIGUEDAD NO SE TOPA                   *
      * -------------------------------------------------------------- *
       01 WS-PARAMETROS.
           05 WS-DIAS-AGUINALDO   PIC 9(03)    VALUE 015.
           05 WS-PCT-PRIMA-VAC    PIC 9(03)    VALUE 025.
           05 WS-SALARIO-MINIMO   PIC 9(04)V99  VALUE ZEROS.
           05 WS-DIAS-PRIMA-ANTIG PIC 9(03)    VALUE 012.
           05 WS-DIAS-INDEMNIZACION
                                  PIC 9(03)    VALUE 090.

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

       01 WS-CALCULO.
           05 WS-SALARIO-DIARIO   PIC 9(07)V99  VALUE ZEROS.
           05 WS-DIARIO-TOPADO    PIC 9(07)V99  VALUE ZEROS.
           05 WS-TOPE-ANTIG       PIC 9(07)V99  VALUE ZEROS.
           05 WS-DIAS-ANIO        PIC S9(05)   VALUE ZEROS.
           05 WS-DIAS-ANTIGUEDAD  PIC S9(05)   VALUE ZEROS.
           05 WS-DIAS-VAC-SALDO   PIC S9(05)   VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-CALCULADOS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-RECHAZADOS  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-FINIQUITOS   PIC 9(09)V99  VALUE ZEROS.
           05 WS-CONT-CON-AHORRO  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-AHORRO       PIC 9(09)V99  VALUE ZEROS.

      * -------------------------------------------------------------- *
      * DOCUMENTO DE FINIQUITO - UNA PAGINA DE 80 COLUMNAS POR         *
      *                EMPLEADO, EN EL MISMO ESTILO DEL RECIBO DE      *
      *                PAGO DE PROG0045, CON LAS LINEAS DE FIRMA       *
      * -------------------------------------------------------------- *
       01 WS-DOC-TITULO.
           05 FILLER              PIC X(25)    VALUE SPACES.
           05 FILLER              PIC X(30)
                                  VALUE "CENTRO DE CAPACITACION".
           05 FILLER              PIC X(25)    VALUE SPACES.

       01 WS-DOC-SUBTITULO.
           05 FILLER              PIC X(25)    VALUE SPACES.
           05 FILLER              PIC X(16)    VALUE "FINIQUITO       ".
           05 WS-DOC-FECHA-DIA    PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-DOC-FECHA-MES    PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-DOC-FECHA-ANIO   PIC 9(04).
           05 FILLER              PIC X(29)    VALUE SPACES.

       01 WS-DOC-GUIONES.
           05 FILLER              PIC X(80)    VALUES ALL "-".

       01 WS-DOC-EMPLEADO.
           05 FILLER              PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-DOC-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DOC-NOMBRE       PIC X(30).
           05 FILLER              PIC X(33)    VALUE SPACES.

       01 WS-DOC-FECHAS.
           05 FILLER              PIC X(10)    VALUE "ALTA    : ".
           05 WS-DOC-ALTA         PIC 9(08).
           05 FILLER              PIC X(10)    VALUE "   BAJA: ".
           05 WS-DOC-BAJA         PIC 9(08).
           05 FILLER              PIC X(10)    VALUE "  MOTIVO: ".
           05 WS-DOC-MOTIVO       PIC X(08).
           05 FILLER              PIC X(26)    VALUE SPACES.

       01 WS-DOC-SALARIO.
           05 FILLER              PIC X(24)
                       VALUE "SALARIO DIARIO        : ".
           05 WS-DOC-DIARIO-ED    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(18)
                       VALUE "DIAS ANTIGUEDAD : ".
           05 WS-DOC-DIAS-ANTIG   PIC ZZZZ9.
           05 FILLER              PIC X(17)    VALUE SPACES.

       01 WS-DOC-CONCEPTO.
           05 WS-DOC-CONCEPTO-DESC
                                  PIC X(24).
           05 WS-DOC-CONCEPTO-ED  PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DOC-CONCEPTO-BASE
                                  PIC X(40).

       01 WS-DOC-DIAS-ED          PIC ZZZZ9.

       01 WS-DOC-TOTAL.
           05 FILLER              PIC X(24)
                       VALUE "TOTAL DEL FINIQUITO   : ".
           05 WS-DOC-TOTAL-ED     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01 WS-DOC-LEYENDA-1.
           05 FILLER              PIC X(42)    VALUE
                  "RECIBO LA CANTIDAD ANTERIOR EN PAGO TOTAL".
           05 FILLER              PIC X(38)    VALUE
                  "DE TODAS MIS PRESTACIONES".

       01 WS-DOC-LEYENDA-2.
           05 FILLER              PIC X(40)    VALUE
                  "HASTA LA FECHA DE BAJA, SIN RESERVARME".
           05 FILLER              PIC X(40)    VALUE
                  " ACCION ALGUNA EN CONTRA DE LA EMPRESA.".

       01 WS-DOC-FIRMA.
           05 FILLER              PIC X(35)
                       VALUE "__________________________________".
           05 FILLER              PIC X(10)    VALUE SPACES.
           05 FILLER              PIC X(35)
                       VALUE "__________________________________".

       01 WS-DOC-FIRMA-NOMBRES.
           05 WS-DOC-FIRMA-EMP    PIC X(35).
           05 FILLER              PIC X(10)    VALUE SPACES.
           05 FILLER              PIC X(35)
                       VALUE "POR LA EMPRESA (RECURSOS HUMANOS)".

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PROG0063: CALCULO DE FINIQUITOS"
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           MOVE WS-HOY-DIA  TO WS-DOC-FECHA-DIA
           MOVE WS-HOY-MES  TO WS-DOC-FECHA-MES
           MOVE WS-HOY-ANIO TO WS-DOC-FECHA-ANIO
           PERFORM 015-CARGA-PARAMETROS THRU 015-FIN-CARGA-PARAMETROS
           OPEN I-O FINIQUITOS-PENDIENTES
           IF WS-FILE-STATUS-FINQ NOT = "00"
              DISPLAY "PROG0063: SIN 04-FINIQUITOS-PENDIENTES, STATUS "
                      WS-FILE-STATUS-FINQ "; NO HAY FINIQUITOS QUE "
                      "CALCULAR"
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0063: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              CLOSE FINIQUITOS-PENDIENTES
              GOBACK
           END-IF
      * LA BAJA PUDO HABERSE ARCHIVADO YA CON PROG0014; EL ARCHIVO
      * HISTORICO Y EL DE VACACIONES SON OPCIONALES
           OPEN INPUT ARCHIVO-BAJAS
           IF WS-FILE-STATUS-ARCH = "00"
              MOVE "S" TO WS-SW-ARCH-ABIERTO
           END-IF
           OPEN INPUT VACACIONES
           IF WS-FILE-STATUS-VAC = "00"
              MOVE "S" TO WS-SW-VAC-ABIERTO
           ELSE
              DISPLAY "PROG0063: SIN 04-VACACIONES, STATUS "
                      WS-FILE-STATUS-VAC "; LOS FINIQUITOS SALEN SIN "
                      "VACACIONES PENDIENTES"
           END-IF
      * SIN EL FONDO DE AHORRO EL FINIQUITO SALE SIN EL SALDO; LA
      * LIQUIDACION ANUAL DE PROG0072 LO PAGARA DESPUES
           OPEN I-O FONDO-AHORRO
           IF WS-FILE-STATUS-AHO = "00"
              MOVE "S" TO WS-SW-AHO-ABIERTO
              OPEN EXTEND MOV-AHORRO
              IF WS-FILE-STATUS-MAH = "35"
                 OPEN OUTPUT MOV-AHORRO
              END-IF
              IF WS-FILE-STATUS-MAH = "00"
                 MOVE "S" TO WS-SW-MOV-AHORRO
              END-IF
           ELSE
              DISPLAY "PROG0063: SIN 04-FONDO-AHORRO, STATUS "
                      WS-FILE-STATUS-AHO "; LOS FINIQUITOS SALEN SIN "
                      "FONDO DE AHORRO"
           END-IF
           OPEN I-O FINIQUITOS-PAGO
           IF WS-FILE-STATUS-FPA = "35"
              OPEN OUTPUT FINIQUITOS-PAGO
              CLOSE FINIQUITOS-PAGO
              OPEN I-O FINIQUITOS-PAGO
           END-IF
           IF WS-FILE-STATUS-FPA NOT = "00"
              DISPLAY "PROG0063: NO SE PUDO ABRIR 04-FINIQUITOS-PAGO, "
                      "STATUS " WS-FILE-STATUS-FPA
              CLOSE FINIQUITOS-PENDIENTES
                    EMPLEADOS
              GOBACK
           END-IF
           OPEN OUTPUT DOCUMENTOS
           GO TO 020-LEE-PENDIENTE.

      * -------------------------------------------------------------- *
      * 015-CARGA-PARAMETROS - BUSCA EL RENGLON P DE 04-CUOTAS-IMSS;   *
      *                SI NO ESTA SE QUEDAN LOS VALORES DE LEY         *
      * -------------------------------------------------------------- *
       015-CARGA-PARAMETROS.
           OPEN INPUT CUOTAS-IMSS
           IF WS-FILE-STATUS-CIM NOT = "00"
              DISPLAY "PROG0063: SIN 04-CUOTAS-IMSS, STATUS "
                      WS-FILE-STATUS-CIM "; SE USAN 15 DIAS DE "
                      "AGUINALDO Y 25% DE PRIMA VACACIONAL"
              GO TO 015-FIN-CARGA-PARAMETROS
           END-IF
           GO TO 0151-LEE-CUOTA.

       0151-LEE-CUOTA.
           READ CUOTAS-IMSS
               AT END
                   MOVE "S" TO WS-SW-FIN-CUOTAS
                   GO TO 0152-FIN-LEE-CUOTA
           END-READ
           IF NOT REG-CIM-PARAMETROS
              GO TO 0151-LEE-CUOTA
           END-IF
           IF REG-CIM-DIAS-AGUINALDO NUMERIC
              AND REG-CIM-DIAS-AGUINALDO NOT = ZEROS
                 MOVE REG-CIM-DIAS-AGUINALDO TO WS-DIAS-AGUINALDO
           END-IF
           IF REG-CIM-PCT-PRIMA-VAC NUMERIC
              AND REG-CIM-PCT-PRIMA-VAC NOT = ZEROS
                 MOVE REG-CIM-PCT-PRIMA-VAC TO WS-PCT-PRIMA-VAC
           END-IF
           IF REG-CIM-SALARIO-MINIMO NUMERIC
              MOVE REG-CIM-SALARIO-MINIMO TO WS-SALARIO-MINIMO
           END-IF.

       0152-FIN-LEE-CUOTA.
           CLOSE CUOTAS-IMSS.

       015-FIN-CARGA-PARAMETROS.
           EXIT.

       020-LEE-PENDIENTE.
           READ FINIQUITOS-PENDIENTES
               AT END
                   MOVE "S" TO WS-SW-FIN-FINQ
                   GO TO 090-FIN-FINIQUITOS
           END-READ
           ADD 1 TO WS-CONT-LEIDOS
           PERFORM 030-CALCULA-FINIQUITO THRU 030-FIN-CALCULA
           GO TO 020-LEE-PENDIENTE.

      * -------------------------------------------------------------- *
      * 030-CALCULA-FINIQUITO - UN FINIQUITO: BUSCA AL EMPLEADO, ARMA  *
      *                LOS CONCEPTOS, GRABA EL PAGO, IMPRIME EL        *
      *                DOCUMENTO Y SACA LA BAJA DE LA COLA. SI ALGO    *
      *                FALLA LA BAJA SE QUEDA EN LA COLA PARA LA       *
      *                SIGUIENTE CORRIDA                               *
      * -------------------------------------------------------------- *
       030-CALCULA-FINIQUITO.
           PERFORM 032-BUSCA-EMPLEADO THRU 032-FIN-BUSCA-EMPLEADO
           IF NOT WS-EMP-ENCONTRADO
              DISPLAY "PROG0063: EL EMPLEADO " REG-FQ-NUMERO
                      " NO ESTA EN EL MAESTRO NI EN EL ARCHIVO; "
                      "QUEDA PENDIENTE"
              ADD 1 TO WS-CONT-RECHAZADOS
              GO TO 030-FIN-CALCULA
           END-IF
      * UN FINIQUITO ANTERIOR DEL MISMO EMPLEADO (REINGRESO) QUE
      * TODAVIA NO SE DISPERSA NO SE PUEDE PISAR
           MOVE REG-FQ-NUMERO TO REG-FPA-NUMERO
           READ FINIQUITOS-PAGO
               INVALID KEY
                   MOVE ZEROS TO REG-FPA-FECHA-CALCULO
           END-READ
           IF WS-FILE-STATUS-FPA = "00"
              AND REG-FPA-FECHA-PAGO = ZEROS
                 DISPLAY "PROG0063: EL EMPLEADO " REG-FQ-NUMERO
                         " TIENE UN FINIQUITO SIN DISPERSAR; QUEDA "
                         "PENDIENTE"
                 ADD 1 TO WS-CONT-RECHAZADOS
                 GO TO 030-FIN-CALCULA
           END-IF
           INITIALIZE REG-FINIQUITO-PAGO
           MOVE REG-FQ-NUMERO     TO REG-FPA-NUMERO
           MOVE WS-NOMBRE-EMP     TO REG-FPA-NOMBRE
           MOVE WS-DEPTO-EMP      TO REG-FPA-DEPTO
           MOVE REG-FQ-FECHA-BAJA TO REG-FPA-FECHA-BAJA
           MOVE REG-FQ-MOTIVO     TO REG-FPA-MOTIVO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-FPA-FECHA-CALCULO
           MOVE ZEROS             TO REG-FPA-FECHA-PAGO
           COMPUTE WS-SALARIO-DIARIO ROUNDED = WS-SALARIO-EMP / 30
           PERFORM 040-AGUINALDO
           PERFORM 042-VACACIONES
           MOVE ZEROS TO WS-DIAS-ANTIGUEDAD
           PERFORM 044-ANTIGUEDAD THRU 044-FIN-ANTIGUEDAD
           IF REG-FQ-DESPIDO
              PERFORM 046-PRIMA-ANTIGUEDAD
              COMPUTE REG-FPA-INDEMNIZACION ROUNDED =
                      WS-SALARIO-DIARIO * WS-DIAS-INDEMNIZACION
           END-IF
           PERFORM 048-FONDO-AHORRO
           COMPUTE REG-FPA-TOTAL = REG-FPA-AGUINALDO
                                 + REG-FPA-VACACIONES
                                 + REG-FPA-PRIMA-VAC
                                 + REG-FPA-PRIMA-ANTIG
                                 + REG-FPA-INDEMNIZACION
                                 + REG-FPA-FONDO-AHORRO
           WRITE REG-FINIQUITO-PAGO
               INVALID KEY
                   REWRITE REG-FINIQUITO-PAGO
           END-WRITE
           IF WS-FILE-STATUS-FPA NOT = "00"
              DISPLAY "PROG0063: NO SE PUDO GRABAR EL PAGO DEL "
                      "EMPLEADO " REG-FQ-NUMERO ", STATUS "
                      WS-FILE-STATUS-FPA "; QUEDA PENDIENTE"
              ADD 1 TO WS-CONT-RECHAZADOS
              GO TO 030-FIN-CALCULA
           END-IF
           IF REG-FPA-FONDO-AHORRO NOT = ZEROS
              PERFORM 049-LIQUIDA-AHORRO THRU 049-FIN-LIQUIDA-AHORRO
           END-IF
           PERFORM 060-IMPRIME-DOCUMENTO
           ADD 1 TO WS-CONT-CALCULADOS
           ADD REG-FPA-TOTAL TO WS-TOT-FINIQUITOS
           DELETE FINIQUITOS-PENDIENTES RECORD
               INVALID KEY
                   DISPLAY "PROG0063: NO SE PUDO QUITAR DE LA COLA AL "
                           "EMPLEADO " REG-FQ-NUMERO
           END-DELETE.

       030-FIN-CALCULA.
           EXIT.

       032-BUSCA-EMPLEADO.
           MOVE "N" TO WS-SW-EMP-ENCONTRADO
           MOVE REG-FQ-NUMERO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   GO TO 0321-BUSCA-EN-ARCHIVO
           END-READ
           MOVE REG-EMPLEADOS TO WS-REG-EMPLEADOS
           MOVE "S" TO WS-SW-EMP-ENCONTRADO
           GO TO 032-FIN-BUSCA-EMPLEADO.

       0321-BUSCA-EN-ARCHIVO.
           IF NOT WS-ARCH-ABIERTO
              GO TO 032-FIN-BUSCA-EMPLEADO
           END-IF
           MOVE REG-FQ-NUMERO TO REG-ARCH-NUMERO
           READ ARCHIVO-BAJAS
               INVALID KEY
                   GO TO 032-FIN-BUSCA-EMPLEADO
           END-READ
           MOVE REG-ARCH-EMPLEADOS TO WS-REG-EMPLEADOS
           MOVE "S" TO WS-SW-EMP-ENCONTRADO.

       032-FIN-BUSCA-EMPLEADO.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-AGUINALDO - LA REGLA DE 040-CALCULA-AGUINALDO EN PROG0058: *
      *                DIAS TRABAJADOS DESDE EL 1 DE ENERO DEL ANIO DE *
      *                LA BAJA (O EL ALTA, SI ES POSTERIOR) HASTA LA   *
      *                FECHA DE BAJA, EN BASE 360                      *
      * -------------------------------------------------------------- *
       040-AGUINALDO.
           MOVE REG-FQ-FECHA-BAJA TO WS-FECHA-HASTA
           MOVE WS-FH-ANIO        TO WS-FD-ANIO
           MOVE 01                TO WS-FD-MES
           MOVE 01                TO WS-FD-DIA
           IF WS-FECHA-ALTA-EMP > WS-FECHA-DESDE
              MOVE WS-FECHA-ALTA-EMP TO WS-FECHA-DESDE
           END-IF
           COMPUTE WS-DIAS-ANIO =
                   ((WS-FH-ANIO - WS-FD-ANIO) * 360)
                   + ((WS-FH-MES - WS-FD-MES) * 30)
                   + (WS-FH-DIA - WS-FD-DIA) + 1
           IF WS-DIAS-ANIO > 360
              MOVE 360 TO WS-DIAS-ANIO
           END-IF
           IF WS-DIAS-ANIO < ZEROS
              MOVE ZEROS TO WS-DIAS-ANIO
           END-IF
           COMPUTE REG-FPA-AGUINALDO ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-AGUINALDO
                   * WS-DIAS-ANIO / 360.

      * -------------------------------------------------------------- *
      * 042-VACACIONES - SALDO NO GOZADO DE 04-VACACIONES (ACREDITADOS *
      *                MENOS TOMADOS) A SALARIO DIARIO, MAS LA PRIMA   *
      *                VACACIONAL SOBRE ESE IMPORTE                    *
      * -------------------------------------------------------------- *
       042-VACACIONES.
           MOVE ZEROS TO WS-DIAS-VAC-SALDO
           IF WS-VAC-ABIERTO
              MOVE REG-FQ-NUMERO TO REG-VAC-NUMERO
              READ VACACIONES
                  INVALID KEY
                      MOVE ZEROS TO REG-VAC-DIAS-ACREDITADOS
                                    REG-VAC-DIAS-TOMADOS
              END-READ
              COMPUTE WS-DIAS-VAC-SALDO = REG-VAC-DIAS-ACREDITADOS
                                        - REG-VAC-DIAS-TOMADOS
           END-IF
           IF WS-DIAS-VAC-SALDO < ZEROS
              MOVE ZEROS TO WS-DIAS-VAC-SALDO
           END-IF
           COMPUTE REG-FPA-VACACIONES ROUNDED =
                   WS-SALARIO-DIARIO * WS-DIAS-VAC-SALDO
           COMPUTE REG-FPA-PRIMA-VAC ROUNDED =
                   REG-FPA-VACACIONES * WS-PCT-PRIMA-VAC / 100.

      * -------------------------------------------------------------- *
      * 044-ANTIGUEDAD - DIAS DE SERVICIO DEL ALTA A LA BAJA, EN BASE  *
      *                360 COMO EL AGUINALDO                           *
      * -------------------------------------------------------------- *
       044-ANTIGUEDAD.
           IF WS-FECHA-ALTA-EMP = ZEROS
              GO TO 044-FIN-ANTIGUEDAD
           END-IF
           MOVE WS-FECHA-ALTA-EMP TO WS-FECHA-DESDE
           MOVE REG-FQ-FECHA-BAJA TO WS-FECHA-HASTA
           COMPUTE WS-DIAS-ANTIGUEDAD =
                   ((WS-FH-ANIO - WS-FD-ANIO) * 360)
                   + ((WS-FH-MES - WS-FD-MES) * 30)
                   + (WS-FH-DIA - WS-FD-DIA) + 1
           IF WS-DIAS-ANTIGUEDAD < ZEROS
              MOVE ZEROS TO WS-DIAS-ANTIGUEDAD
           END-IF.

       044-FIN-ANTIGUEDAD.
           EXIT.

      * -------------------------------------------------------------- *
      * 046-PRIMA-ANTIGUEDAD - 12 DIAS POR ANIO DE SERVICIO (LOS       *
      *                ANIOS INCOMPLETOS EN PROPORCION) SOBRE EL       *
      *                SALARIO DIARIO TOPADO A DOS SALARIOS MINIMOS    *
      * -------------------------------------------------------------- *
       046-PRIMA-ANTIGUEDAD.
           MOVE WS-SALARIO-DIARIO TO WS-DIARIO-TOPADO
           IF WS-SALARIO-MINIMO NOT = ZEROS
              COMPUTE WS-TOPE-ANTIG = WS-SALARIO-MINIMO * 2
              IF WS-DIARIO-TOPADO > WS-TOPE-ANTIG
                 MOVE WS-TOPE-ANTIG TO WS-DIARIO-TOPADO
              END-IF
           END-IF
           COMPUTE REG-FPA-PRIMA-ANTIG ROUNDED =
                   WS-DIARIO-TOPADO * WS-DIAS-PRIMA-ANTIG
                   * WS-DIAS-ANTIGUEDAD / 360.

      * -------------------------------------------------------------- *
      * 048-FONDO-AHORRO - TODO EL SALDO DE LA CUENTA DEL EMPLEADO EN  *
      *                04-FONDO-AHORRO: LO QUE AHORRO, LO QUE PUSO LA  *
      *                EMPRESA Y LOS INTERESES                         *
      * -------------------------------------------------------------- *
       048-FONDO-AHORRO.
           MOVE ZEROS TO REG-FPA-FONDO-AHORRO
           IF WS-AHO-ABIERTO
              MOVE REG-FQ-NUMERO TO REG-AHO-NUMERO
              READ FONDO-AHORRO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      COMPUTE REG-FPA-FONDO-AHORRO =
                              REG-AHO-SALDO-EMPLEADO
                            + REG-AHO-SALDO-EMPRESA
                            + REG-AHO-SALDO-INTERESES
              END-READ
           END-IF.

      * -------------------------------------------------------------- *
      * 049-LIQUIDA-AHORRO - YA GRABADO EL PAGO, LA CUENTA QUEDA EN    *
      *                CEROS Y EL RETIRO VA AL DIARIO 04-MOV-AHORRO.   *
      *                LO QUE SE LE ABONE DESPUES (UN CIERRE DE        *
      *                PERIODO POSTERIOR) LO PAGA LA LIQUIDACION ANUAL *
      * -------------------------------------------------------------- *
       049-LIQUIDA-AHORRO.
           MOVE ZEROS TO REG-AHO-SALDO-EMPLEADO
                         REG-AHO-SALDO-EMPRESA
                         REG-AHO-SALDO-INTERESES
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-AHO-FECHA-ULT-MOV
           REWRITE REG-AHORRO
               INVALID KEY
                   DISPLAY "PROG0063: NO SE PUDO PONER EN CEROS EL "
                           "FONDO DE AHORRO DEL EMPLEADO "
                           REG-FQ-NUMERO
                   GO TO 049-FIN-LIQUIDA-AHORRO
           END-REWRITE
           ADD 1                    TO WS-CONT-CON-AHORRO
           ADD REG-FPA-FONDO-AHORRO TO WS-TOT-AHORRO
           IF WS-MOV-AHORRO-OK
              MOVE REG-FQ-NUMERO         TO REG-MAH-NUMERO
              MOVE WS-FECHA-HOY-CCYYMMDD TO REG-MAH-FECHA
              MOVE "F"                   TO REG-MAH-TIPO
              MOVE WS-FHG-ANIO           TO REG-MAH-REFERENCIA
              MOVE REG-FPA-FONDO-AHORRO  TO REG-MAH-IMPORTE
              MOVE "PROG0063"            TO REG-MAH-PROGRAMA
              WRITE REG-MOV-AHORRO
           END-IF.

       049-FIN-LIQUIDA-AHORRO.
           EXIT.

      * -------------------------------------------------------------- *
      * 060-IMPRIME-DOCUMENTO - UNA PAGINA POR FINIQUITO: DATOS DEL    *
      *                EMPLEADO, CADA CONCEPTO CON SU BASE, EL TOTAL,  *
      *                LA LEYENDA DE CONFORMIDAD Y LAS DOS FIRMAS      *
      * -------------------------------------------------------------- *
       060-IMPRIME-DOCUMENTO.
           WRITE REG-DOCUMENTO FROM WS-DOC-TITULO
                 AFTER ADVANCING PAGE
           WRITE REG-DOCUMENTO FROM WS-DOC-SUBTITULO
                 AFTER ADVANCING 1
           WRITE REG-DOCUMENTO FROM WS-DOC-GUIONES
                 AFTER ADVANCING 1
           MOVE REG-FPA-NUMERO    TO WS-DOC-NUMERO
           MOVE REG-FPA-NOMBRE    TO WS-DOC-NOMBRE
           WRITE REG-DOCUMENTO FROM WS-DOC-EMPLEADO
                 AFTER ADVANCING 1
           MOVE WS-FECHA-ALTA-EMP  TO WS-DOC-ALTA
           MOVE REG-FPA-FECHA-BAJA TO WS-DOC-BAJA
           IF REG-FPA-DESPIDO
              MOVE "DESPIDO"  TO WS-DOC-MOTIVO
           ELSE
              MOVE "RENUNCIA" TO WS-DOC-MOTIVO
           END-IF
           WRITE REG-DOCUMENTO FROM WS-DOC-FECHAS
                 AFTER ADVANCING 1
           MOVE WS-SALARIO-DIARIO  TO WS-DOC-DIARIO-ED
           MOVE WS-DIAS-ANTIGUEDAD TO WS-DOC-DIAS-ANTIG
           WRITE REG-DOCUMENTO FROM WS-DOC-SALARIO
                 AFTER ADVANCING 1
           WRITE REG-DOCUMENTO FROM WS-DOC-GUIONES
                 AFTER ADVANCING 1
           MOVE "AGUINALDO PROPORCIONAL: " TO WS-DOC-CONCEPTO-DESC
           MOVE REG-FPA-AGUINALDO          TO WS-DOC-CONCEPTO-ED
           MOVE SPACES                     TO WS-DOC-CONCEPTO-BASE
           MOVE WS-DIAS-ANIO TO WS-DOC-DIAS-ED
           STRING "DIAS EN EL ANIO: " WS-DOC-DIAS-ED
                  DELIMITED BY SIZE INTO WS-DOC-CONCEPTO-BASE
           WRITE REG-DOCUMENTO FROM WS-DOC-CONCEPTO
                 AFTER ADVANCING 1
           MOVE "VACACIONES PENDIENTES : " TO WS-DOC-CONCEPTO-DESC
           MOVE REG-FPA-VACACIONES         TO WS-DOC-CONCEPTO-ED
           MOVE SPACES                     TO WS-DOC-CONCEPTO-BASE
           MOVE WS-DIAS-VAC-SALDO TO WS-DOC-DIAS-ED
           STRING "DIAS DE SALDO  : " WS-DOC-DIAS-ED
                  DELIMITED BY SIZE INTO WS-DOC-CONCEPTO-BASE
           WRITE REG-DOCUMENTO FROM WS-DOC-CONCEPTO
                 AFTER ADVANCING 1
           MOVE "PRIMA VACACIONAL      : " TO WS-DOC-CONCEPTO-DESC
           MOVE REG-FPA-PRIMA-VAC          TO WS-DOC-CONCEPTO-ED
           MOVE SPACES                     TO WS-DOC-CONCEPTO-BASE
           MOVE WS-PCT-PRIMA-VAC TO WS-DOC-DIAS-ED
           STRING "PORCENTAJE     : " WS-DOC-DIAS-ED
                  DELIMITED BY SIZE INTO WS-DOC-CONCEPTO-BASE
           WRITE REG-DOCUMENTO FROM WS-DOC-CONCEPTO
                 AFTER ADVANCING 1
           IF REG-FPA-DESPIDO
              MOVE "PRIMA DE ANTIGUEDAD   : " TO WS-DOC-CONCEPTO-DESC
              MOVE REG-FPA-PRIMA-ANTIG        TO WS-DOC-CONCEPTO-ED
              MOVE SPACES                     TO WS-DOC-CONCEPTO-BASE
              MOVE WS-DIARIO-TOPADO           TO WS-DOC-DIARIO-ED
              STRING "DIARIO TOPADO  : " WS-DOC-DIARIO-ED
                     DELIMITED BY SIZE INTO WS-DOC-CONCEPTO-BASE
              WRITE REG-DOCUMENTO FROM WS-DOC-CONCEPTO
                    AFTER ADVANCING 1
              MOVE "INDEMNIZACION         : " TO WS-DOC-CONCEPTO-DESC
              MOVE REG-FPA-INDEMNIZACION      TO WS-DOC-CONCEPTO-ED
              MOVE SPACES                     TO WS-DOC-CONCEPTO-BASE
              MOVE WS-DIAS-INDEMNIZACION TO WS-DOC-DIAS-ED
              STRING "DIAS DE SALARIO: " WS-DOC-DIAS-ED
                     DELIMITED BY SIZE INTO WS-DOC-CONCEPTO-BASE
              WRITE REG-DOCUMENTO FROM WS-DOC-CONCEPTO
                    AFTER ADVANCING 1
           END-IF
           IF REG-FPA-FONDO-AHORRO NOT = ZEROS
              MOVE "FONDO DE AHORRO       : " TO WS-DOC-CONCEPTO-DESC
              MOVE REG-FPA-FONDO-AHORRO       TO WS-DOC-CONCEPTO-ED
              MOVE "SALDO CON APORTACIONES E INTERESES"
                                              TO WS-DOC-CONCEPTO-BASE
              WRITE REG-DOCUMENTO FROM WS-DOC-CONCEPTO
                    AFTER ADVANCING 1
           END-IF
           WRITE REG-DOCUMENTO FROM WS-DOC-GUIONES
                 AFTER ADVANCING 1
           MOVE REG-FPA-TOTAL TO WS-DOC-TOTAL-ED
           WRITE REG-DOCUMENTO FROM WS-DOC-TOTAL
                 AFTER ADVANCING 1
           WRITE REG-DOCUMENTO FROM WS-DOC-LEYENDA-1
                 AFTER ADVANCING 2
           WRITE REG-DOCUMENTO FROM WS-DOC-LEYENDA-2
                 AFTER ADVANCING 1
           WRITE REG-DOCUMENTO FROM WS-DOC-FIRMA
                 AFTER ADVANCING 4
           MOVE REG-FPA-NOMBRE TO WS-DOC-FIRMA-EMP
           WRITE REG-DOCUMENTO FROM WS-DOC-FIRMA-NOMBRES
                 AFTER ADVANCING 1.

       090-FIN-FINIQUITOS.
           CLOSE FINIQUITOS-PENDIENTES
                 EMPLEADOS
                 FINIQUITOS-PAGO
                 DOCUMENTOS
           IF WS-ARCH-ABIERTO
              CLOSE ARCHIVO-BAJAS
           END-IF
           IF WS-VAC-ABIERTO
              CLOSE VACACIONES
           END-IF
           IF WS-AHO-ABIERTO
              CLOSE FONDO-AHORRO
           END-IF
           IF WS-MOV-AHORRO-OK
              CLOSE MOV-AHORRO
           END-IF
           DISPLAY "PROG0063: BAJAS EN COLA       : " WS-CONT-LEIDOS
           DISPLAY "PROG0063: FINIQUITOS CALCULADOS: "
                   WS-CONT-CALCULADOS
           DISPLAY "PROG0063: QUEDAN PENDIENTES   : "
                   WS-CONT-RECHAZADOS
           DISPLAY "PROG0063: TOTAL A PAGAR       : "
                   WS-TOT-FINIQUITOS
           DISPLAY "PROG0063: CON FONDO DE AHORRO : "
                   WS-CONT-CON-AHORRO " POR " WS-TOT-AHORRO
           DISPLAY "PROG0063: DOCUMENTOS EN 04-FINIQUITOS; PAGOS EN "
                   "04-FINIQUITOS-PAGO PARA PROG0041"
           GOBACK.

       END PROGRAM PROG0063.
