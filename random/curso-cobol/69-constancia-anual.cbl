       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0066.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: CONSTANCIA ANUAL DE PERCEPCIONES Y RETENCIONES POR   *
      *           EMPLEADO. ACUMULA DE LA HISTORIA 04-HIST-NOMINA      *
      *           (QUE PROG0031 LLENA AL CERRAR CADA PERIODO) LOS      *
      *           PERIODOS CUYA FECHA DE PAGO CAE EN EL EJERCICIO: EL  *
      *           BRUTO, EL ISR RETENIDO, LA CUOTA OBRERA DEL IMSS,    *
      *           CADA CODIGO DE DEDUCCION Y EL NETO; LE SUMA EL       *
      *           AGUINALDO DEL ANIO DE 04-NOMINA-AGUINALDO (PROG0058).*
      *           EL RFC SALE DEL MAESTRO O, PARA LAS BAJAS DEL ANIO   *
      *           YA ARCHIVADAS POR PROG0014, DE 04-EMPLEADOS-ARCH.    *
      *           IMPRIME UNA CONSTANCIA DE 80 COLUMNAS POR EMPLEADO   *
      *           EN 04-CONSTANCIAS (MISMO ESTILO QUE LOS RECIBOS DE   *
      *           PROG0045) Y DEJA LOS ACUMULADOS EN                   *
      *           04-ACUMULADOS-ANUALES PARA QUE EL CONTADOR LOS       *
      *           COTEJE CONTRA LO QUE MANDA EL PROVEEDOR              *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-NOMINA ASSIGN TO "04-HIST-NOMINA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-HNO-LLAVE
           FILE STATUS IS WS-FILE-STATUS-HNO.
           SELECT PERIODOS ASSIGN TO "04-PERIODOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PER.
           SELECT NOMINA-AGUINALDO ASSIGN TO "04-NOMINA-AGUINALDO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AGU.
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
           SELECT ACUMULADOS ASSIGN TO "04-ACUMULADOS-ANUALES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-ACA.
           SELECT CONSTANCIAS ASSIGN TO "04-CONSTANCIAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CON.
           SELECT ARCHIVO-ORDEN ASSIGN TO "SORTWK6".

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-NOMINA
           RECORD CONTAINS 103 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHNOFD.
       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.
       FD  NOMINA-AGUINALDO
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-NOMINA-AGUINALDO   PIC X(50).
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
       FD  ACUMULADOS
           RECORD CONTAINS 122 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WACAFD.
       FD  CONSTANCIAS
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CONSTANCIA         PIC X(80).

      * -------------------------------------------------------------- *
      * ARCHIVO-ORDEN - LOS RENGLONES DEL EJERCICIO (HISTORIA Y        *
      *                AGUINALDO) ORDENADOS POR EMPLEADO, PARA ARMAR   *
      *                LOS ACUMULADOS CON UN SOLO CORTE DE CONTROL. EL *
      *                AGUINALDO ENTRA COMO TIPO "G" CON PERIODO 9999  *
      *                PARA QUE QUEDE AL FINAL DE CADA EMPLEADO        *
      * -------------------------------------------------------------- *
       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05  REG-ORD-NUMERO     PIC 9(05).
           05  REG-ORD-PERIODO    PIC 9(04).
           05  REG-ORD-RENGLON    PIC 9(03).
           05  REG-ORD-TIPO       PIC X(01).
           05  REG-ORD-DATOS      PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-HNO      PIC X(02).
       01 WS-FILE-STATUS-PER      PIC X(02).
       01 WS-FILE-STATUS-AGU      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-ARCH     PIC X(02).
       01 WS-FILE-STATUS-ACA      PIC X(02).
       01 WS-FILE-STATUS-CON      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-PERIODOS  PIC X(01)    VALUE "N".
               88 WS-FIN-PERIODOS             VALUE "S".
           05 WS-SW-FIN-HISTORIA  PIC X(01)    VALUE "N".
               88 WS-FIN-HISTORIA             VALUE "S".
           05 WS-SW-FIN-AGUINALDO PIC X(01)    VALUE "N".
               88 WS-FIN-AGUINALDO            VALUE "S".
           05 WS-SW-EMPLEADOS-OK  PIC X(01)    VALUE "N".
               88 WS-EMPLEADOS-OK             VALUE "S".
           05 WS-SW-ARCHIVO-OK    PIC X(01)    VALUE "N".
               88 WS-ARCHIVO-OK               VALUE "S".
           05 WS-SW-HAY-EMPLEADO  PIC X(01)    VALUE "N".
               88 WS-HAY-EMPLEADO             VALUE "S".
           05 WS-SW-PERIODO-ANIO  PIC X(01)    VALUE "N".
               88 WS-PERIODO-DEL-ANIO         VALUE "S".

       01 WS-ANIO-CONSTANCIA      PIC 9(04)    VALUE ZEROS.

       01 WS-FECHA-HOY.
           05 FILLER              PIC X(02).
           05 WS-HOY-DIA          PIC 9(02).
           05 WS-HOY-MES          PIC 9(02).
           05 WS-HOY-ANIO         PIC 9(04).

       01 WS-DIA-SEMANA-HOY       PIC 9(01).

       01 WS-FECHA-PAGO-G.
           05 WS-FPG-ANIO         PIC 9(04).
           05 WS-FPG-MES          PIC 9(02).
           05 WS-FPG-DIA          PIC 9(02).

       01 WS-FECHA-PAGO REDEFINES WS-FECHA-PAGO-G
                                  PIC 9(08).

      * -------------------------------------------------------------- *
      * WS-TABLA-PERIODOS-ANIO - LOS NUMEROS DE PERIODO DE 04-PERIODOS *
      *                CUYA FECHA DE PAGO CAE EN EL EJERCICIO: LA      *
      *                CONSTANCIA ES DE LO QUE SE PAGO EN EL ANIO      *
      * -------------------------------------------------------------- *
       01 WS-TABLA-PERIODOS-ANIO.
           05 WS-TAB-PAN-NUMERO   PIC 9(04)    OCCURS 200 TIMES.
       01 WS-CANT-PERIODOS-ANIO   PIC 9(03)    VALUE ZEROS.
       01 WS-IX-PAN               PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-REG-AGUINALDO - LOS RENGLONES DE 04-NOMINA-AGUINALDO TAL    *
      *                COMO LOS DEJA PROG0058 (ENCABEZADO "H" CON EL   *
      *                ANIO, DETALLES "G" Y TRAILER "T")               *
      * -------------------------------------------------------------- *
       01 WS-REG-AGUINALDO.
           05 WS-AGU-TIPO         PIC X(01).
           05 WS-AGU-RESTO        PIC X(49).
           05 WS-AGU-ENCABEZADO   REDEFINES WS-AGU-RESTO.
               10 WS-AGU-ENC-ANIO PIC 9(04).
               10 FILLER          PIC X(45).
           05 WS-AGU-DETALLE      REDEFINES WS-AGU-RESTO.
               10 WS-AGU-DET-NUMERO
                                  PIC 9(06).
               10 WS-AGU-DET-IMPORTE
                                  PIC 9(07)V99.
               10 WS-AGU-DET-ANIO PIC 9(04).
               10 WS-AGU-DET-NOMBRE
                                  PIC X(30).

      * -------------------------------------------------------------- *
      * WS-DATOS-ORDEN - LA PARTE DE DATOS DEL RENGLON QUE REGRESA EL  *
      *                SORT, CON LA VISTA QUE CORRESPONDE A SU TIPO    *
      *                (LAS DOS PRIMERAS SON LAS DE WHNOFD)            *
      * -------------------------------------------------------------- *
       01 WS-DATOS-ORDEN.
           05 WS-DOR-DATOS        PIC X(90).
           05 WS-DOR-TOTALES      REDEFINES WS-DOR-DATOS.
               10 WS-DOR-NOMBRE   PIC X(30).
               10 WS-DOR-DEPTO    PIC 9(03).
               10 WS-DOR-PUESTO   PIC 9(02).
               10 WS-DOR-BRUTO    PIC 9(07)V99.
               10 WS-DOR-DEDUCCIONES
                                  PIC 9(07)V99.
               10 WS-DOR-ISR      PIC 9(07)V99.
               10 WS-DOR-IMSS     PIC 9(07)V99.
               10 WS-DOR-NETO     PIC 9(07)V99.
               10 WS-DOR-FECHA-CIERRE
                                  PIC 9(08).
               10 FILLER          PIC X(02).
           05 WS-DOR-DEDUCCION    REDEFINES WS-DOR-DATOS.
               10 WS-DOR-DED-CODIGO
                                  PIC X(04).
               10 WS-DOR-DED-DESC PIC X(20).
               10 WS-DOR-DED-MONTO
                                  PIC 9(05)V99.
               10 FILLER          PIC X(59).
           05 WS-DOR-AGUINALDO    REDEFINES WS-DOR-DATOS.
               10 WS-DOR-AGU-IMPORTE
                                  PIC 9(07)V99.
               10 WS-DOR-AGU-NOMBRE
                                  PIC X(30).
               10 FILLER          PIC X(51).

      * -------------------------------------------------------------- *
      * WS-ACUM-EMPLEADO - LOS ACUMULADOS DEL EMPLEADO EN CURSO DEL    *
      *                CORTE DE CONTROL                                *
      * -------------------------------------------------------------- *
       01 WS-ACUM-EMPLEADO.
           05 WS-ACE-NUMERO       PIC 9(05)    VALUE ZEROS.
           05 WS-ACE-NOMBRE       PIC X(30)    VALUE SPACES.
           05 WS-ACE-PERIODOS     PIC 9(03)    VALUE ZEROS.
           05 WS-ACE-BRUTO        PIC 9(09)V99  VALUE ZEROS.
           05 WS-ACE-AGUINALDO    PIC 9(09)V99  VALUE ZEROS.
           05 WS-ACE-ISR          PIC 9(09)V99  VALUE ZEROS.
           05 WS-ACE-IMSS         PIC 9(09)V99  VALUE ZEROS.
           05 WS-ACE-DEDUCCIONES  PIC 9(09)V99  VALUE ZEROS.
           05 WS-ACE-NETO         PIC 9(09)V99  VALUE ZEROS.
           05 WS-ACE-OTRAS-DED    PIC 9(09)V99  VALUE ZEROS.
           05 WS-ACE-PERCEPCIONES PIC 9(09)V99  VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-CODIGOS - EL ACUMULADO DE CADA CODIGO DE DEDUCCION    *
      *                DEL EMPLEADO EN CURSO; SI TRAE MAS DE 20        *
      *                CODIGOS DISTINTOS EL RESTO VA A OTRAS           *
      * -------------------------------------------------------------- *
       01 WS-TABLA-CODIGOS.
           05 WS-TAB-COD          OCCURS 20 TIMES.
               10 WS-TAB-COD-CODIGO
                                  PIC X(04).
               10 WS-TAB-COD-DESC PIC X(20).
               10 WS-TAB-COD-MONTO
                                  PIC 9(09)V99.
       01 WS-CANT-CODIGOS         PIC 9(02)    VALUE ZEROS.
       01 WS-IX-COD               PIC 9(02)    VALUE ZEROS.

       01 WS-DATOS-MAESTRO.
           05 WS-MAE-RFC          PIC X(13)    VALUE SPACES.
           05 WS-MAE-SITUACION    PIC X(14)    VALUE SPACES.
           05 WS-MAE-FECHA-BAJA   PIC 9(08)    VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-HISTORIA    PIC 9(07)    VALUE ZEROS.
           05 WS-CONT-AGUINALDOS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-CONSTANCIAS PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-BAJAS       PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-RFC     PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-BRUTO        PIC 9(11)V99  VALUE ZEROS.
           05 WS-TOT-AGUINALDO    PIC 9(11)V99  VALUE ZEROS.
           05 WS-TOT-ISR          PIC 9(11)V99  VALUE ZEROS.

      * -------------------------------------------------------------- *
      * LINEAS DE LA CONSTANCIA (80 COLUMNAS, UNA PAGINA POR EMPLEADO) *
      * -------------------------------------------------------------- *
       01 WS-CON-TITULO.
           05 FILLER              PIC X(25)    VALUE SPACES.
           05 FILLER              PIC X(30)
                                  VALUE "CENTRO DE CAPACITACION".
           05 FILLER              PIC X(25)    VALUE SPACES.

       01 WS-CON-SUBTITULO.
           05 FILLER              PIC X(13)    VALUE SPACES.
           05 FILLER              PIC X(42)
                  VALUE "CONSTANCIA DE PERCEPCIONES Y RETENCIONES  ".
           05 FILLER              PIC X(11)    VALUE "EJERCICIO: ".
           05 WS-CON-ANIO         PIC 9(04).
           05 FILLER              PIC X(10)    VALUE SPACES.

       01 WS-CON-EMISION.
           05 FILLER              PIC X(25)    VALUE SPACES.
           05 FILLER              PIC X(17)
                                  VALUE "FECHA DE EMISION ".
           05 WS-CON-EMI-DIA      PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CON-EMI-MES      PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CON-EMI-ANIO     PIC 9(04).
           05 FILLER              PIC X(28)    VALUE SPACES.

       01 WS-CON-GUIONES.
           05 FILLER              PIC X(80)    VALUES ALL "-".

       01 WS-CON-EMPLEADO.
           05 FILLER              PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-CON-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-CON-NOMBRE       PIC X(30).
           05 FILLER              PIC X(33)    VALUE SPACES.

       01 WS-CON-RFC.
           05 FILLER              PIC X(10)    VALUE "RFC     : ".
           05 WS-CON-RFC-VALOR    PIC X(13).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(11)    VALUE "SITUACION: ".
           05 WS-CON-SITUACION    PIC X(14).
           05 WS-CON-BAJA         PIC X(16).
           05 FILLER              PIC X(12)    VALUE SPACES.

       01 WS-CON-BAJA-FECHA.
           05 FILLER              PIC X(06)    VALUE " BAJA ".
           05 WS-CON-BAJA-DIA     PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CON-BAJA-MES     PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CON-BAJA-ANIO    PIC 9(04).

       01 WS-FECHA-BAJA-G.
           05 WS-FBG-ANIO         PIC 9(04).
           05 WS-FBG-MES          PIC 9(02).
           05 WS-FBG-DIA          PIC 9(02).

       01 WS-FECHA-BAJA REDEFINES WS-FECHA-BAJA-G
                                  PIC 9(08).

       01 WS-CON-IMPORTE.
           05 WS-CON-IMP-CONCEPTO PIC X(30).
           05 WS-CON-IMP-VALOR    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       01 WS-CON-PERIODOS.
           05 FILLER              PIC X(30)
                       VALUE "PERIODOS PAGADOS EN EL ANIO : ".
           05 WS-CON-PER-CANT     PIC ZZ9.
           05 FILLER              PIC X(47)    VALUE SPACES.

       01 WS-CON-ENC-DEDUCCIONES.
           05 FILLER              PIC X(30)
                       VALUE "DEDUCCIONES POR CONCEPTO     :".
           05 FILLER              PIC X(50)    VALUE SPACES.

       01 WS-CON-DEDUCCION.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-CON-DED-CODIGO   PIC X(04).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-CON-DED-DESC     PIC X(20).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-CON-DED-MONTO    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       01 WS-CON-FIRMA.
           05 FILLER              PIC X(30)
                       VALUE "FIRMA DEL PATRON  : __________".
           05 FILLER              PIC X(50)    VALUE "__________".

       COPY WFIRMA.

       PROCEDURE DIVISION.
       000-FIRMA.
      * LA CONSTANCIA LLEVA PERCEPCIONES Y RETENCIONES DE TODO EL
      * PERSONAL: LA EMITEN RH O FINANZAS, NO UN ROL DE CONSULTA
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF WS-FIR-SOLO-CONSULTA
              DISPLAY "PROG0066: EL ROL DE CONSULTA NO PUEDE EMITIR "
                      "CONSTANCIAS"
              GOBACK
           END-IF.

       010-INICIO.
           DISPLAY "PROG0066: CONSTANCIA ANUAL DE PERCEPCIONES Y "
                   "RETENCIONES"
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           DISPLAY "EJERCICIO (AAAA, VACIO = ANIO EN CURSO): "
           ACCEPT WS-ANIO-CONSTANCIA
           IF WS-ANIO-CONSTANCIA = ZEROS
              MOVE WS-HOY-ANIO TO WS-ANIO-CONSTANCIA
           END-IF
           PERFORM 015-CARGA-PERIODOS THRU 015-FIN-CARGA-PERIODOS
           IF WS-CANT-PERIODOS-ANIO = ZEROS
              DISPLAY "PROG0066: NINGUN PERIODO DE 04-PERIODOS SE "
                      "PAGO EN " WS-ANIO-CONSTANCIA
                      "; SOLO ENTRA EL AGUINALDO"
           END-IF
           OPEN OUTPUT ACUMULADOS
           IF WS-FILE-STATUS-ACA NOT = "00"
              DISPLAY "PROG0066: NO SE PUDO ABRIR "
                      "04-ACUMULADOS-ANUALES, STATUS "
                      WS-FILE-STATUS-ACA
              GOBACK
           END-IF
           OPEN OUTPUT CONSTANCIAS
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP = "00"
              MOVE "S" TO WS-SW-EMPLEADOS-OK
           ELSE
              DISPLAY "PROG0066: NO SE PUDO ABRIR 04-EMPLEADOS, "
                      "STATUS " WS-FILE-STATUS-EMP
           END-IF
           OPEN INPUT ARCHIVO-BAJAS
           IF WS-FILE-STATUS-ARCH = "00"
              MOVE "S" TO WS-SW-ARCHIVO-OK
           ELSE
              DISPLAY "PROG0066: SIN 04-EMPLEADOS-ARCH, STATUS "
                      WS-FILE-STATUS-ARCH
                      "; LAS BAJAS ARCHIVADAS SALEN SIN RFC"
           END-IF
           MOVE WS-ANIO-CONSTANCIA TO WS-CON-ANIO
           MOVE WS-HOY-DIA         TO WS-CON-EMI-DIA
           MOVE WS-HOY-MES         TO WS-CON-EMI-MES
           MOVE WS-HOY-ANIO        TO WS-CON-EMI-ANIO
           SORT ARCHIVO-ORDEN
               ON ASCENDING KEY REG-ORD-NUMERO
               ON ASCENDING KEY REG-ORD-PERIODO
               ON ASCENDING KEY REG-ORD-RENGLON
               INPUT PROCEDURE 020-ALIMENTA-SORT
                               THRU 020-FIN-ALIMENTA
               OUTPUT PROCEDURE 040-ACUMULA-EMPLEADOS
                               THRU 040-FIN-ACUMULA
           GO TO 090-FIN.

      * -------------------------------------------------------------- *
      * 015-CARGA-PERIODOS - ANOTA LOS PERIODOS CUYA FECHA DE PAGO ES  *
      *                DEL EJERCICIO PEDIDO                            *
      * -------------------------------------------------------------- *
       015-CARGA-PERIODOS.
           MOVE ZEROS TO WS-CANT-PERIODOS-ANIO
           OPEN INPUT PERIODOS
           IF WS-FILE-STATUS-PER NOT = "00"
              DISPLAY "PROG0066: NO SE PUDO ABRIR 04-PERIODOS: "
                      WS-FILE-STATUS-PER
              GO TO 015-FIN-CARGA-PERIODOS
           END-IF
           GO TO 0151-LEE-PERIODO.

       0151-LEE-PERIODO.
           READ PERIODOS
               AT END
                   MOVE "S" TO WS-SW-FIN-PERIODOS
                   GO TO 0152-FIN-LEE-PERIODO
           END-READ
           MOVE REG-PER-FECHA-PAGO TO WS-FECHA-PAGO
           IF WS-FPG-ANIO NOT = WS-ANIO-CONSTANCIA
              GO TO 0151-LEE-PERIODO
           END-IF
           IF WS-CANT-PERIODOS-ANIO >= 200
              DISPLAY "PROG0066: MAS DE 200 PERIODOS EN EL ANIO; "
                      "LOS RESTANTES NO ENTRAN"
              GO TO 0152-FIN-LEE-PERIODO
           END-IF
           ADD 1 TO WS-CANT-PERIODOS-ANIO
           MOVE REG-PER-NUMERO
                     TO WS-TAB-PAN-NUMERO (WS-CANT-PERIODOS-ANIO)
           GO TO 0151-LEE-PERIODO.

       0152-FIN-LEE-PERIODO.
           CLOSE PERIODOS.

       015-FIN-CARGA-PERIODOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-ALIMENTA-SORT - SUELTA AL SORT LOS RENGLONES DE            *
      *                04-HIST-NOMINA DE LOS PERIODOS DEL EJERCICIO Y  *
      *                LOS AGUINALDOS DEL MISMO ANIO                   *
      * -------------------------------------------------------------- *
       020-ALIMENTA-SORT.
           IF WS-CANT-PERIODOS-ANIO = ZEROS
              GO TO 025-ALIMENTA-AGUINALDO
           END-IF
           OPEN INPUT HIST-NOMINA
           IF WS-FILE-STATUS-HNO NOT = "00"
              DISPLAY "PROG0066: NO SE PUDO ABRIR 04-HIST-NOMINA, "
                      "STATUS " WS-FILE-STATUS-HNO
              GO TO 025-ALIMENTA-AGUINALDO
           END-IF
           GO TO 021-LEE-HISTORIA.

       021-LEE-HISTORIA.
           READ HIST-NOMINA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-HISTORIA
                   CLOSE HIST-NOMINA
                   GO TO 025-ALIMENTA-AGUINALDO
           END-READ
           PERFORM 022-BUSCA-PERIODO THRU 022-FIN-BUSCA-PERIODO
           IF NOT WS-PERIODO-DEL-ANIO
              GO TO 021-LEE-HISTORIA
           END-IF
           ADD 1 TO WS-CONT-HISTORIA
           MOVE REG-HNO-NUMERO  TO REG-ORD-NUMERO
           MOVE REG-HNO-PERIODO TO REG-ORD-PERIODO
           MOVE REG-HNO-RENGLON TO REG-ORD-RENGLON
           MOVE REG-HNO-TIPO    TO REG-ORD-TIPO
           MOVE REG-HNO-DATOS   TO REG-ORD-DATOS
           RELEASE REG-ORDEN
           GO TO 021-LEE-HISTORIA.

       022-BUSCA-PERIODO.
           MOVE "N" TO WS-SW-PERIODO-ANIO
           MOVE 1   TO WS-IX-PAN
           GO TO 0221-REVISA-PERIODO.

       0221-REVISA-PERIODO.
           IF WS-IX-PAN > WS-CANT-PERIODOS-ANIO
              GO TO 022-FIN-BUSCA-PERIODO
           END-IF
           IF WS-TAB-PAN-NUMERO (WS-IX-PAN) = REG-HNO-PERIODO
              MOVE "S" TO WS-SW-PERIODO-ANIO
              GO TO 022-FIN-BUSCA-PERIODO
           END-IF
           ADD 1 TO WS-IX-PAN
           GO TO 0221-REVISA-PERIODO.

       022-FIN-BUSCA-PERIODO.
           EXIT.

      * 04-NOMINA-AGUINALDO SE SOBREESCRIBE CADA ANIO: SI SU
      * ENCABEZADO ES DE OTRO EJERCICIO NO SE TOMA NADA DE EL
       025-ALIMENTA-AGUINALDO.
           OPEN INPUT NOMINA-AGUINALDO
           IF WS-FILE-STATUS-AGU NOT = "00"
              DISPLAY "PROG0066: SIN 04-NOMINA-AGUINALDO, STATUS "
                      WS-FILE-STATUS-AGU
                      "; LAS CONSTANCIAS SALEN SIN AGUINALDO"
              GO TO 020-FIN-ALIMENTA
           END-IF
           READ NOMINA-AGUINALDO INTO WS-REG-AGUINALDO
               AT END
                   MOVE "S" TO WS-SW-FIN-AGUINALDO
                   CLOSE NOMINA-AGUINALDO
                   GO TO 020-FIN-ALIMENTA
           END-READ
           IF WS-AGU-TIPO NOT = "H"
              OR WS-AGU-ENC-ANIO NOT = WS-ANIO-CONSTANCIA
                 DISPLAY "PROG0066: 04-NOMINA-AGUINALDO NO ES DEL "
                         "EJERCICIO " WS-ANIO-CONSTANCIA
                         "; LAS CONSTANCIAS SALEN SIN AGUINALDO"
                 CLOSE NOMINA-AGUINALDO
                 GO TO 020-FIN-ALIMENTA
           END-IF
           GO TO 026-LEE-AGUINALDO.

       026-LEE-AGUINALDO.
           READ NOMINA-AGUINALDO INTO WS-REG-AGUINALDO
               AT END
                   MOVE "S" TO WS-SW-FIN-AGUINALDO
                   CLOSE NOMINA-AGUINALDO
                   GO TO 020-FIN-ALIMENTA
           END-READ
           IF WS-AGU-TIPO NOT = "G"
              OR WS-AGU-DET-ANIO NOT = WS-ANIO-CONSTANCIA
                 GO TO 026-LEE-AGUINALDO
           END-IF
           ADD 1 TO WS-CONT-AGUINALDOS
           MOVE SPACES             TO WS-DOR-DATOS
           MOVE WS-AGU-DET-IMPORTE TO WS-DOR-AGU-IMPORTE
           MOVE WS-AGU-DET-NOMBRE  TO WS-DOR-AGU-NOMBRE
           MOVE WS-AGU-DET-NUMERO  TO REG-ORD-NUMERO
           MOVE 9999               TO REG-ORD-PERIODO
           MOVE ZEROS              TO REG-ORD-RENGLON
           MOVE "G"                TO REG-ORD-TIPO
           MOVE WS-DOR-DATOS       TO REG-ORD-DATOS
           RELEASE REG-ORDEN
           GO TO 026-LEE-AGUINALDO.

       020-FIN-ALIMENTA.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-ACUMULA-EMPLEADOS - CORTE DE CONTROL POR EMPLEADO SOBRE EL *
      *                ARCHIVO ORDENADO: LOS RENGLONES "T" SUMAN LOS   *
      *                TOTALES DE CADA PERIODO, LOS "D" CADA CODIGO DE *
      *                DEDUCCION Y EL "G" EL AGUINALDO. AL CAMBIAR DE  *
      *                EMPLEADO SE EMITE SU CONSTANCIA                 *
      * -------------------------------------------------------------- *
       040-ACUMULA-EMPLEADOS.
           MOVE "N" TO WS-SW-HAY-EMPLEADO
           GO TO 041-SIGUIENTE.

       041-SIGUIENTE.
           RETURN ARCHIVO-ORDEN
               AT END
                   IF WS-HAY-EMPLEADO
                      PERFORM 050-EMITE-CONSTANCIA
                          THRU 050-FIN-EMITE-CONSTANCIA
                   END-IF
                   GO TO 040-FIN-ACUMULA
           END-RETURN
           IF WS-HAY-EMPLEADO
              AND REG-ORD-NUMERO NOT = WS-ACE-NUMERO
                 PERFORM 050-EMITE-CONSTANCIA
                     THRU 050-FIN-EMITE-CONSTANCIA
                 MOVE "N" TO WS-SW-HAY-EMPLEADO
           END-IF
           IF NOT WS-HAY-EMPLEADO
              PERFORM 042-INICIA-EMPLEADO
           END-IF
           MOVE REG-ORD-DATOS TO WS-DOR-DATOS
           IF REG-ORD-TIPO = "T"
              ADD 1                  TO WS-ACE-PERIODOS
              ADD WS-DOR-BRUTO       TO WS-ACE-BRUTO
              ADD WS-DOR-DEDUCCIONES TO WS-ACE-DEDUCCIONES
              ADD WS-DOR-ISR         TO WS-ACE-ISR
              ADD WS-DOR-IMSS        TO WS-ACE-IMSS
              ADD WS-DOR-NETO        TO WS-ACE-NETO
              MOVE WS-DOR-NOMBRE     TO WS-ACE-NOMBRE
              GO TO 041-SIGUIENTE
           END-IF
           IF REG-ORD-TIPO = "D"
              PERFORM 043-ACUMULA-CODIGO THRU 043-FIN-ACUMULA-CODIGO
              GO TO 041-SIGUIENTE
           END-IF
           ADD WS-DOR-AGU-IMPORTE TO WS-ACE-AGUINALDO
           IF WS-ACE-NOMBRE = SPACES
              MOVE WS-DOR-AGU-NOMBRE TO WS-ACE-NOMBRE
           END-IF
           GO TO 041-SIGUIENTE.

       042-INICIA-EMPLEADO.
           MOVE "S"            TO WS-SW-HAY-EMPLEADO
           MOVE REG-ORD-NUMERO TO WS-ACE-NUMERO
           MOVE SPACES         TO WS-ACE-NOMBRE
           MOVE ZEROS          TO WS-ACE-PERIODOS
                                  WS-ACE-BRUTO
                                  WS-ACE-AGUINALDO
                                  WS-ACE-ISR
                                  WS-ACE-IMSS
                                  WS-ACE-DEDUCCIONES
                                  WS-ACE-NETO
                                  WS-ACE-OTRAS-DED
                                  WS-CANT-CODIGOS.

       043-ACUMULA-CODIGO.
           MOVE 1 TO WS-IX-COD
           GO TO 0431-REVISA-CODIGO.

       0431-REVISA-CODIGO.
           IF WS-IX-COD > WS-CANT-CODIGOS
              GO TO 0432-AGREGA-CODIGO
           END-IF
           IF WS-TAB-COD-CODIGO (WS-IX-COD) = WS-DOR-DED-CODIGO
              ADD WS-DOR-DED-MONTO TO WS-TAB-COD-MONTO (WS-IX-COD)
              GO TO 043-FIN-ACUMULA-CODIGO
           END-IF
           ADD 1 TO WS-IX-COD
           GO TO 0431-REVISA-CODIGO.

       0432-AGREGA-CODIGO.
           IF WS-CANT-CODIGOS >= 20
              ADD WS-DOR-DED-MONTO TO WS-ACE-OTRAS-DED
              GO TO 043-FIN-ACUMULA-CODIGO
           END-IF
           ADD 1 TO WS-CANT-CODIGOS
           MOVE WS-DOR-DED-CODIGO
                          TO WS-TAB-COD-CODIGO (WS-CANT-CODIGOS)
           MOVE WS-DOR-DED-DESC
                          TO WS-TAB-COD-DESC (WS-CANT-CODIGOS)
           MOVE WS-DOR-DED-MONTO
                          TO WS-TAB-COD-MONTO (WS-CANT-CODIGOS).

       043-FIN-ACUMULA-CODIGO.
           EXIT.

      * -------------------------------------------------------------- *
      * 050-EMITE-CONSTANCIA - BUSCA EL RFC DEL EMPLEADO, GRABA SUS    *
      *                ACUMULADOS EN 04-ACUMULADOS-ANUALES E IMPRIME   *
      *                SU CONSTANCIA                                   *
      * -------------------------------------------------------------- *
       050-EMITE-CONSTANCIA.
           PERFORM 051-BUSCA-MAESTRO THRU 051-FIN-BUSCA-MAESTRO
           IF WS-MAE-RFC = SPACES
              ADD 1 TO WS-CONT-SIN-RFC
           END-IF
           ADD WS-ACE-BRUTO WS-ACE-AGUINALDO
                                  GIVING WS-ACE-PERCEPCIONES
           ADD 1                TO WS-CONT-CONSTANCIAS
           ADD WS-ACE-BRUTO     TO WS-TOT-BRUTO
           ADD WS-ACE-AGUINALDO TO WS-TOT-AGUINALDO
           ADD WS-ACE-ISR       TO WS-TOT-ISR
           PERFORM 055-GRABA-ACUMULADOS
           PERFORM 060-IMPRIME-CONSTANCIA.

       050-FIN-EMITE-CONSTANCIA.
           EXIT.

      * EL RFC SE BUSCA PRIMERO EN EL MAESTRO Y, SI EL EMPLEADO YA
      * FUE ARCHIVADO POR PROG0014, EN 04-EMPLEADOS-ARCH
       051-BUSCA-MAESTRO.
           MOVE SPACES         TO WS-MAE-RFC
           MOVE "NO LOCALIZADO" TO WS-MAE-SITUACION
           MOVE ZEROS          TO WS-MAE-FECHA-BAJA
           IF NOT WS-EMPLEADOS-OK
              GO TO 0511-BUSCA-ARCHIVO
           END-IF
           MOVE WS-ACE-NUMERO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   GO TO 0511-BUSCA-ARCHIVO
           END-READ
           MOVE REG-EMP-RFC TO WS-MAE-RFC
           IF WS-ACE-NOMBRE = SPACES
              MOVE REG-EMP-NOMBRE TO WS-ACE-NOMBRE
           END-IF
           IF REG-EMP-STATUS = 3
              MOVE "BAJA"              TO WS-MAE-SITUACION
              MOVE REG-EMP-FECHA-BAJA  TO WS-MAE-FECHA-BAJA
              ADD 1 TO WS-CONT-BAJAS
           ELSE
              MOVE "ACTIVO"            TO WS-MAE-SITUACION
           END-IF
           GO TO 051-FIN-BUSCA-MAESTRO.

       0511-BUSCA-ARCHIVO.
           IF NOT WS-ARCHIVO-OK
              GO TO 051-FIN-BUSCA-MAESTRO
           END-IF
           MOVE WS-ACE-NUMERO TO REG-ARCH-NUMERO
           READ ARCHIVO-BAJAS
               INVALID KEY
                   GO TO 051-FIN-BUSCA-MAESTRO
           END-READ
           MOVE REG-ARCH-RFC        TO WS-MAE-RFC
           IF WS-ACE-NOMBRE = SPACES
              MOVE REG-ARCH-NOMBRE TO WS-ACE-NOMBRE
           END-IF
           MOVE "BAJA ARCHIVADA"    TO WS-MAE-SITUACION
           MOVE REG-ARCH-FECHA-BAJA TO WS-MAE-FECHA-BAJA
           ADD 1 TO WS-CONT-BAJAS.

       051-FIN-BUSCA-MAESTRO.
           EXIT.

       055-GRABA-ACUMULADOS.
           MOVE SPACES              TO REG-ACUM-ANUAL
           MOVE WS-ANIO-CONSTANCIA  TO REG-ACA-ANIO
           MOVE WS-ACE-NUMERO       TO REG-ACA-NUMERO
           MOVE "T"                 TO REG-ACA-TIPO
           MOVE WS-MAE-RFC          TO REG-ACA-RFC
           MOVE WS-ACE-NOMBRE       TO REG-ACA-NOMBRE
           MOVE WS-ACE-PERIODOS     TO REG-ACA-PERIODOS
           MOVE WS-ACE-BRUTO        TO REG-ACA-BRUTO
           MOVE WS-ACE-AGUINALDO    TO REG-ACA-AGUINALDO
           MOVE WS-ACE-ISR          TO REG-ACA-ISR
           MOVE WS-ACE-IMSS         TO REG-ACA-IMSS
           MOVE WS-ACE-DEDUCCIONES  TO REG-ACA-DEDUCCIONES
           MOVE WS-ACE-NETO         TO REG-ACA-NETO
           WRITE REG-ACUM-ANUAL
           PERFORM 056-GRABA-CODIGO
               VARYING WS-IX-COD FROM 1 BY 1
               UNTIL WS-IX-COD > WS-CANT-CODIGOS
           IF WS-ACE-OTRAS-DED NOT = ZEROS
              MOVE SPACES           TO REG-ACA-DATOS
              MOVE "D"              TO REG-ACA-TIPO
              MOVE "OTRA"           TO REG-ACA-DED-CODIGO
              MOVE "OTRAS DEDUCCIONES" TO REG-ACA-DED-DESC
              MOVE WS-ACE-OTRAS-DED TO REG-ACA-DED-MONTO
              WRITE REG-ACUM-ANUAL
           END-IF.

       056-GRABA-CODIGO.
           MOVE SPACES              TO REG-ACA-DATOS
           MOVE "D"                 TO REG-ACA-TIPO
           MOVE WS-TAB-COD-CODIGO (WS-IX-COD) TO REG-ACA-DED-CODIGO
           MOVE WS-TAB-COD-DESC (WS-IX-COD)   TO REG-ACA-DED-DESC
           MOVE WS-TAB-COD-MONTO (WS-IX-COD)  TO REG-ACA-DED-MONTO
           WRITE REG-ACUM-ANUAL.

      * -------------------------------------------------------------- *
      * 060-IMPRIME-CONSTANCIA - UNA PAGINA POR EMPLEADO: DATOS        *
      *                FISCALES, PERCEPCIONES (SUELDOS Y AGUINALDO),   *
      *                RETENCIONES, CADA DEDUCCION Y EL NETO PAGADO    *
      * -------------------------------------------------------------- *
       060-IMPRIME-CONSTANCIA.
           WRITE REG-CONSTANCIA FROM WS-CON-TITULO
                 AFTER ADVANCING PAGE
           WRITE REG-CONSTANCIA FROM WS-CON-SUBTITULO
                 AFTER ADVANCING 1
           WRITE REG-CONSTANCIA FROM WS-CON-EMISION
                 AFTER ADVANCING 1
           WRITE REG-CONSTANCIA FROM WS-CON-GUIONES
                 AFTER ADVANCING 1
           MOVE WS-ACE-NUMERO TO WS-CON-NUMERO
           MOVE WS-ACE-NOMBRE TO WS-CON-NOMBRE
           WRITE REG-CONSTANCIA FROM WS-CON-EMPLEADO
                 AFTER ADVANCING 1
           IF WS-MAE-RFC = SPACES
              MOVE "** SIN RFC **" TO WS-CON-RFC-VALOR
           ELSE
              MOVE WS-MAE-RFC      TO WS-CON-RFC-VALOR
           END-IF
           MOVE WS-MAE-SITUACION TO WS-CON-SITUACION
           MOVE SPACES           TO WS-CON-BAJA
           IF WS-MAE-FECHA-BAJA NOT = ZEROS
              MOVE WS-MAE-FECHA-BAJA TO WS-FECHA-BAJA
              MOVE WS-FBG-DIA        TO WS-CON-BAJA-DIA
              MOVE WS-FBG-MES        TO WS-CON-BAJA-MES
              MOVE WS-FBG-ANIO       TO WS-CON-BAJA-ANIO
              MOVE WS-CON-BAJA-FECHA TO WS-CON-BAJA
           END-IF
           WRITE REG-CONSTANCIA FROM WS-CON-RFC
                 AFTER ADVANCING 1
           WRITE REG-CONSTANCIA FROM WS-CON-GUIONES
                 AFTER ADVANCING 1
           MOVE WS-ACE-PERIODOS TO WS-CON-PER-CANT
           WRITE REG-CONSTANCIA FROM WS-CON-PERIODOS
                 AFTER ADVANCING 1
           MOVE "SUELDOS Y SALARIOS (BRUTO)  : " TO WS-CON-IMP-CONCEPTO
           MOVE WS-ACE-BRUTO TO WS-CON-IMP-VALOR
           WRITE REG-CONSTANCIA FROM WS-CON-IMPORTE
                 AFTER ADVANCING 1
           MOVE "AGUINALDO                   : " TO WS-CON-IMP-CONCEPTO
           MOVE WS-ACE-AGUINALDO TO WS-CON-IMP-VALOR
           WRITE REG-CONSTANCIA FROM WS-CON-IMPORTE
                 AFTER ADVANCING 1
           MOVE "TOTAL DE PERCEPCIONES       : " TO WS-CON-IMP-CONCEPTO
           MOVE WS-ACE-PERCEPCIONES TO WS-CON-IMP-VALOR
           WRITE REG-CONSTANCIA FROM WS-CON-IMPORTE
                 AFTER ADVANCING 1
           MOVE "ISR RETENIDO                : " TO WS-CON-IMP-CONCEPTO
           MOVE WS-ACE-ISR TO WS-CON-IMP-VALOR
           WRITE REG-CONSTANCIA FROM WS-CON-IMPORTE
                 AFTER ADVANCING 2
           MOVE "CUOTA OBRERA IMSS           : " TO WS-CON-IMP-CONCEPTO
           MOVE WS-ACE-IMSS TO WS-CON-IMP-VALOR
           WRITE REG-CONSTANCIA FROM WS-CON-IMPORTE
                 AFTER ADVANCING 1
           WRITE REG-CONSTANCIA FROM WS-CON-ENC-DEDUCCIONES
                 AFTER ADVANCING 2
           PERFORM 061-IMPRIME-CODIGO
               VARYING WS-IX-COD FROM 1 BY 1
               UNTIL WS-IX-COD > WS-CANT-CODIGOS
           IF WS-ACE-OTRAS-DED NOT = ZEROS
              MOVE "OTRA"              TO WS-CON-DED-CODIGO
              MOVE "OTRAS DEDUCCIONES" TO WS-CON-DED-DESC
              MOVE WS-ACE-OTRAS-DED    TO WS-CON-DED-MONTO
              WRITE REG-CONSTANCIA FROM WS-CON-DEDUCCION
                    AFTER ADVANCING 1
           END-IF
           MOVE "TOTAL DE DEDUCCIONES        : " TO WS-CON-IMP-CONCEPTO
           MOVE WS-ACE-DEDUCCIONES TO WS-CON-IMP-VALOR
           WRITE REG-CONSTANCIA FROM WS-CON-IMPORTE
                 AFTER ADVANCING 1
           MOVE "NETO PAGADO EN NOMINA       : " TO WS-CON-IMP-CONCEPTO
           MOVE WS-ACE-NETO TO WS-CON-IMP-VALOR
           WRITE REG-CONSTANCIA FROM WS-CON-IMPORTE
                 AFTER ADVANCING 2
           WRITE REG-CONSTANCIA FROM WS-CON-GUIONES
                 AFTER ADVANCING 2
           WRITE REG-CONSTANCIA FROM WS-CON-FIRMA
                 AFTER ADVANCING 2.

       061-IMPRIME-CODIGO.
           MOVE WS-TAB-COD-CODIGO (WS-IX-COD) TO WS-CON-DED-CODIGO
           MOVE WS-TAB-COD-DESC (WS-IX-COD)   TO WS-CON-DED-DESC
           MOVE WS-TAB-COD-MONTO (WS-IX-COD)  TO WS-CON-DED-MONTO
           WRITE REG-CONSTANCIA FROM WS-CON-DEDUCCION
                 AFTER ADVANCING 1.

       040-FIN-ACUMULA.
           EXIT.

       090-FIN.
           CLOSE ACUMULADOS
                 CONSTANCIAS
           IF WS-EMPLEADOS-OK
              CLOSE EMPLEADOS
           END-IF
           IF WS-ARCHIVO-OK
              CLOSE ARCHIVO-BAJAS
           END-IF
           DISPLAY "PROG0066: EJERCICIO " WS-ANIO-CONSTANCIA
                   ", PERIODOS PAGADOS EN EL ANIO: "
                   WS-CANT-PERIODOS-ANIO
           DISPLAY "PROG0066: RENGLONES DE HISTORIA: "
                   WS-CONT-HISTORIA
                   "  AGUINALDOS: " WS-CONT-AGUINALDOS
           DISPLAY "PROG0066: CONSTANCIAS EMITIDAS: "
                   WS-CONT-CONSTANCIAS
                   "  DE BAJAS: " WS-CONT-BAJAS
           IF WS-CONT-SIN-RFC NOT = ZEROS
              DISPLAY "PROG0066: CONSTANCIAS SIN RFC (CAPTURARLO EN "
                      "PROG0006): " WS-CONT-SIN-RFC
           END-IF
           DISPLAY "PROG0066: BRUTO " WS-TOT-BRUTO
                   "  AGUINALDO " WS-TOT-AGUINALDO
                   "  ISR " WS-TOT-ISR
           DISPLAY "PROG0066: LAS CONSTANCIAS QUEDARON EN "
                   "04-CONSTANCIAS Y LOS ACUMULADOS EN "
                   "04-ACUMULADOS-ANUALES"
           GOBACK.

       END PROGRAM PROG0066.
