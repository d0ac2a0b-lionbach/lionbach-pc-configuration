       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0084.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: CONTROL DE CAPACITACION Y CERTIFICACIONES:           *
      *           - QUE CERTIFICACIONES DEL CATALOGO (04-CERTIFICACIO- *
      *             NES, VER PROG0010) SON OBLIGATORIAS PARA CADA      *
      *             PUESTO DE 04-PUESTOS (04-CERT-PUESTO, VER WCRQFD)  *
      *           - QUE CERTIFICACIONES TIENE CADA EMPLEADO, CUANDO LA *
      *             OBTUVO Y CUANDO VENCE (04-CERT-EMPLEADOS, VER      *
      *             WCEMFD). EL VENCIMIENTO SE CALCULA CON LA VIGENCIA *
      *             DEL CATALOGO Y SE PUEDE CORREGIR A MANO; REGISTRAR *
      *             DE NUEVO UNA QUE YA TIENE ES UNA RENOVACION        *
      *           - LA CONSULTA DE UN EMPLEADO CON LO QUE TIENE Y LO   *
      *             QUE LE FALTA SEGUN SU PUESTO                       *
      *           EL REPORTE NOCTURNO DE CUMPLIMIENTO ES PROG0085      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-EMPLEADOS ASSIGN TO "04-CERT-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-CEM-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CEM.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT PUESTOS-CFG ASSIGN TO "04-PUESTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PUESTOS.
           SELECT CERTIF-CFG ASSIGN TO "04-CERTIFICACIONES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CERTIF.
           SELECT CERT-REQ-CFG ASSIGN TO "04-CERT-PUESTO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CRQ.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-EMPLEADOS
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCEMFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  PUESTOS-CFG
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPUESFD.
       FD  CERTIF-CFG
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCERFD.
       FD  CERT-REQ-CFG
           RECORD CONTAINS 5 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCRQFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.
       COPY WPUESTOS.
       COPY WCERTS.
       COPY WCRQWS.

       01 WS-FILE-STATUS-CEM      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-PUESTOS  PIC X(02).
       01 WS-FILE-STATUS-CERTIF   PIC X(02).
       01 WS-FILE-STATUS-CRQ      PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-PUESTOS   PIC X(01)    VALUE "N".
           05 WS-SW-FIN-CERTIF    PIC X(01)    VALUE "N".
           05 WS-SW-FIN-CRQ       PIC X(01)    VALUE "N".
           05 WS-SW-ENCONTRADO    PIC X(01)    VALUE "N".
               88 WS-ENCONTRADO               VALUE "S".
           05 WS-SW-EMPLEADO-OK   PIC X(01)    VALUE "N".
               88 WS-EMPLEADO-OK              VALUE "S".

       01 WS-CONTROL-VALIDA.
           05 WS-SW-DATOS-OK      PIC X(01)    VALUE "S".
               88 WS-DATOS-VALIDOS         VALUE "S".
           05 WS-MOTIVO-INVALIDO  PIC X(30)    VALUE SPACES.

       01 WS-CANT-CRQ             PIC 9(03)    VALUE ZEROS.
       01 WS-IX-AUX               PIC 9(03)    VALUE ZEROS.
       01 WS-POS-CRQ              PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-CERT            PIC 9(03)    VALUE ZEROS.
       01 WS-CONT-FALTAN          PIC 9(03)    VALUE ZEROS.

       01 WS-CAPTURA-CERT.
           05 WS-CAP-PUESTO       PIC 9(02)    VALUE ZEROS.
           05 WS-CAP-CERT         PIC 9(03)    VALUE ZEROS.
           05 WS-CAP-EMPLEADO     PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-FECHA-OBTENCION
                                  PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-FECHA-VENCE  PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-CONSTANCIA   PIC X(15)    VALUE SPACES.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

       01 WS-DATOS-EMPLEADO.
           05 WS-EMP-NOMBRE       PIC X(30).
           05 WS-EMP-STATUS       PIC 9(01).
           05 WS-EMP-PUESTO       PIC 9(02).

       01 WS-NOM-PUESTO           PIC X(20).
       01 WS-NOM-CERT             PIC X(30).
       01 WS-VIGENCIA-CERT        PIC 9(03)    VALUE ZEROS.
       01 WS-NOM-SITUACION        PIC X(15).

      * LOS DIAS DE ANTICIPACION CON QUE UNA CERTIFICACION SE MARCA
      * POR VENCER (LOS MISMOS QUE USA PROG0085)
       01 WS-DIAS-AVISO           PIC 9(03)    VALUE 030.

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
      * FECHA DE VENCIMIENTO CALCULADA EN 070-CALCULA-VENCE: LA DE     *
      * OBTENCION MAS LOS MESES DE VIGENCIA DEL CATALOGO               *
      * -------------------------------------------------------------- *
       01 WS-FECHA-VENCE-G.
           05 WS-FV-ANIO          PIC 9(04).
           05 WS-FV-MES           PIC 9(02).
           05 WS-FV-DIA           PIC 9(02).

       01 WS-FECHA-VENCE REDEFINES WS-FECHA-VENCE-G
                                  PIC 9(08).

       01 WS-MESES-CALC           PIC 9(05)    VALUE ZEROS.
       01 WS-ANIOS-CALC           PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * FECHAS DESDE/HASTA DE 073-DIAS-ENTRE, DESGLOSADAS PARA CONTAR  *
      * LOS DIAS CON ANIOS DE 360 Y MESES DE 30                        *
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

       01 WS-DIAS                 PIC S9(05)   VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
      * LOS REQUISITOS POR PUESTO Y LAS CERTIFICACIONES LOS MUEVE RH
      * (Y EL ADMINISTRADOR); LOS DEMAS ROLES SOLO CONSULTAN
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 015-CARGA-CATALOGOS THRU 015-FIN-CARGA-CATALOGOS
           OPEN I-O CERT-EMPLEADOS
           IF WS-FILE-STATUS-CEM = "35"
              OPEN OUTPUT CERT-EMPLEADOS
              CLOSE CERT-EMPLEADOS
              OPEN I-O CERT-EMPLEADOS
           END-IF
           IF WS-FILE-STATUS-CEM NOT = "00"
              DISPLAY "PROG0084: NO SE PUDO ABRIR 04-CERT-EMPLEADOS, "
                      "STATUS " WS-FILE-STATUS-CEM
              GOBACK
           END-IF
           PERFORM 020-MENU.

      * -------------------------------------------------------------- *
      * 015-CARGA-CATALOGOS - LEE 04-PUESTOS Y 04-CERTIFICACIONES (VER *
      *                       PROG0010) Y LOS REQUISITOS POR PUESTO DE *
      *                       04-CERT-PUESTO, Y LLENA LAS TABLAS       *
      * -------------------------------------------------------------- *
       015-CARGA-CATALOGOS.
           SET WS-IX-PUESTO TO 1
           OPEN INPUT PUESTOS-CFG
           IF WS-FILE-STATUS-PUESTOS NOT = "00"
              DISPLAY "PROG0084: NO SE PUDO ABRIR 04-PUESTOS: "
                      WS-FILE-STATUS-PUESTOS
              GO TO 0153-ABRE-CERTIF-CAT
           END-IF
           GO TO 0151-LEE-PUESTO-CAT.

       0151-LEE-PUESTO-CAT.
           IF WS-IX-PUESTO > 10
              GO TO 0152-FIN-LEE-PUESTO-CAT
           END-IF
           READ PUESTOS-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-PUESTOS
                   GO TO 0152-FIN-LEE-PUESTO-CAT
           END-READ
           MOVE REG-PUESTO-CAT-COD
                     TO WS-TAB-PUESTO-COD (WS-IX-PUESTO)
           MOVE REG-PUESTO-CAT-NOM
                     TO WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
           SET WS-IX-PUESTO UP BY 1
           GO TO 0151-LEE-PUESTO-CAT.

       0152-FIN-LEE-PUESTO-CAT.
           CLOSE PUESTOS-CFG.

       0153-ABRE-CERTIF-CAT.
           SET WS-IX-CERT TO 1
           OPEN INPUT CERTIF-CFG
           IF WS-FILE-STATUS-CERTIF NOT = "00"
              DISPLAY "PROG0084: NO SE PUDO ABRIR 04-CERTIFICACIONES: "
                      WS-FILE-STATUS-CERTIF
              GO TO 0156-ABRE-CERT-REQ
           END-IF
           GO TO 0154-LEE-CERTIF-CAT.

       0154-LEE-CERTIF-CAT.
           IF WS-IX-CERT > 20
              GO TO 0155-FIN-LEE-CERTIF-CAT
           END-IF
           READ CERTIF-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-CERTIF
                   GO TO 0155-FIN-LEE-CERTIF-CAT
           END-READ
           MOVE REG-CERT-CAT-COD
                     TO WS-TAB-CERT-COD (WS-IX-CERT)
           MOVE REG-CERT-CAT-NOM
                     TO WS-TAB-CERT-NOM (WS-IX-CERT)
           MOVE REG-CERT-CAT-VIGENCIA
                     TO WS-TAB-CERT-VIGENCIA (WS-IX-CERT)
           SET WS-IX-CERT UP BY 1
           GO TO 0154-LEE-CERTIF-CAT.

       0155-FIN-LEE-CERTIF-CAT.
           CLOSE CERTIF-CFG.

      * MIENTRAS NO EXISTA 04-CERT-PUESTO NINGUN PUESTO TIENE
      * REQUISITOS; EL ARCHIVO NACE CON EL PRIMERO QUE SE AGREGUE
       0156-ABRE-CERT-REQ.
           MOVE ZEROS TO WS-CANT-CRQ
           OPEN INPUT CERT-REQ-CFG
           IF WS-FILE-STATUS-CRQ = "35"
              GO TO 015-FIN-CARGA-CATALOGOS
           END-IF
           IF WS-FILE-STATUS-CRQ NOT = "00"
              DISPLAY "PROG0084: NO SE PUDO ABRIR 04-CERT-PUESTO: "
                      WS-FILE-STATUS-CRQ
              GO TO 015-FIN-CARGA-CATALOGOS
           END-IF
           GO TO 0157-LEE-CERT-REQ.

       0157-LEE-CERT-REQ.
           IF WS-CANT-CRQ >= 100
              GO TO 0158-FIN-LEE-CERT-REQ
           END-IF
           READ CERT-REQ-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-CRQ
                   GO TO 0158-FIN-LEE-CERT-REQ
           END-READ
           ADD 1 TO WS-CANT-CRQ
           MOVE REG-CRQ-PUESTO TO WS-TAB-CRQ-PUESTO (WS-CANT-CRQ)
           MOVE REG-CRQ-CERT   TO WS-TAB-CRQ-CERT (WS-CANT-CRQ)
           GO TO 0157-LEE-CERT-REQ.

       0158-FIN-LEE-CERT-REQ.
           CLOSE CERT-REQ-CFG.

       015-FIN-CARGA-CATALOGOS.
           CONTINUE.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- CAPACITACION Y CERTIFICACIONES -----"
           DISPLAY "1) AGREGA CERTIFICACION OBLIGATORIA A UN PUESTO"
           DISPLAY "2) QUITA CERTIFICACION OBLIGATORIA DE UN PUESTO"
           DISPLAY "3) LISTA OBLIGATORIAS DE UN PUESTO"
           DISPLAY "4) REGISTRA / RENUEVA CERTIFICACION DE EMPLEADO"
           DISPLAY "5) QUITA CERTIFICACION DE EMPLEADO"
           DISPLAY "6) CONSULTA EMPLEADO"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           IF WS-MENU-OPCION NOT = 3
              AND WS-MENU-OPCION NOT = 6
              AND NOT WS-FIR-RECURSOS-HUMANOS
              AND NOT WS-FIR-ADMINISTRADOR
                 DISPLAY "SOLO RH PUEDE MODIFICAR LAS CERTIFICACIONES"
                 GO TO 020-MENU
           END-IF
           GO TO 030-AGREGA-REQUISITO
                 035-QUITA-REQUISITO
                 040-LISTA-REQUISITOS
                 050-REGISTRA-CERT
                 055-QUITA-CERT
                 060-CONSULTA
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 030-AGREGA-REQUISITO - UN PUESTO DEL CATALOGO MAS UNA          *
      *                CERTIFICACION DEL CATALOGO; 04-CERT-PUESTO SE   *
      *                REESCRIBE COMPLETO EN CADA CAMBIO (COMO LOS     *
      *                CATALOGOS DE PROG0010)                          *
      * -------------------------------------------------------------- *
       030-AGREGA-REQUISITO.
           IF WS-CANT-CRQ >= 100
              DISPLAY "TABLA LLENA, NO CABEN MAS REQUISITOS"
              GO TO 020-MENU
           END-IF
           PERFORM 032-PIDE-PUESTO-CERT
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 020-MENU
           END-IF
           PERFORM 085-BUSCA-REQUISITO THRU 085-FIN-BUSCA-REQUISITO
           IF WS-ENCONTRADO
              DISPLAY "EL PUESTO YA TIENE ESA CERTIFICACION OBLIGATORIA"
              GO TO 020-MENU
           END-IF
           ADD 1 TO WS-CANT-CRQ
           MOVE WS-CAP-PUESTO TO WS-TAB-CRQ-PUESTO (WS-CANT-CRQ)
           MOVE WS-CAP-CERT   TO WS-TAB-CRQ-CERT (WS-CANT-CRQ)
           PERFORM 080-GRABA-REQUISITOS THRU 080-FIN-GRABA-REQUISITOS
           DISPLAY "PUESTO " WS-CAP-PUESTO " REQUIERE AHORA "
                   WS-CAP-CERT " " WS-NOM-CERT
           GO TO 020-MENU.

       032-PIDE-PUESTO-CERT.
           MOVE "S"    TO WS-SW-DATOS-OK
           MOVE SPACES TO WS-MOTIVO-INVALIDO
           DISPLAY "PUESTO           : "
           ACCEPT WS-CAP-PUESTO
           DISPLAY "CERTIFICACION    : "
           ACCEPT WS-CAP-CERT
           SET WS-IX-PUESTO TO 1
           SEARCH ALL WS-TAB-PUESTO
               AT END
                   MOVE "N"                TO WS-SW-DATOS-OK
                   MOVE "PUESTO NO EXISTE" TO WS-MOTIVO-INVALIDO
               WHEN WS-TAB-PUESTO-COD (WS-IX-PUESTO) = WS-CAP-PUESTO
                   CONTINUE
           END-SEARCH
           PERFORM 075-BUSCA-CERT
           IF NOT WS-ENCONTRADO
              MOVE "N"                       TO WS-SW-DATOS-OK
              MOVE "CERTIFICACION NO EXISTE" TO WS-MOTIVO-INVALIDO
           END-IF.

       035-QUITA-REQUISITO.
           PERFORM 032-PIDE-PUESTO-CERT
           PERFORM 085-BUSCA-REQUISITO THRU 085-FIN-BUSCA-REQUISITO
           IF NOT WS-ENCONTRADO
              DISPLAY "EL PUESTO NO TIENE ESA CERTIFICACION OBLIGATORIA"
              GO TO 020-MENU
           END-IF
           PERFORM 087-RECORRE-REQUISITO
               VARYING WS-IX-AUX FROM WS-POS-CRQ BY 1
               UNTIL WS-IX-AUX >= WS-CANT-CRQ
           MOVE 99  TO WS-TAB-CRQ-PUESTO (WS-CANT-CRQ)
           MOVE 999 TO WS-TAB-CRQ-CERT (WS-CANT-CRQ)
           SUBTRACT 1 FROM WS-CANT-CRQ
           PERFORM 080-GRABA-REQUISITOS THRU 080-FIN-GRABA-REQUISITOS
           DISPLAY "PUESTO " WS-CAP-PUESTO " YA NO REQUIERE "
                   WS-CAP-CERT
           GO TO 020-MENU.

       040-LISTA-REQUISITOS.
           DISPLAY "PUESTO: "
           ACCEPT WS-CAP-PUESTO
           MOVE ZEROS TO WS-CONT-CERT
           PERFORM 041-MUESTRA-REQUISITO
               VARYING WS-IX-CRQ FROM 1 BY 1
               UNTIL WS-IX-CRQ > WS-CANT-CRQ
           IF WS-CONT-CERT = ZEROS
              DISPLAY "EL PUESTO NO TIENE CERTIFICACIONES OBLIGATORIAS"
           END-IF
           GO TO 020-MENU.

       041-MUESTRA-REQUISITO.
           IF WS-TAB-CRQ-PUESTO (WS-IX-CRQ) = WS-CAP-PUESTO
              ADD 1 TO WS-CONT-CERT
              MOVE WS-TAB-CRQ-CERT (WS-IX-CRQ) TO WS-CAP-CERT
              PERFORM 075-BUSCA-CERT
              DISPLAY WS-CAP-CERT " " WS-NOM-CERT
                      " VIGENCIA " WS-VIGENCIA-CERT " MESES"
           END-IF.

      * -------------------------------------------------------------- *
      * 050-REGISTRA-CERT - ALTA DE LA CERTIFICACION DE UN EMPLEADO    *
      *                ACTIVO; SI YA LA TENIA ES UNA RENOVACION Y SE   *
      *                REEMPLAZAN LAS FECHAS. SIN FECHA DE OBTENCION   *
      *                SE TOMA LA DE HOY                               *
      * -------------------------------------------------------------- *
       050-REGISTRA-CERT.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           PERFORM 090-LEE-EMPLEADO
           IF NOT WS-EMPLEADO-OK
              DISPLAY "EMPLEADO NO ENCONTRADO: " WS-CAP-EMPLEADO
              GO TO 020-MENU
           END-IF
           IF WS-EMP-STATUS = 3
              DISPLAY "EL EMPLEADO ESTA DADO DE BAJA"
              GO TO 020-MENU
           END-IF
           DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
           DISPLAY "CERTIFICACION: "
           ACCEPT WS-CAP-CERT
           PERFORM 075-BUSCA-CERT
           IF NOT WS-ENCONTRADO
              DISPLAY "CERTIFICACION NO EXISTE: " WS-CAP-CERT
              GO TO 020-MENU
           END-IF
           DISPLAY "CERTIFICACION: " WS-NOM-CERT
           MOVE WS-EMP-PUESTO TO WS-CAP-PUESTO
           PERFORM 085-BUSCA-REQUISITO THRU 085-FIN-BUSCA-REQUISITO
           IF NOT WS-ENCONTRADO
              DISPLAY "(NO ES OBLIGATORIA PARA SU PUESTO, SE REGISTRA "
                      "DE TODOS MODOS)"
           END-IF
           DISPLAY "FECHA DE OBTENCION AAAAMMDD (VACIO = HOY): "
           MOVE ZEROS TO WS-CAP-FECHA-OBTENCION
           ACCEPT WS-CAP-FECHA-OBTENCION
           IF WS-CAP-FECHA-OBTENCION = ZEROS
              MOVE WS-FECHA-HOY-CCYYMMDD TO WS-CAP-FECHA-OBTENCION
           END-IF
           MOVE WS-CAP-FECHA-OBTENCION TO WS-FECHA-VENCE
           IF WS-CAP-FECHA-OBTENCION NOT NUMERIC
              OR WS-CAP-FECHA-OBTENCION > WS-FECHA-HOY-CCYYMMDD
              OR WS-FV-MES < 1 OR WS-FV-MES > 12
              OR WS-FV-DIA < 1 OR WS-FV-DIA > 31
                 DISPLAY "FECHA DE OBTENCION INVALIDA"
                 GO TO 020-MENU
           END-IF
           PERFORM 070-CALCULA-VENCE
           IF WS-FECHA-VENCE = ZEROS
              DISPLAY "LA CERTIFICACION NO VENCE"
           ELSE
              DISPLAY "VENCE EL " WS-FECHA-VENCE
           END-IF
           DISPLAY "FECHA DE VENCIMIENTO AAAAMMDD (VACIO = LA "
                   "CALCULADA): "
           MOVE ZEROS TO WS-CAP-FECHA-VENCE
           ACCEPT WS-CAP-FECHA-VENCE
           IF WS-CAP-FECHA-VENCE = ZEROS
              MOVE WS-FECHA-VENCE TO WS-CAP-FECHA-VENCE
           END-IF
           IF WS-CAP-FECHA-VENCE NOT = ZEROS
              AND WS-CAP-FECHA-VENCE NOT > WS-CAP-FECHA-OBTENCION
                 DISPLAY "EL VENCIMIENTO DEBE SER POSTERIOR A LA "
                         "OBTENCION"
                 GO TO 020-MENU
           END-IF
           DISPLAY "FOLIO DE LA CONSTANCIA: "
           MOVE SPACES TO WS-CAP-CONSTANCIA
           ACCEPT WS-CAP-CONSTANCIA
           MOVE WS-CAP-EMPLEADO TO REG-CEM-EMPLEADO
           MOVE WS-CAP-CERT     TO REG-CEM-CERT
           READ CERT-EMPLEADOS
               INVALID KEY
                   GO TO 052-ALTA-CERT
           END-READ
           PERFORM 053-MUEVE-CAPTURA
           REWRITE REG-CERT-EMPLEADO
               INVALID KEY
                   DISPLAY "NO SE PUDO RENOVAR: " WS-FILE-STATUS-CEM
                   GO TO 020-MENU
           END-REWRITE
           DISPLAY "CERTIFICACION RENOVADA"
           GO TO 020-MENU.

       052-ALTA-CERT.
           MOVE WS-CAP-EMPLEADO TO REG-CEM-EMPLEADO
           MOVE WS-CAP-CERT     TO REG-CEM-CERT
           PERFORM 053-MUEVE-CAPTURA
           WRITE REG-CERT-EMPLEADO
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR: " WS-FILE-STATUS-CEM
                   GO TO 020-MENU
           END-WRITE
           DISPLAY "CERTIFICACION REGISTRADA"
           GO TO 020-MENU.

       053-MUEVE-CAPTURA.
           MOVE WS-CAP-FECHA-OBTENCION TO REG-CEM-FECHA-OBTENCION
           MOVE WS-CAP-FECHA-VENCE     TO REG-CEM-FECHA-VENCE
           MOVE WS-CAP-CONSTANCIA      TO REG-CEM-CONSTANCIA
           MOVE WS-FECHA-HOY-CCYYMMDD  TO REG-CEM-FECHA-REGISTRO
           MOVE WS-FIR-ID              TO REG-CEM-USUARIO.

      * -------------------------------------------------------------- *
      * 055-QUITA-CERT - PARA CORREGIR UN REGISTRO EQUIVOCADO; UNA     *
      *                CERTIFICACION QUE SIMPLEMENTE VENCIO SE DEJA    *
      *                COMO ESTA Y EL REPORTE LA MARCA VENCIDA         *
      * -------------------------------------------------------------- *
       055-QUITA-CERT.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           DISPLAY "CERTIFICACION     : "
           ACCEPT WS-CAP-CERT
           MOVE WS-CAP-EMPLEADO TO REG-CEM-EMPLEADO
           MOVE WS-CAP-CERT     TO REG-CEM-CERT
           READ CERT-EMPLEADOS
               INVALID KEY
                   DISPLAY "EL EMPLEADO NO TIENE ESA CERTIFICACION"
                   GO TO 020-MENU
           END-READ
           PERFORM 065-MUESTRA-CERT-EMP
           DISPLAY "CONFIRMA QUE SE QUITA (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "OPERACION ABORTADA"
              GO TO 020-MENU
           END-IF
           DELETE CERT-EMPLEADOS
               INVALID KEY
                   DISPLAY "NO SE PUDO QUITAR: " WS-FILE-STATUS-CEM
                   GO TO 020-MENU
           END-DELETE
           DISPLAY "CERTIFICACION QUITADA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 060-CONSULTA - LO QUE EL EMPLEADO TIENE (CON SU SITUACION A    *
      *                HOY) Y LAS OBLIGATORIAS DE SU PUESTO QUE LE     *
      *                FALTAN                                          *
      * -------------------------------------------------------------- *
       060-CONSULTA.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           PERFORM 090-LEE-EMPLEADO
           IF NOT WS-EMPLEADO-OK
              DISPLAY "EMPLEADO NO ENCONTRADO: " WS-CAP-EMPLEADO
              GO TO 020-MENU
           END-IF
           SET WS-IX-PUESTO TO 1
           SEARCH ALL WS-TAB-PUESTO
               AT END
                   MOVE "** SIN PUESTO **" TO WS-NOM-PUESTO
               WHEN WS-TAB-PUESTO-COD (WS-IX-PUESTO) = WS-EMP-PUESTO
                   MOVE WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
                                  TO WS-NOM-PUESTO
           END-SEARCH
           DISPLAY " "
           DISPLAY "EMPLEADO: " WS-CAP-EMPLEADO " " WS-EMP-NOMBRE
           DISPLAY "PUESTO  : " WS-EMP-PUESTO " " WS-NOM-PUESTO
           DISPLAY "--- CERTIFICACIONES REGISTRADAS ---"
           MOVE ZEROS TO WS-CONT-CERT
           MOVE WS-CAP-EMPLEADO TO REG-CEM-EMPLEADO
           MOVE ZEROS           TO REG-CEM-CERT
           START CERT-EMPLEADOS KEY NOT LESS THAN REG-CEM-LLAVE
               INVALID KEY
                   GO TO 062-FALTANTES
           END-START
           GO TO 061-LEE-CERT-EMP.

       061-LEE-CERT-EMP.
           READ CERT-EMPLEADOS NEXT RECORD
               AT END
                   GO TO 062-FALTANTES
           END-READ
           IF REG-CEM-EMPLEADO NOT = WS-CAP-EMPLEADO
              GO TO 062-FALTANTES
           END-IF
           ADD 1 TO WS-CONT-CERT
           PERFORM 065-MUESTRA-CERT-EMP
           GO TO 061-LEE-CERT-EMP.

       062-FALTANTES.
           IF WS-CONT-CERT = ZEROS
              DISPLAY "(NINGUNA)"
           END-IF
           DISPLAY "--- OBLIGATORIAS DEL PUESTO QUE LE FALTAN ---"
           MOVE ZEROS TO WS-CONT-FALTAN
           PERFORM 063-REVISA-FALTANTE
               VARYING WS-IX-CRQ FROM 1 BY 1
               UNTIL WS-IX-CRQ > WS-CANT-CRQ
           IF WS-CONT-FALTAN = ZEROS
              DISPLAY "(NINGUNA)"
           END-IF
           GO TO 020-MENU.

       063-REVISA-FALTANTE.
           IF WS-TAB-CRQ-PUESTO (WS-IX-CRQ) = WS-EMP-PUESTO
              MOVE WS-CAP-EMPLEADO             TO REG-CEM-EMPLEADO
              MOVE WS-TAB-CRQ-CERT (WS-IX-CRQ) TO REG-CEM-CERT
              READ CERT-EMPLEADOS
                  INVALID KEY
                      ADD 1 TO WS-CONT-FALTAN
                      MOVE REG-CEM-CERT TO WS-CAP-CERT
                      PERFORM 075-BUSCA-CERT
                      DISPLAY WS-CAP-CERT " " WS-NOM-CERT
              END-READ
           END-IF.

       065-MUESTRA-CERT-EMP.
           MOVE REG-CEM-CERT TO WS-CAP-CERT
           PERFORM 075-BUSCA-CERT
           PERFORM 072-SITUACION
           DISPLAY REG-CEM-CERT " " WS-NOM-CERT
           DISPLAY "    OBTENIDA " REG-CEM-FECHA-OBTENCION
                   "  VENCE " REG-CEM-FECHA-VENCE
                   "  " WS-NOM-SITUACION
                   "  FOLIO " REG-CEM-CONSTANCIA.

      * -------------------------------------------------------------- *
      * 070-CALCULA-VENCE - WS-FECHA-VENCE TRAE LA FECHA DE OBTENCION; *
      *                LE SUMA LOS MESES DE VIGENCIA DEL CATALOGO. UN  *
      *                DIA QUE NO EXISTE EN EL MES DESTINO SE RECORTA  *
      *                AL ULTIMO DEL MES. SIN VIGENCIA QUEDA EN CEROS  *
      * -------------------------------------------------------------- *
       070-CALCULA-VENCE.
           IF WS-VIGENCIA-CERT = ZEROS
              MOVE ZEROS TO WS-FECHA-VENCE
           ELSE
              COMPUTE WS-MESES-CALC = WS-FV-MES - 1 + WS-VIGENCIA-CERT
              DIVIDE WS-MESES-CALC BY 12 GIVING WS-ANIOS-CALC
                     REMAINDER WS-MESES-CALC
              ADD WS-ANIOS-CALC TO WS-FV-ANIO
              COMPUTE WS-FV-MES = WS-MESES-CALC + 1
              IF WS-FV-MES = 2 AND WS-FV-DIA > 28
                 MOVE 28 TO WS-FV-DIA
              END-IF
              IF WS-FV-DIA > 30
                 AND (WS-FV-MES = 4 OR WS-FV-MES = 6
                      OR WS-FV-MES = 9 OR WS-FV-MES = 11)
                    MOVE 30 TO WS-FV-DIA
              END-IF
           END-IF.

      * -------------------------------------------------------------- *
      * 072-SITUACION - VENCIDA, POR VENCER (DENTRO DE WS-DIAS-AVISO), *
      *                VIGENTE O SIN VENCIMIENTO, A LA FECHA DE HOY    *
      * -------------------------------------------------------------- *
       072-SITUACION.
           MOVE "VIGENTE" TO WS-NOM-SITUACION
           IF REG-CEM-FECHA-VENCE = ZEROS
              MOVE "SIN VENCIMIENTO" TO WS-NOM-SITUACION
           ELSE
              IF REG-CEM-FECHA-VENCE < WS-FECHA-HOY-CCYYMMDD
                 MOVE "VENCIDA" TO WS-NOM-SITUACION
              ELSE
                 MOVE WS-FECHA-HOY-CCYYMMDD TO WS-FECHA-DESDE
                 MOVE REG-CEM-FECHA-VENCE   TO WS-FECHA-HASTA
                 PERFORM 073-DIAS-ENTRE
                 IF WS-DIAS NOT > WS-DIAS-AVISO
                    MOVE "POR VENCER" TO WS-NOM-SITUACION
                 END-IF
              END-IF
           END-IF.

      * -------------------------------------------------------------- *
      * 073-DIAS-ENTRE - DIAS DE WS-FECHA-DESDE A WS-FECHA-HASTA CON   *
      *                ANIOS DE 360 DIAS Y MESES DE 30 (PROG0046)      *
      * -------------------------------------------------------------- *
       073-DIAS-ENTRE.
           COMPUTE WS-DIAS =
                   ((WS-FH-ANIO - WS-FD-ANIO) * 360)
                   + ((WS-FH-MES - WS-FD-MES) * 30)
                   + (WS-FH-DIA - WS-FD-DIA)
           IF WS-DIAS < ZEROS
              MOVE ZEROS TO WS-DIAS
           END-IF.

       075-BUSCA-CERT.
           MOVE "N"    TO WS-SW-ENCONTRADO
           MOVE "** CERT. NO REGISTRADA **" TO WS-NOM-CERT
           MOVE ZEROS  TO WS-VIGENCIA-CERT
           SET WS-IX-CERT TO 1
           SEARCH ALL WS-TAB-CERT
               AT END
                   CONTINUE
               WHEN WS-TAB-CERT-COD (WS-IX-CERT) = WS-CAP-CERT
                   MOVE "S" TO WS-SW-ENCONTRADO
                   MOVE WS-TAB-CERT-NOM (WS-IX-CERT) TO WS-NOM-CERT
                   MOVE WS-TAB-CERT-VIGENCIA (WS-IX-CERT)
                                          TO WS-VIGENCIA-CERT
           END-SEARCH.

      * -------------------------------------------------------------- *
      * 080-GRABA-REQUISITOS - REESCRIBE 04-CERT-PUESTO COMPLETO DESDE *
      *                WS-TABLA-CERT-REQ                               *
      * -------------------------------------------------------------- *
       080-GRABA-REQUISITOS.
           OPEN OUTPUT CERT-REQ-CFG
           IF WS-FILE-STATUS-CRQ NOT = "00"
              DISPLAY "NO SE PUDO GRABAR 04-CERT-PUESTO: "
                      WS-FILE-STATUS-CRQ
              GO TO 080-FIN-GRABA-REQUISITOS
           END-IF
           PERFORM 081-ESCRIBE-REQUISITO
               VARYING WS-IX-CRQ FROM 1 BY 1
               UNTIL WS-IX-CRQ > WS-CANT-CRQ
           CLOSE CERT-REQ-CFG.

       080-FIN-GRABA-REQUISITOS.
           CONTINUE.

       081-ESCRIBE-REQUISITO.
           MOVE WS-TAB-CRQ-PUESTO (WS-IX-CRQ) TO REG-CRQ-PUESTO
           MOVE WS-TAB-CRQ-CERT (WS-IX-CRQ)   TO REG-CRQ-CERT
           WRITE REG-CERT-REQ.

      * -------------------------------------------------------------- *
      * 085-BUSCA-REQUISITO - DEJA EN WS-POS-CRQ EL RENGLON DE LA      *
      *                TABLA CON WS-CAP-PUESTO + WS-CAP-CERT           *
      * -------------------------------------------------------------- *
       085-BUSCA-REQUISITO.
           MOVE "N" TO WS-SW-ENCONTRADO
           MOVE 1   TO WS-POS-CRQ
           GO TO 0851-REVISA-REQUISITO.

       0851-REVISA-REQUISITO.
           IF WS-POS-CRQ > WS-CANT-CRQ
              GO TO 085-FIN-BUSCA-REQUISITO
           END-IF
           IF WS-TAB-CRQ-PUESTO (WS-POS-CRQ) = WS-CAP-PUESTO
              AND WS-TAB-CRQ-CERT (WS-POS-CRQ) = WS-CAP-CERT
                 MOVE "S" TO WS-SW-ENCONTRADO
                 GO TO 085-FIN-BUSCA-REQUISITO
           END-IF
           ADD 1 TO WS-POS-CRQ
           GO TO 0851-REVISA-REQUISITO.

       085-FIN-BUSCA-REQUISITO.
           EXIT.

       087-RECORRE-REQUISITO.
           MOVE WS-TAB-CRQ (WS-IX-AUX + 1) TO WS-TAB-CRQ (WS-IX-AUX).

       090-LEE-EMPLEADO.
           MOVE "N" TO WS-SW-EMPLEADO-OK
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP = "00"
              MOVE WS-CAP-EMPLEADO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-SW-EMPLEADO-OK
                      MOVE REG-EMP-NOMBRE TO WS-EMP-NOMBRE
                      MOVE REG-EMP-STATUS TO WS-EMP-STATUS
                      MOVE REG-EMP-PUESTO TO WS-EMP-PUESTO
              END-READ
              CLOSE EMPLEADOS
           END-IF.

       100-FIN.
           CLOSE CERT-EMPLEADOS
           GOBACK.

       END PROGRAM PROG0084.
