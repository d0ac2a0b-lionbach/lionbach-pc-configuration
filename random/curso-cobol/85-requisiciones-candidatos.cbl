       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0082.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: REQUISICIONES DE PERSONAL Y SEGUIMIENTO DE SUS       *
      *           CANDIDATOS. UNA REQUISICION (04-REQUISICIONES, VER   *
      *           WREQFD) SE ABRE CONTRA UNA PLAZA VACANTE DE          *
      *           04-PLAZAS O CONTRA UN DEPTO Y PUESTO; SUS CANDIDATOS *
      *           (04-CANDIDATOS, VER WCANFD) PASAN POR LAS ETAPAS     *
      *           SOLICITO, ENTREVISTADO, OFERTADO Y ACEPTO O DECLINO, *
      *           CADA UNA CON SU FECHA. CUANDO UN CANDIDATO ACEPTA SE *
      *           ESCRIBE SU RENGLON EN 04-ALTAS-MASIVAS PARA LA       *
      *           SIGUIENTE CORRIDA DE PROG0018 (QUE LO VALIDA, LO DA  *
      *           DE ALTA Y LE ASIGNA LA PLAZA) Y LA REQUISICION QUEDA *
      *           CUBIERTA. PROG0083 SACA EL TIEMPO DE COBERTURA DE    *
      *           LAS FECHAS DE ETAPA                                  *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISICIONES ASSIGN TO "04-REQUISICIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-REQ-NUMERO
           FILE STATUS IS WS-FILE-STATUS-REQ.
           SELECT CANDIDATOS ASSIGN TO "04-CANDIDATOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-CAN-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CAN.
           SELECT PLAZAS ASSIGN TO "04-PLAZAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-PLZ-NUMERO
           FILE STATUS IS WS-FILE-STATUS-PLZ.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT ALTAS-CFG ASSIGN TO "04-ALTAS-MASIVAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-ALTAS.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT PUESTOS-CFG ASSIGN TO "04-PUESTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PUESTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISICIONES
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WREQFD.
       FD  CANDIDATOS
           RECORD CONTAINS 114 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCANFD.
       FD  PLAZAS
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPLZFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  ALTAS-CFG
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WALTAFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  PUESTOS-CFG
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPUESFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.
       COPY WEMPRWS.
       COPY WDEPTOS.
       COPY WPUESTOS.

       01 WS-FILE-STATUS-REQ      PIC X(02).
       01 WS-FILE-STATUS-CAN      PIC X(02).
       01 WS-FILE-STATUS-PLZ      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-ALTAS    PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-PUESTOS  PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-DEPTOS    PIC X(01)    VALUE "N".
           05 WS-SW-FIN-PUESTOS   PIC X(01)    VALUE "N".
           05 WS-SW-REQ-DE-PLAZA  PIC X(01)    VALUE "N".
               88 WS-HAY-REQ-DE-PLAZA         VALUE "S".

       01 WS-CONTROL-VALIDA.
           05 WS-SW-DATOS-OK      PIC X(01)    VALUE "S".
               88 WS-DATOS-VALIDOS         VALUE "S".
           05 WS-MOTIVO-INVALIDO  PIC X(30)    VALUE SPACES.

       01 WS-CAPTURA-REQUISICION.
           05 WS-CAP-REQUISICION  PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-PLAZA        PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-DEPTO        PIC 9(03)    VALUE ZEROS.
           05 WS-CAP-PUESTO       PIC 9(02)    VALUE ZEROS.
           05 WS-CAP-SALARIO      PIC 9(07)V99  VALUE ZEROS.
           05 WS-CAP-EMPRESA      PIC X(02)    VALUE SPACES.
           05 WS-CAP-GRUPO-PAGO   PIC X(02)    VALUE SPACES.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

       01 WS-CAPTURA-CANDIDATO.
           05 WS-CAP-SECUENCIA    PIC 9(03)    VALUE ZEROS.
           05 WS-CAP-NOMBRE       PIC X(30)    VALUE SPACES.
           05 WS-CAP-RFC          PIC X(13)    VALUE SPACES.
           05 WS-CAP-FECHA-NAC    PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-ETAPA        PIC X(01)    VALUE SPACES.
           05 WS-CAP-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-EMPLEADO     PIC 9(05)    VALUE ZEROS.

       01 WS-RFC-VALIDO           PIC X(01)    VALUE "N".
       01 WS-NOM-DEPTO            PIC X(20).
       01 WS-NOM-PUESTO           PIC X(20).
       01 WS-NOM-ESTADO           PIC X(10).
       01 WS-NOM-ETAPA            PIC X(12).
       01 WS-ED-SALARIO           PIC Z,ZZZ,ZZ9.99.

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

       PROCEDURE DIVISION.
       010-INICIO.
      * ABRIR Y MOVER REQUISICIONES ES DE RH (Y DEL ADMINISTRADOR);
      * LOS DEMAS ROLES SOLO CONSULTAN
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 015-CARGA-CATALOGOS THRU 015-FIN-CARGA-CATALOGOS
           OPEN I-O REQUISICIONES
           IF WS-FILE-STATUS-REQ = "35"
              OPEN OUTPUT REQUISICIONES
              CLOSE REQUISICIONES
              OPEN I-O REQUISICIONES
           END-IF
           IF WS-FILE-STATUS-REQ NOT = "00"
              DISPLAY "PROG0082: NO SE PUDO ABRIR 04-REQUISICIONES, "
                      "STATUS " WS-FILE-STATUS-REQ
              GOBACK
           END-IF
           OPEN I-O CANDIDATOS
           IF WS-FILE-STATUS-CAN = "35"
              OPEN OUTPUT CANDIDATOS
              CLOSE CANDIDATOS
              OPEN I-O CANDIDATOS
           END-IF
           IF WS-FILE-STATUS-CAN NOT = "00"
              DISPLAY "PROG0082: NO SE PUDO ABRIR 04-CANDIDATOS, "
                      "STATUS " WS-FILE-STATUS-CAN
              CLOSE REQUISICIONES
              GOBACK
           END-IF
           PERFORM 020-MENU.

      * -------------------------------------------------------------- *
      * 015-CARGA-CATALOGOS - LEE 04-DEPTOS Y 04-PUESTOS Y LLENA LAS   *
      *                       TABLAS EN MEMORIA (VER PROG0010 PARA     *
      *                       MANTENER LOS CATALOGOS)                  *
      * -------------------------------------------------------------- *
       015-CARGA-CATALOGOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0082: NO SE PUDO ABRIR 04-DEPTOS: "
                      WS-FILE-STATUS-DEPTOS
              GO TO 0153-ABRE-PUESTOS-CAT
           END-IF
           GO TO 0151-LEE-DEPTO-CAT.

       0151-LEE-DEPTO-CAT.
           IF WS-IX-DEPTO > 10
              GO TO 0152-FIN-LEE-DEPTO-CAT
           END-IF
           READ DEPTOS-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-DEPTOS
                   GO TO 0152-FIN-LEE-DEPTO-CAT
           END-READ
           MOVE REG-DEPTO-CAT-COD
                     TO WS-TAB-DEPTO-COD (WS-IX-DEPTO)
           MOVE REG-DEPTO-CAT-NOM
                     TO WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
           SET WS-IX-DEPTO UP BY 1
           GO TO 0151-LEE-DEPTO-CAT.

       0152-FIN-LEE-DEPTO-CAT.
           CLOSE DEPTOS-CFG.

       0153-ABRE-PUESTOS-CAT.
           SET WS-IX-PUESTO TO 1
           OPEN INPUT PUESTOS-CFG
           IF WS-FILE-STATUS-PUESTOS NOT = "00"
              DISPLAY "PROG0082: NO SE PUDO ABRIR 04-PUESTOS: "
                      WS-FILE-STATUS-PUESTOS
              GO TO 015-FIN-CARGA-CATALOGOS
           END-IF
           GO TO 0154-LEE-PUESTO-CAT.

       0154-LEE-PUESTO-CAT.
           IF WS-IX-PUESTO > 10
              GO TO 0155-FIN-LEE-PUESTO-CAT
           END-IF
           READ PUESTOS-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-PUESTOS
                   GO TO 0155-FIN-LEE-PUESTO-CAT
           END-READ
           MOVE REG-PUESTO-CAT-COD
                     TO WS-TAB-PUESTO-COD (WS-IX-PUESTO)
           MOVE REG-PUESTO-CAT-NOM
                     TO WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
           SET WS-IX-PUESTO UP BY 1
           GO TO 0154-LEE-PUESTO-CAT.

       0155-FIN-LEE-PUESTO-CAT.
           CLOSE PUESTOS-CFG.

       015-FIN-CARGA-CATALOGOS.
           CONTINUE.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- REQUISICIONES Y CANDIDATOS -----"
           DISPLAY "1) ABRE REQUISICION"
           DISPLAY "2) CANCELA REQUISICION"
           DISPLAY "3) REGISTRA CANDIDATO"
           DISPLAY "4) AVANZA ETAPA DE CANDIDATO"
           DISPLAY "5) CONSULTA REQUISICION"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           IF WS-MENU-OPCION NOT = 5
              AND NOT WS-FIR-RECURSOS-HUMANOS
              AND NOT WS-FIR-ADMINISTRADOR
                 DISPLAY "SOLO RH PUEDE MOVER REQUISICIONES"
                 GO TO 020-MENU
           END-IF
           GO TO 030-ABRE-REQUISICION
                 040-CANCELA-REQUISICION
                 050-REGISTRA-CANDIDATO
                 060-AVANZA-ETAPA
                 070-CONSULTA
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 030-ABRE-REQUISICION - CON PLAZA, EL DEPTO, PUESTO Y SALARIO   *
      *                SALEN DE LA PLAZA, QUE DEBE ESTAR VACANTE Y SIN *
      *                OTRA REQUISICION ABIERTA; SIN PLAZA SE CAPTURAN *
      * -------------------------------------------------------------- *
       030-ABRE-REQUISICION.
           DISPLAY " "
           DISPLAY "----- ABRE REQUISICION -----"
           DISPLAY "NUMERO DE REQUISICION: "
           ACCEPT WS-CAP-REQUISICION
           IF WS-CAP-REQUISICION = ZEROS
              DISPLAY "NUMERO DE REQUISICION INVALIDO"
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-REQUISICION TO REG-REQ-NUMERO
           READ REQUISICIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "YA EXISTE UNA REQUISICION CON ESE NUMERO"
                   GO TO 020-MENU
           END-READ
           MOVE ZEROS TO WS-CAP-PLAZA
           DISPLAY "PLAZA (VACIO = SIN PLAZA, POR DEPTO Y PUESTO): "
           ACCEPT WS-CAP-PLAZA
           IF WS-CAP-PLAZA NOT = ZEROS
              PERFORM 032-TOMA-DATOS-PLAZA THRU 032-FIN-TOMA-DATOS-PLAZA
              IF NOT WS-DATOS-VALIDOS
                 DISPLAY "PLAZA INVALIDA: " WS-MOTIVO-INVALIDO
                 GO TO 020-MENU
              END-IF
              PERFORM 034-BUSCA-REQ-DE-PLAZA
                  THRU 034-FIN-BUSCA-REQ-DE-PLAZA
              IF WS-HAY-REQ-DE-PLAZA
                 DISPLAY "LA PLAZA YA TIENE LA REQUISICION ABIERTA "
                         REG-REQ-NUMERO
                 GO TO 020-MENU
              END-IF
           ELSE
              DISPLAY "DEPARTAMENTO      : "
              ACCEPT WS-CAP-DEPTO
              DISPLAY "PUESTO            : "
              ACCEPT WS-CAP-PUESTO
              DISPLAY "SALARIO MENSUAL   : "
              ACCEPT WS-CAP-SALARIO
           END-IF
           PERFORM 090-VALIDA-DATOS
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 020-MENU
           END-IF
           MOVE SPACES TO WS-CAP-EMPRESA
           DISPLAY "EMPRESA (VACIO = 01): "
           ACCEPT WS-CAP-EMPRESA
           IF WS-CAP-EMPRESA = SPACES
              MOVE "01"           TO WS-CAP-EMPRESA
           END-IF
           MOVE WS-CAP-EMPRESA    TO WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           IF NOT WS-EMPRESA-OK
              DISPLAY "EMPRESA NO EXISTE: " WS-CAP-EMPRESA
              GO TO 020-MENU
           END-IF
           MOVE SPACES TO WS-CAP-GRUPO-PAGO
           DISPLAY "GRUPO DE PAGO (VACIO = 01): "
           ACCEPT WS-CAP-GRUPO-PAGO
           IF WS-CAP-GRUPO-PAGO = SPACES
              MOVE "01"           TO WS-CAP-GRUPO-PAGO
           END-IF
           MOVE WS-CAP-REQUISICION    TO REG-REQ-NUMERO
           MOVE WS-CAP-PLAZA          TO REG-REQ-PLAZA
           MOVE WS-CAP-DEPTO          TO REG-REQ-DEPTO
           MOVE WS-CAP-PUESTO         TO REG-REQ-PUESTO
           MOVE WS-CAP-SALARIO        TO REG-REQ-SALARIO
           MOVE WS-CAP-EMPRESA        TO REG-REQ-EMPRESA
           MOVE WS-CAP-GRUPO-PAGO     TO REG-REQ-GRUPO-PAGO
           MOVE "A"                   TO REG-REQ-ESTADO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-REQ-FECHA-APERTURA
           MOVE ZEROS                 TO REG-REQ-FECHA-CIERRE
                                         REG-REQ-CANDIDATOS
           MOVE WS-FIR-ID             TO REG-REQ-USUARIO
           WRITE REG-REQUISICION
               INVALID KEY
                   DISPLAY "NO SE PUDO ABRIR LA REQUISICION: "
                           WS-FILE-STATUS-REQ
                   GO TO 020-MENU
           END-WRITE
           DISPLAY "REQUISICION " WS-CAP-REQUISICION " ABIERTA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 032-TOMA-DATOS-PLAZA - LEE LA PLAZA DE 04-PLAZAS; DEBE ESTAR   *
      *                VACANTE. DE AHI SALEN EL DEPTO, PUESTO Y EL     *
      *                SALARIO PRESUPUESTADO                           *
      * -------------------------------------------------------------- *
       032-TOMA-DATOS-PLAZA.
           MOVE "S"    TO WS-SW-DATOS-OK
           MOVE SPACES TO WS-MOTIVO-INVALIDO
           OPEN INPUT PLAZAS
           IF WS-FILE-STATUS-PLZ NOT = "00"
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "NO SE PUDO ABRIR 04-PLAZAS" TO WS-MOTIVO-INVALIDO
              GO TO 032-FIN-TOMA-DATOS-PLAZA
           END-IF
           MOVE WS-CAP-PLAZA TO REG-PLZ-NUMERO
           READ PLAZAS
               INVALID KEY
                   MOVE "N" TO WS-SW-DATOS-OK
                   MOVE "LA PLAZA NO EXISTE" TO WS-MOTIVO-INVALIDO
           END-READ
           IF WS-DATOS-VALIDOS AND NOT REG-PLZ-VACANTE
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "LA PLAZA NO ESTA VACANTE" TO WS-MOTIVO-INVALIDO
           END-IF
           IF WS-DATOS-VALIDOS
              MOVE REG-PLZ-DEPTO   TO WS-CAP-DEPTO
              MOVE REG-PLZ-PUESTO  TO WS-CAP-PUESTO
              MOVE REG-PLZ-SALARIO TO WS-CAP-SALARIO
           END-IF
           CLOSE PLAZAS.

       032-FIN-TOMA-DATOS-PLAZA.
           EXIT.

      * -------------------------------------------------------------- *
      * 034-BUSCA-REQ-DE-PLAZA - RECORRE 04-REQUISICIONES BUSCANDO     *
      *                OTRA REQUISICION ABIERTA PARA LA MISMA PLAZA    *
      * -------------------------------------------------------------- *
       034-BUSCA-REQ-DE-PLAZA.
           MOVE "N"   TO WS-SW-REQ-DE-PLAZA
           MOVE ZEROS TO REG-REQ-NUMERO
           START REQUISICIONES KEY NOT LESS THAN REG-REQ-NUMERO
               INVALID KEY
                   GO TO 034-FIN-BUSCA-REQ-DE-PLAZA
           END-START
           GO TO 0341-LEE-REQUISICION.

       0341-LEE-REQUISICION.
           READ REQUISICIONES NEXT RECORD
               AT END
                   GO TO 034-FIN-BUSCA-REQ-DE-PLAZA
           END-READ
           IF REG-REQ-ABIERTA AND REG-REQ-PLAZA = WS-CAP-PLAZA
              MOVE "S" TO WS-SW-REQ-DE-PLAZA
              GO TO 034-FIN-BUSCA-REQ-DE-PLAZA
           END-IF
           GO TO 0341-LEE-REQUISICION.

       034-FIN-BUSCA-REQ-DE-PLAZA.
           EXIT.

      * -------------------------------------------------------------- *
      * 040-CANCELA-REQUISICION - UNA REQUISICION ABIERTA QUE YA NO SE *
      *                VA A CUBRIR. SE MARCA CANCELADA, NO SE BORRA    *
      * -------------------------------------------------------------- *
       040-CANCELA-REQUISICION.
           DISPLAY " "
           DISPLAY "----- CANCELA REQUISICION -----"
           PERFORM 075-LEE-REQUISICION
           IF WS-FILE-STATUS-REQ NOT = "00"
              GO TO 020-MENU
           END-IF
           IF NOT REG-REQ-ABIERTA
              DISPLAY "SOLO SE CANCELA UNA REQUISICION ABIERTA"
              GO TO 020-MENU
           END-IF
           PERFORM 080-MUESTRA-REQUISICION
           DISPLAY "CONFIRMA LA CANCELACION (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "CANCELACION ABORTADA"
              GO TO 020-MENU
           END-IF
           MOVE "X"                   TO REG-REQ-ESTADO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-REQ-FECHA-CIERRE
           MOVE WS-FIR-ID             TO REG-REQ-USUARIO
           REWRITE REG-REQUISICION
               INVALID KEY
                   DISPLAY "NO SE PUDO CANCELAR: " WS-FILE-STATUS-REQ
                   GO TO 020-MENU
           END-REWRITE
           DISPLAY "REQUISICION " REG-REQ-NUMERO " CANCELADA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 050-REGISTRA-CANDIDATO - UN CANDIDATO NUEVO EN UNA REQUISICION *
      *                ABIERTA, EN LA ETAPA SOLICITO                   *
      * -------------------------------------------------------------- *
       050-REGISTRA-CANDIDATO.
           DISPLAY " "
           DISPLAY "----- REGISTRA CANDIDATO -----"
           PERFORM 075-LEE-REQUISICION
           IF WS-FILE-STATUS-REQ NOT = "00"
              GO TO 020-MENU
           END-IF
           IF NOT REG-REQ-ABIERTA
              DISPLAY "LA REQUISICION NO ESTA ABIERTA"
              GO TO 020-MENU
           END-IF
           IF REG-REQ-CANDIDATOS = 999
              DISPLAY "LA REQUISICION YA NO ADMITE CANDIDATOS"
              GO TO 020-MENU
           END-IF
           MOVE SPACES TO WS-CAP-NOMBRE
                          WS-CAP-RFC
           MOVE ZEROS  TO WS-CAP-FECHA-NAC
           DISPLAY "NOMBRE            : "
           ACCEPT WS-CAP-NOMBRE
           IF WS-CAP-NOMBRE = SPACES
              DISPLAY "EL NOMBRE ES OBLIGATORIO"
              GO TO 020-MENU
           END-IF
           DISPLAY "RFC               : "
           ACCEPT WS-CAP-RFC
           DISPLAY "FECHA NACIMIENTO (AAAAMMDD): "
           ACCEPT WS-CAP-FECHA-NAC
           DISPLAY "FECHA DE SOLICITUD (AAAAMMDD, VACIO = HOY): "
           PERFORM 096-PIDE-FECHA
           ADD 1 TO REG-REQ-CANDIDATOS
           MOVE REG-REQ-NUMERO        TO REG-CAN-REQUISICION
           MOVE REG-REQ-CANDIDATOS    TO REG-CAN-SECUENCIA
           MOVE WS-CAP-NOMBRE         TO REG-CAN-NOMBRE
           MOVE WS-CAP-RFC            TO REG-CAN-RFC
           MOVE WS-CAP-FECHA-NAC      TO REG-CAN-FECHA-NACIMIENTO
           MOVE ZEROS                 TO REG-CAN-SALARIO-OFERTA
                                         REG-CAN-FECHA-ENTREVISTA
                                         REG-CAN-FECHA-OFERTA
                                         REG-CAN-FECHA-RESPUESTA
                                         REG-CAN-EMPLEADO
           MOVE "S"                   TO REG-CAN-ETAPA
           MOVE WS-CAP-FECHA          TO REG-CAN-FECHA-SOLICITUD
           MOVE WS-FIR-ID             TO REG-CAN-USUARIO
           WRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR EL CANDIDATO: "
                           WS-FILE-STATUS-CAN
                   GO TO 020-MENU
           END-WRITE
           REWRITE REG-REQUISICION
               INVALID KEY
                   DISPLAY "AVISO: NO SE ACTUALIZO LA REQUISICION: "
                           WS-FILE-STATUS-REQ
           END-REWRITE
           DISPLAY "CANDIDATO " REG-CAN-REQUISICION "-"
                   REG-CAN-SECUENCIA " REGISTRADO"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 060-AVANZA-ETAPA - LLEVA AL CANDIDATO A LA SIGUIENTE ETAPA CON *
      *                SU FECHA: E (ENTREVISTADO) DESDE S; O (OFERTA)  *
      *                DESDE S O E; A (ACEPTO) SOLO CON OFERTA; D      *
      *                (DECLINO) DESDE CUALQUIER ETAPA EN PROCESO. AL  *
      *                ACEPTAR SE ESCRIBE SU ALTA PARA PROG0018 Y LA   *
      *                REQUISICION QUEDA CUBIERTA                      *
      * -------------------------------------------------------------- *
       060-AVANZA-ETAPA.
           DISPLAY " "
           DISPLAY "----- AVANZA ETAPA DE CANDIDATO -----"
           PERFORM 075-LEE-REQUISICION
           IF WS-FILE-STATUS-REQ NOT = "00"
              GO TO 020-MENU
           END-IF
           DISPLAY "SECUENCIA DEL CANDIDATO: "
           ACCEPT WS-CAP-SECUENCIA
           MOVE REG-REQ-NUMERO   TO REG-CAN-REQUISICION
           MOVE WS-CAP-SECUENCIA TO REG-CAN-SECUENCIA
           READ CANDIDATOS
               INVALID KEY
                   DISPLAY "CANDIDATO NO ENCONTRADO: " REG-REQ-NUMERO
                           "-" WS-CAP-SECUENCIA
                   GO TO 020-MENU
           END-READ
           PERFORM 085-MUESTRA-CANDIDATO
           IF NOT REG-CAN-EN-PROCESO
              DISPLAY "EL CANDIDATO YA NO ESTA EN PROCESO"
              GO TO 020-MENU
           END-IF
           MOVE SPACES TO WS-CAP-ETAPA
           DISPLAY "ETAPA NUEVA (E=ENTREVISTADO O=OFERTA A=ACEPTO "
                   "D=DECLINO): "
           ACCEPT WS-CAP-ETAPA
           MOVE "S"    TO WS-SW-DATOS-OK
           IF WS-CAP-ETAPA = "E" AND NOT REG-CAN-SOLICITO
              MOVE "N" TO WS-SW-DATOS-OK
           END-IF
           IF WS-CAP-ETAPA = "O" AND REG-CAN-OFERTADO
              MOVE "N" TO WS-SW-DATOS-OK
           END-IF
           IF WS-CAP-ETAPA = "A" AND NOT REG-CAN-OFERTADO
              MOVE "N" TO WS-SW-DATOS-OK
           END-IF
           IF WS-CAP-ETAPA NOT = "E" AND NOT = "O"
              AND NOT = "A" AND NOT = "D"
                 MOVE "N" TO WS-SW-DATOS-OK
           END-IF
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "ETAPA NO VALIDA DESDE LA ETAPA ACTUAL"
              GO TO 020-MENU
           END-IF
           DISPLAY "FECHA DE LA ETAPA (AAAAMMDD, VACIO = HOY): "
           PERFORM 096-PIDE-FECHA
           IF WS-CAP-FECHA < REG-CAN-FECHA-SOLICITUD
              DISPLAY "LA FECHA ES ANTERIOR A LA SOLICITUD"
              GO TO 020-MENU
           END-IF
           IF WS-CAP-ETAPA = "E"
              MOVE WS-CAP-FECHA TO REG-CAN-FECHA-ENTREVISTA
           END-IF
           IF WS-CAP-ETAPA = "O"
              MOVE ZEROS TO WS-CAP-SALARIO
              DISPLAY "SALARIO OFRECIDO (VACIO = EL DE LA "
                      "REQUISICION): "
              ACCEPT WS-CAP-SALARIO
              IF WS-CAP-SALARIO = ZEROS
                 MOVE REG-REQ-SALARIO TO WS-CAP-SALARIO
              END-IF
              MOVE WS-CAP-SALARIO TO REG-CAN-SALARIO-OFERTA
              MOVE WS-CAP-FECHA   TO REG-CAN-FECHA-OFERTA
           END-IF
           IF WS-CAP-ETAPA = "D"
              MOVE WS-CAP-FECHA TO REG-CAN-FECHA-RESPUESTA
           END-IF
           IF WS-CAP-ETAPA = "A"
              PERFORM 065-ACEPTA THRU 065-FIN-ACEPTA
              IF NOT WS-DATOS-VALIDOS
                 DISPLAY "NO SE PUDO ACEPTAR: " WS-MOTIVO-INVALIDO
                 GO TO 020-MENU
              END-IF
           END-IF
           MOVE WS-CAP-ETAPA TO REG-CAN-ETAPA
           MOVE WS-FIR-ID    TO REG-CAN-USUARIO
           REWRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CANDIDATO: "
                           WS-FILE-STATUS-CAN
                   GO TO 020-MENU
           END-REWRITE
           DISPLAY "CANDIDATO " REG-CAN-REQUISICION "-"
                   REG-CAN-SECUENCIA " ACTUALIZADO"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 065-ACEPTA - LA REQUISICION DEBE SEGUIR ABIERTA. SE PIDE EL    *
      *                NUMERO DE EMPLEADO (QUE NO EXISTA EN EL         *
      *                MAESTRO), SE REVISA EL RFC CON PROG0040 IGUAL   *
      *                QUE LO HARA PROG0018, SE ESCRIBE EL RENGLON EN  *
      *                04-ALTAS-MASIVAS Y LA REQUISICION SE CUBRE      *
      * -------------------------------------------------------------- *
       065-ACEPTA.
           MOVE "S"    TO WS-SW-DATOS-OK
           MOVE SPACES TO WS-MOTIVO-INVALIDO
           IF NOT REG-REQ-ABIERTA
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "LA REQUISICION NO ESTA ABIERTA"
                                  TO WS-MOTIVO-INVALIDO
              GO TO 065-FIN-ACEPTA
           END-IF
           IF REG-CAN-RFC = SPACES
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "RFC ES OBLIGATORIO" TO WS-MOTIVO-INVALIDO
              GO TO 065-FIN-ACEPTA
           END-IF
           CALL "PROG0040" USING REG-CAN-RFC WS-RFC-VALIDO
           IF WS-RFC-VALIDO NOT = "S"
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "RFC INVALIDO" TO WS-MOTIVO-INVALIDO
              GO TO 065-FIN-ACEPTA
           END-IF
           MOVE ZEROS TO WS-CAP-EMPLEADO
           DISPLAY "NUMERO DE EMPLEADO PARA SU ALTA: "
           ACCEPT WS-CAP-EMPLEADO
           IF WS-CAP-EMPLEADO = ZEROS OR WS-CAP-EMPLEADO = 99999
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "NUMERO DE EMPLEADO INVALIDO" TO WS-MOTIVO-INVALIDO
              GO TO 065-FIN-ACEPTA
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP = "00"
              MOVE WS-CAP-EMPLEADO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "N" TO WS-SW-DATOS-OK
                      MOVE "NUMERO DE EMPLEADO YA EXISTE"
                                  TO WS-MOTIVO-INVALIDO
              END-READ
              CLOSE EMPLEADOS
           END-IF
           IF NOT WS-DATOS-VALIDOS
              GO TO 065-FIN-ACEPTA
           END-IF
           MOVE WS-CAP-EMPLEADO          TO REG-ALTA-NUMERO
           MOVE REG-CAN-NOMBRE           TO REG-ALTA-NOMBRE
           MOVE REG-REQ-DEPTO            TO REG-ALTA-DEPTO
           MOVE REG-REQ-PUESTO           TO REG-ALTA-PUESTO
           MOVE REG-CAN-SALARIO-OFERTA   TO REG-ALTA-SALARIO
           MOVE REG-CAN-FECHA-NACIMIENTO TO REG-ALTA-FECHA-NACIMIENTO
           MOVE REG-CAN-RFC              TO REG-ALTA-RFC
           MOVE REG-REQ-GRUPO-PAGO       TO REG-ALTA-GRUPO-PAGO
           MOVE REG-REQ-EMPRESA          TO REG-ALTA-EMPRESA
           MOVE REG-REQ-PLAZA            TO REG-ALTA-PLAZA
      * EL CONTRATO OFRECIDO VIAJA CON EL ALTA; PROG0018 LO VALIDA Y
      * LO REGISTRA (VER WCTRWS)
           MOVE SPACES                   TO REG-ALTA-CTR-TIPO
           MOVE ZEROS                    TO REG-ALTA-CTR-DIAS
           MOVE ZEROS                    TO REG-ALTA-CTR-FIN
           DISPLAY "TIPO DE CONTRATO (I=INDETERMINADO, D=TIEMPO "
                   "DETERMINADO, P=OBRA O PROYECTO; VACIO = I): "
           ACCEPT REG-ALTA-CTR-TIPO
           IF REG-ALTA-CTR-TIPO = "D" OR REG-ALTA-CTR-TIPO = "P"
              DISPLAY "DURACION EN DIAS (VACIO = CAPTURAR EL "
                      "TERMINO): "
              ACCEPT REG-ALTA-CTR-DIAS
              IF REG-ALTA-CTR-DIAS = ZEROS
                 DISPLAY "FECHA DE TERMINO (AAAAMMDD): "
                 ACCEPT REG-ALTA-CTR-FIN
              END-IF
           END-IF
           OPEN EXTEND ALTAS-CFG
           IF WS-FILE-STATUS-ALTAS = "35"
              OPEN OUTPUT ALTAS-CFG
           END-IF
           IF WS-FILE-STATUS-ALTAS NOT = "00"
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "SIN ACCESO A 04-ALTAS-MASIVAS"
                                  TO WS-MOTIVO-INVALIDO
              GO TO 065-FIN-ACEPTA
           END-IF
           WRITE REG-ALTA-MASIVA
           CLOSE ALTAS-CFG
           MOVE WS-CAP-EMPLEADO TO REG-CAN-EMPLEADO
           MOVE WS-CAP-FECHA    TO REG-CAN-FECHA-RESPUESTA
           MOVE "C"             TO REG-REQ-ESTADO
           MOVE WS-CAP-FECHA    TO REG-REQ-FECHA-CIERRE
           MOVE WS-FIR-ID       TO REG-REQ-USUARIO
           REWRITE REG-REQUISICION
               INVALID KEY
                   DISPLAY "AVISO: NO SE ACTUALIZO LA REQUISICION: "
                           WS-FILE-STATUS-REQ
           END-REWRITE
           DISPLAY "ALTA DEL EMPLEADO " WS-CAP-EMPLEADO
                   " ENVIADA A 04-ALTAS-MASIVAS PARA PROG0018"
           DISPLAY "REQUISICION " REG-REQ-NUMERO " CUBIERTA".

       065-FIN-ACEPTA.
           EXIT.

       070-CONSULTA.
           DISPLAY " "
           PERFORM 075-LEE-REQUISICION
           IF WS-FILE-STATUS-REQ NOT = "00"
              GO TO 020-MENU
           END-IF
           PERFORM 080-MUESTRA-REQUISICION
           MOVE REG-REQ-NUMERO TO REG-CAN-REQUISICION
           MOVE ZEROS          TO REG-CAN-SECUENCIA
           START CANDIDATOS KEY NOT LESS THAN REG-CAN-LLAVE
               INVALID KEY
                   DISPLAY "SIN CANDIDATOS"
                   GO TO 020-MENU
           END-START
           GO TO 0701-LEE-CANDIDATO.

       0701-LEE-CANDIDATO.
           READ CANDIDATOS NEXT RECORD
               AT END
                   GO TO 020-MENU
           END-READ
           IF REG-CAN-REQUISICION NOT = REG-REQ-NUMERO
              GO TO 020-MENU
           END-IF
           DISPLAY " "
           PERFORM 085-MUESTRA-CANDIDATO
           GO TO 0701-LEE-CANDIDATO.

       075-LEE-REQUISICION.
           DISPLAY "NUMERO DE REQUISICION: "
           ACCEPT WS-CAP-REQUISICION
           MOVE WS-CAP-REQUISICION TO REG-REQ-NUMERO
           READ REQUISICIONES
               INVALID KEY
                   DISPLAY "REQUISICION NO ENCONTRADA: "
                           WS-CAP-REQUISICION
           END-READ.

       080-MUESTRA-REQUISICION.
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   MOVE "** SIN DEPTO **" TO WS-NOM-DEPTO
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = REG-REQ-DEPTO
                   MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO) TO WS-NOM-DEPTO
           END-SEARCH
           SET WS-IX-PUESTO TO 1
           SEARCH ALL WS-TAB-PUESTO
               AT END
                   MOVE "** SIN PUESTO **" TO WS-NOM-PUESTO
               WHEN WS-TAB-PUESTO-COD (WS-IX-PUESTO) = REG-REQ-PUESTO
                   MOVE WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
                                  TO WS-NOM-PUESTO
           END-SEARCH
           MOVE "CANCELADA" TO WS-NOM-ESTADO
           IF REG-REQ-ABIERTA
              MOVE "ABIERTA" TO WS-NOM-ESTADO
           END-IF
           IF REG-REQ-CUBIERTA
              MOVE "CUBIERTA" TO WS-NOM-ESTADO
           END-IF
           MOVE REG-REQ-SALARIO TO WS-ED-SALARIO
           DISPLAY "REQUISICION: " REG-REQ-NUMERO " " WS-NOM-ESTADO
           IF REG-REQ-PLAZA NOT = ZEROS
              DISPLAY "PLAZA      : " REG-REQ-PLAZA
           END-IF
           DISPLAY "DEPTO      : " REG-REQ-DEPTO " " WS-NOM-DEPTO
           DISPLAY "PUESTO     : " REG-REQ-PUESTO " " WS-NOM-PUESTO
           DISPLAY "SALARIO    : " WS-ED-SALARIO
           DISPLAY "EMPRESA    : " REG-REQ-EMPRESA
                   "  GRUPO: " REG-REQ-GRUPO-PAGO
           DISPLAY "APERTURA   : " REG-REQ-FECHA-APERTURA
           IF NOT REG-REQ-ABIERTA
              DISPLAY "CIERRE     : " REG-REQ-FECHA-CIERRE
           END-IF
           DISPLAY "CANDIDATOS : " REG-REQ-CANDIDATOS.

       085-MUESTRA-CANDIDATO.
           MOVE "SOLICITO" TO WS-NOM-ETAPA
           IF REG-CAN-ENTREVISTADO
              MOVE "ENTREVISTADO" TO WS-NOM-ETAPA
           END-IF
           IF REG-CAN-OFERTADO
              MOVE "OFERTADO" TO WS-NOM-ETAPA
           END-IF
           IF REG-CAN-ACEPTO
              MOVE "ACEPTO" TO WS-NOM-ETAPA
           END-IF
           IF REG-CAN-DECLINO
              MOVE "DECLINO" TO WS-NOM-ETAPA
           END-IF
           DISPLAY "CANDIDATO  : " REG-CAN-SECUENCIA " "
                   REG-CAN-NOMBRE " " WS-NOM-ETAPA
           DISPLAY "  SOLICITUD: " REG-CAN-FECHA-SOLICITUD
                   "  ENTREVISTA: " REG-CAN-FECHA-ENTREVISTA
           DISPLAY "  OFERTA   : " REG-CAN-FECHA-OFERTA
                   "  RESPUESTA : " REG-CAN-FECHA-RESPUESTA
           IF REG-CAN-SALARIO-OFERTA NOT = ZEROS
              MOVE REG-CAN-SALARIO-OFERTA TO WS-ED-SALARIO
              DISPLAY "  SALARIO OFRECIDO: " WS-ED-SALARIO
           END-IF
           IF REG-CAN-ACEPTO
              DISPLAY "  EMPLEADO : " REG-CAN-EMPLEADO
           END-IF.

       090-VALIDA-DATOS.
           MOVE "S"               TO WS-SW-DATOS-OK
           MOVE SPACES            TO WS-MOTIVO-INVALIDO
           IF WS-CAP-SALARIO NOT NUMERIC
              OR WS-CAP-SALARIO = ZEROS
                 MOVE "N"               TO WS-SW-DATOS-OK
                 MOVE "SALARIO INVALIDO" TO WS-MOTIVO-INVALIDO
           END-IF
           IF WS-DATOS-VALIDOS
              SET WS-IX-DEPTO TO 1
              SEARCH ALL WS-TAB-DEPTO
                  AT END
                      MOVE "N"               TO WS-SW-DATOS-OK
                      MOVE "DEPARTAMENTO NO EXISTE"
                                             TO WS-MOTIVO-INVALIDO
                  WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = WS-CAP-DEPTO
                      CONTINUE
              END-SEARCH
           END-IF
           IF WS-DATOS-VALIDOS
              SET WS-IX-PUESTO TO 1
              SEARCH ALL WS-TAB-PUESTO
                  AT END
                      MOVE "N"           TO WS-SW-DATOS-OK
                      MOVE "PUESTO NO EXISTE" TO WS-MOTIVO-INVALIDO
                  WHEN WS-TAB-PUESTO-COD (WS-IX-PUESTO) = WS-CAP-PUESTO
                      CONTINUE
              END-SEARCH
           END-IF.

       096-PIDE-FECHA.
           MOVE ZEROS TO WS-CAP-FECHA
           ACCEPT WS-CAP-FECHA
           IF WS-CAP-FECHA = ZEROS
              MOVE WS-FECHA-HOY-CCYYMMDD TO WS-CAP-FECHA
           END-IF.

       100-FIN.
           CLOSE REQUISICIONES
                 CANDIDATOS
           GOBACK.

       END PROGRAM PROG0082.
