       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0090.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: DECISION DE RENOVAR O TERMINAR UN CONTRATO TEMPORAL  *
      *           DE 04-CONTRATOS (VER WCTRFD) CUANDO SE ACERCA SU     *
      *           TERMINO (VER EL AVISO DE PROG0091): RENOVARLO POR    *
      *           DIAS O HASTA UNA FECHA, PASARLO A INDETERMINADO, O   *
      *           TERMINARLO, QUE DEJA LA SOLICITUD DE BAJA EN         *
      *           04-BAJAS-PENDIENTES IGUAL QUE LA OPCION 3 DE         *
      *           PROG0006 PARA QUE LA APRUEBE PROG0020. TAMBIEN       *
      *           CONSULTA EL CONTRATO DE UN EMPLEADO Y REGISTRA EL    *
      *           CONTRATO TEMPORAL DE QUIEN ENTRO ANTES DE QUE        *
      *           EXISTIERA EL REGISTRO. LOS MOVIMIENTOS A             *
      *           04-CONTRATOS LOS HACE EL SUBPROGRAMA PROG0089        *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT BAJAS-PENDIENTES ASSIGN TO "04-BAJAS-PENDIENTES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-BP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-BAJAP.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  BAJAS-PENDIENTES
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WBAJAFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.
       COPY WCTRWS.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-BAJAP    PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-EMPLEADO-OK   PIC X(01)    VALUE "N".
               88 WS-EMPLEADO-OK              VALUE "S".
           05 WS-SW-BAJA-PENDIENTE
                                  PIC X(01)    VALUE "N".
               88 WS-HAY-BAJA-PENDIENTE       VALUE "S".

       01 WS-CAPTURA-CTR.
           05 WS-CAP-EMPLEADO     PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-DECISION     PIC X(01)    VALUE SPACES.
               88 WS-DECIDE-RENOVAR           VALUE "R".
               88 WS-DECIDE-INDETERMINADO     VALUE "I".
               88 WS-DECIDE-TERMINAR          VALUE "T".
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

       01 WS-DATOS-EMPLEADO.
           05 WS-EMP-NOMBRE       PIC X(30).
           05 WS-EMP-STATUS       PIC 9(01).
           05 WS-EMP-FECHA-ALTA   PIC 9(08).

       01 WS-FECHA-SOLICITUD-BAJA PIC 9(08)    VALUE ZEROS.

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
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 020-MENU.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- CONTRATOS TEMPORALES -----"
           DISPLAY "1) RENOVAR O TERMINAR UN CONTRATO"
           DISPLAY "2) CONSULTA DE CONTRATO"
           DISPLAY "3) REGISTRA CONTRATO DE UN EMPLEADO ANTERIOR"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
      * LA DECISION PUEDE TERMINAR EN UNA SOLICITUD DE BAJA, QUE COMO
      * EN PROG0006 ESTA RESERVADA A RH Y AL ADMINISTRADOR
           IF WS-MENU-OPCION NOT = 2
              AND NOT WS-FIR-RECURSOS-HUMANOS
              AND NOT WS-FIR-ADMINISTRADOR
                 DISPLAY "SOLO RH PUEDE MOVER CONTRATOS"
                 GO TO 020-MENU
           END-IF
           GO TO 030-DECIDE
                 040-CONSULTA
                 050-REGISTRA
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 030-DECIDE - CONTRATO TEMPORAL DE UN EMPLEADO ACTIVO SIN       *
      *                SOLICITUD DE BAJA PENDIENTE: SE RENUEVA, SE     *
      *                PASA A INDETERMINADO O SE TERMINA               *
      * -------------------------------------------------------------- *
       030-DECIDE.
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
           MOVE "C" TO WS-CTR-OPERACION
           PERFORM 085-LLAMA-CONTROL-CONTRATO
           IF NOT WS-CONTRATO-OK
              DISPLAY WS-CTR-MENSAJE
              GO TO 020-MENU
           END-IF
           PERFORM 065-MUESTRA-CONTRATO
           IF WS-CTR-INDETERMINADO
              DISPLAY "EL CONTRATO ES INDETERMINADO, NO HAY NADA "
                      "QUE DECIDIR"
              GO TO 020-MENU
           END-IF
           PERFORM 070-BUSCA-BAJA-PENDIENTE
           IF WS-HAY-BAJA-PENDIENTE
              DISPLAY "YA HAY UNA SOLICITUD DE BAJA PENDIENTE DEL "
                      WS-FECHA-SOLICITUD-BAJA
                      "; SE RESUELVE EN PROG0020"
              GO TO 020-MENU
           END-IF
           MOVE SPACES TO WS-CAP-DECISION
           DISPLAY "DECISION (R=RENUEVA, I=PASA A INDETERMINADO, "
                   "T=TERMINA; VACIO = NINGUNA): "
           ACCEPT WS-CAP-DECISION
           IF WS-DECIDE-RENOVAR
              GO TO 031-RENUEVA
           END-IF
           IF WS-DECIDE-INDETERMINADO
              GO TO 032-PASA-INDETERMINADO
           END-IF
           IF WS-DECIDE-TERMINAR
              GO TO 033-TERMINA
           END-IF
           DISPLAY "SIN CAMBIOS AL CONTRATO"
           GO TO 020-MENU.

       031-RENUEVA.
           MOVE SPACES TO WS-CTR-TIPO
           MOVE ZEROS  TO WS-CTR-DIAS
           MOVE ZEROS  TO WS-CTR-FECHA-FIN
           DISPLAY "DIAS DE LA RENOVACION, A PARTIR DEL TERMINO "
                   "ACTUAL (VACIO = CAPTURAR EL TERMINO): "
           ACCEPT WS-CTR-DIAS
           IF WS-CTR-DIAS = ZEROS
              DISPLAY "TERMINO NUEVO (AAAAMMDD): "
              ACCEPT WS-CTR-FECHA-FIN
           END-IF
           MOVE "N" TO WS-CTR-OPERACION
           PERFORM 085-LLAMA-CONTROL-CONTRATO
           IF NOT WS-CONTRATO-OK
              DISPLAY "NO SE RENOVO: " WS-CTR-MENSAJE
              GO TO 020-MENU
           END-IF
           DISPLAY "CONTRATO RENOVADO HASTA EL " WS-CTR-FECHA-FIN
                   " (RENOVACION " WS-CTR-RENOVACIONES ")"
           GO TO 020-MENU.

       032-PASA-INDETERMINADO.
           DISPLAY "CONFIRMA PASAR A INDETERMINADO (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "SIN CAMBIOS AL CONTRATO"
              GO TO 020-MENU
           END-IF
           MOVE "I"    TO WS-CTR-TIPO
           MOVE ZEROS  TO WS-CTR-DIAS
           MOVE ZEROS  TO WS-CTR-FECHA-FIN
           MOVE "N"    TO WS-CTR-OPERACION
           PERFORM 085-LLAMA-CONTROL-CONTRATO
           IF NOT WS-CONTRATO-OK
              DISPLAY "NO SE CAMBIO: " WS-CTR-MENSAJE
              GO TO 020-MENU
           END-IF
           DISPLAY "EL CONTRATO QUEDA POR TIEMPO INDETERMINADO"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 033-TERMINA - LA MISMA SOLICITUD DE BAJA QUE DEJA 050-BAJA DE  *
      *                PROG0006; EL CONTRATO QUEDA MARCADO CON LA BAJA *
      *                SOLICITADA PARA QUE EL AVISO DE VENCIMIENTOS LO *
      *                MUESTRE YA DECIDIDO                             *
      * -------------------------------------------------------------- *
       033-TERMINA.
           DISPLAY "CONFIRMA TERMINAR EL CONTRATO Y SOLICITAR LA "
                   "BAJA (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "BAJA CANCELADA"
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-EMPLEADO       TO REG-BP-NUMERO
           MOVE WS-EMP-NOMBRE         TO REG-BP-NOMBRE
           MOVE WS-FIR-ID             TO REG-BP-USUARIO-SOLICITA
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-BP-FECHA-SOLICITUD
           OPEN I-O BAJAS-PENDIENTES
           IF WS-FILE-STATUS-BAJAP = "35"
              OPEN OUTPUT BAJAS-PENDIENTES
           END-IF
           IF WS-FILE-STATUS-BAJAP NOT = "00"
              DISPLAY "NO SE PUDO REGISTRAR LA SOLICITUD: "
                      WS-FILE-STATUS-BAJAP
              GO TO 020-MENU
           END-IF
           WRITE REG-BAJA-PENDIENTE
               INVALID KEY
                   DISPLAY "YA HAY UNA SOLICITUD DE BAJA PENDIENTE "
                           "PARA ESE EMPLEADO"
                   CLOSE BAJAS-PENDIENTES
                   GO TO 020-MENU
           END-WRITE
           CLOSE BAJAS-PENDIENTES
           MOVE "T" TO WS-CTR-OPERACION
           PERFORM 085-LLAMA-CONTROL-CONTRATO
           IF NOT WS-CONTRATO-OK
              DISPLAY "AVISO: EL CONTRATO NO QUEDO MARCADO: "
                      WS-CTR-MENSAJE
           END-IF
           DISPLAY "SOLICITUD DE BAJA REGISTRADA, QUEDA PENDIENTE "
                   "DE APROBACION POR UN SUPERVISOR (VER PROG0020)"
           GO TO 020-MENU.

       040-CONSULTA.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           PERFORM 090-LEE-EMPLEADO
           IF NOT WS-EMPLEADO-OK
              DISPLAY "EMPLEADO NO ENCONTRADO: " WS-CAP-EMPLEADO
              GO TO 020-MENU
           END-IF
           MOVE "C" TO WS-CTR-OPERACION
           PERFORM 085-LLAMA-CONTROL-CONTRATO
           IF NOT WS-CONTRATO-OK
              DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
              DISPLAY WS-CTR-MENSAJE
              GO TO 020-MENU
           END-IF
           PERFORM 065-MUESTRA-CONTRATO
           PERFORM 070-BUSCA-BAJA-PENDIENTE
           IF WS-HAY-BAJA-PENDIENTE
              DISPLAY "BAJA SOLICITADA EL " WS-FECHA-SOLICITUD-BAJA
                      ", PENDIENTE DE APROBACION"
           END-IF
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 050-REGISTRA - EL CONTRATO TEMPORAL DE UN EMPLEADO ACTIVO QUE  *
      *                NO TIENE RENGLON EN 04-CONTRATOS (ENTRO ANTES   *
      *                DEL REGISTRO), CON INICIO EN SU FECHA DE ALTA.  *
      *                UN INDETERMINADO NO NECESITA RENGLON            *
      * -------------------------------------------------------------- *
       050-REGISTRA.
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
           MOVE "C" TO WS-CTR-OPERACION
           PERFORM 085-LLAMA-CONTROL-CONTRATO
           IF WS-CONTRATO-OK
              DISPLAY "EL EMPLEADO YA TIENE CONTRATO REGISTRADO; "
                      "USE LA OPCION 1"
              GO TO 020-MENU
           END-IF
           IF WS-CTR-MENSAJE NOT =
              "SIN CONTRATO REGISTRADO (INDETERMINADO)"
                 DISPLAY WS-CTR-MENSAJE
                 GO TO 020-MENU
           END-IF
           DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
           MOVE SPACES TO WS-CTR-TIPO
           MOVE ZEROS  TO WS-CTR-DIAS
           MOVE ZEROS  TO WS-CTR-FECHA-FIN
           DISPLAY "TIPO DE CONTRATO (D=TIEMPO DETERMINADO, "
                   "P=OBRA O PROYECTO): "
           ACCEPT WS-CTR-TIPO
           IF NOT WS-CTR-DETERMINADO AND NOT WS-CTR-PROYECTO
              DISPLAY "SOLO SE REGISTRAN CONTRATOS TEMPORALES"
              GO TO 020-MENU
           END-IF
           DISPLAY "DURACION EN DIAS DESDE EL ALTA (VACIO = "
                   "CAPTURAR EL TERMINO): "
           ACCEPT WS-CTR-DIAS
           IF WS-CTR-DIAS = ZEROS
              DISPLAY "FECHA DE TERMINO (AAAAMMDD): "
              ACCEPT WS-CTR-FECHA-FIN
           END-IF
           MOVE WS-EMP-FECHA-ALTA TO WS-CTR-FECHA-INICIO
           MOVE "R" TO WS-CTR-OPERACION
           PERFORM 085-LLAMA-CONTROL-CONTRATO
           IF NOT WS-CONTRATO-OK
              DISPLAY "NO SE REGISTRO: " WS-CTR-MENSAJE
              GO TO 020-MENU
           END-IF
           DISPLAY "CONTRATO REGISTRADO CON TERMINO EL "
                   WS-CTR-FECHA-FIN
           GO TO 020-MENU.

       065-MUESTRA-CONTRATO.
           DISPLAY "EMPLEADO     : " WS-EMP-NOMBRE
           IF WS-CTR-INDETERMINADO
              DISPLAY "TIPO         : INDETERMINADO"
           END-IF
           IF WS-CTR-DETERMINADO
              DISPLAY "TIPO         : TIEMPO DETERMINADO"
           END-IF
           IF WS-CTR-PROYECTO
              DISPLAY "TIPO         : OBRA O PROYECTO"
           END-IF
           DISPLAY "INICIO       : " WS-CTR-FECHA-INICIO
           IF WS-CTR-FECHA-FIN NOT = ZEROS
              DISPLAY "TERMINO      : " WS-CTR-FECHA-FIN
           END-IF
           DISPLAY "RENOVACIONES : " WS-CTR-RENOVACIONES
           IF WS-CTR-BAJA-SOLICITADA
              DISPLAY "SE DECIDIO TERMINARLO Y SE SOLICITO LA BAJA"
           END-IF.

      * -------------------------------------------------------------- *
      * 070-BUSCA-BAJA-PENDIENTE - SI EL EMPLEADO TIENE SOLICITUD EN   *
      *                04-BAJAS-PENDIENTES (UNA YA RECHAZADA O         *
      *                EXPIRADA NO ESTA Y EL CONTRATO SE PUEDE VOLVER  *
      *                A DECIDIR)                                      *
      * -------------------------------------------------------------- *
       070-BUSCA-BAJA-PENDIENTE.
           MOVE "N" TO WS-SW-BAJA-PENDIENTE
           OPEN INPUT BAJAS-PENDIENTES
           IF WS-FILE-STATUS-BAJAP = "00"
              MOVE WS-CAP-EMPLEADO TO REG-BP-NUMERO
              READ BAJAS-PENDIENTES
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-SW-BAJA-PENDIENTE
                      MOVE REG-BP-FECHA-SOLICITUD
                                  TO WS-FECHA-SOLICITUD-BAJA
              END-READ
              CLOSE BAJAS-PENDIENTES
           END-IF.

      * -------------------------------------------------------------- *
      * 085-LLAMA-CONTROL-CONTRATO - PASA A PROG0089 LA OPERACION YA   *
      *                PUESTA EN WS-CTR-OPERACION PARA EL EMPLEADO EN  *
      *                PANTALLA (VER WCTRWS)                           *
      * -------------------------------------------------------------- *
       085-LLAMA-CONTROL-CONTRATO.
           MOVE WS-CAP-EMPLEADO       TO WS-CTR-EMPLEADO
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-CTR-FECHA
           MOVE WS-FIR-ID             TO WS-CTR-USUARIO
           CALL "PROG0089" USING WS-DATOS-CONTRATO.

       090-LEE-EMPLEADO.
           MOVE "N" TO WS-SW-EMPLEADO-OK
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
           ELSE
              MOVE WS-CAP-EMPLEADO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-SW-EMPLEADO-OK
                      MOVE REG-EMP-NOMBRE     TO WS-EMP-NOMBRE
                      MOVE REG-EMP-STATUS     TO WS-EMP-STATUS
                      MOVE REG-EMP-FECHA-ALTA TO WS-EMP-FECHA-ALTA
              END-READ
              CLOSE EMPLEADOS
           END-IF.

       100-FIN.
           GOBACK.

       END PROGRAM PROG0090.
