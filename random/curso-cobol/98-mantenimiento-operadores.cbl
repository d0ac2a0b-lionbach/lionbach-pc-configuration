       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0095.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: MANTENIMIENTO DEL CATALOGO DE OPERADORES             *
      *           (04-OPERADORES, VER WOPERFD), SOLO PARA EL           *
      *           ADMINISTRADOR: ALTA CON CLAVE TEMPORAL,              *
      *           DESHABILITA, RESTABLECE (CLAVE TEMPORAL NUEVA Y      *
      *           DESBLOQUEO), CONSULTA CON SUS ULTIMAS FIRMAS DE      *
      *           04-BITACORA-FIRMAS Y LISTA. LA CLAVE SOLO SE GUARDA  *
      *           COMO RESUMEN (PROG0096) Y CADA CAMBIO QUEDA EN       *
      *           04-AUDIT-OPERADORES. LA PRIMERA VEZ, SI              *
      *           04-OPERADORES NO EXISTE O ESTA VACIO, CARGA EL       *
      *           CATALOGO DE TEXTO QUE SE EDITABA A MANO (RENOMBRADO  *
      *           A 04-OPERADORES-TXT) CON TODAS LAS CLAVES COMO       *
      *           TEMPORALES, PARA QUE CADA OPERADOR LA CAMBIE AL      *
      *           FIRMARSE                                             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "04-OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-OP-ID
           FILE STATUS IS WS-FILE-STATUS-OPE.
           SELECT OPERADORES-TXT ASSIGN TO "04-OPERADORES-TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TXT.
           SELECT BITACORA-FIRMAS ASSIGN TO "04-BITACORA-FIRMAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-BFI.
           SELECT AUDIT-OPERADORES ASSIGN TO "04-AUDIT-OPERADORES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AUO.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WOPERFD.

      * -------------------------------------------------------------- *
      * OPERADORES-TXT - EL CATALOGO ANTERIOR, DE TEXTO Y CON LA CLAVE *
      *                EN CLARO; SOLO SE LEE UNA VEZ PARA LA CARGA     *
      *                INICIAL                                         *
      * -------------------------------------------------------------- *
       FD  OPERADORES-TXT
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-OPERADOR-TXT.
           05  REG-OPT-ID             PIC X(08).
           05  REG-OPT-CLAVE          PIC X(08).
           05  REG-OPT-ROL            PIC X(01).
           05  REG-OPT-NOMBRE         PIC X(20).
           05  REG-OPT-NUMERO-EMP     PIC 9(05).
       FD  BITACORA-FIRMAS
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WBFIRFD.
       FD  AUDIT-OPERADORES
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUOPFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.
       COPY WCLAVE.

       01 WS-FILE-STATUS-OPE      PIC X(02).
       01 WS-FILE-STATUS-TXT      PIC X(02).
       01 WS-FILE-STATUS-BFI      PIC X(02).
       01 WS-FILE-STATUS-AUO      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-OPERADORES
                                  PIC X(01)    VALUE "N".
               88 WS-FIN-OPERADORES           VALUE "S".
           05 WS-SW-FIN-TXT       PIC X(01)    VALUE "N".
               88 WS-FIN-TXT                  VALUE "S".
           05 WS-SW-FIN-BITACORA  PIC X(01)    VALUE "N".
               88 WS-FIN-BITACORA             VALUE "S".
           05 WS-SW-CLAVE-OK      PIC X(01)    VALUE "N".
               88 WS-CLAVE-OK                 VALUE "S".

       01 WS-CAPTURA-OPERADOR.
           05 WS-CAP-ID           PIC X(08)    VALUE SPACES.
           05 WS-CAP-NOMBRE       PIC X(20)    VALUE SPACES.
           05 WS-CAP-ROL          PIC X(01)    VALUE SPACES.
               88 WS-CAP-ROL-VALIDO            VALUE "A" "H" "F" "C".
           05 WS-CAP-NUMERO-EMP   PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-CLAVE        PIC X(08)    VALUE SPACES.
           05 WS-CAP-CONFIRMA-CLAVE
                                  PIC X(08)    VALUE SPACES.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

       01 WS-LARGO-MINIMO-CLAVE   PIC 9(02)    VALUE 06.
       01 WS-CONT-ESPACIOS        PIC 9(02)    VALUE ZEROS.
       01 WS-AUD-USUARIO          PIC X(20)    VALUE SPACES.
       01 WS-CONT-CARGADOS        PIC 9(04)    VALUE ZEROS.
       01 WS-CONT-LISTADOS        PIC 9(04)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-FIRMAS - LAS ULTIMAS WS-MAX-FIRMAS ENTRADAS DE        *
      *                04-BITACORA-FIRMAS DEL OPERADOR CONSULTADO; LA  *
      *                MAS VIEJA SALE POR ARRIBA CUANDO SE LLENA       *
      * -------------------------------------------------------------- *
       01 WS-TABLA-FIRMAS.
           05 WS-TAB-FIR          OCCURS 10 TIMES.
               10 WS-TAB-FIR-FECHA
                                  PIC 9(08)    VALUE ZEROS.
               10 WS-TAB-FIR-HORA PIC 9(08)    VALUE ZEROS.
               10 WS-TAB-FIR-RESULTADO
                                  PIC X(01)    VALUE SPACES.
               10 WS-TAB-FIR-DETALLE
                                  PIC X(30)    VALUE SPACES.
       01 WS-MAX-FIRMAS           PIC 9(02)    VALUE 10.
       01 WS-CANT-FIRMAS          PIC 9(02)    VALUE ZEROS.
       01 WS-IX-FIR               PIC 9(02)    VALUE ZEROS.

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
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 012-CARGA-INICIAL THRU 012-FIN-CARGA-INICIAL
      * SOLO EL ADMINISTRADOR DA DE ALTA, DESHABILITA O RESTABLECE
      * OPERADORES
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-ADMINISTRADOR
              DISPLAY "PROG0095: SOLO EL ADMINISTRADOR MANTIENE LOS "
                      "OPERADORES"
              GOBACK
           END-IF
           MOVE WS-FIR-ID TO WS-AUD-USUARIO
           OPEN I-O OPERADORES
           IF WS-FILE-STATUS-OPE NOT = "00"
              DISPLAY "PROG0095: NO SE PUDO ABRIR 04-OPERADORES, "
                      "STATUS " WS-FILE-STATUS-OPE
              GOBACK
           END-IF
           PERFORM 020-MENU.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- OPERADORES -----"
           DISPLAY "1) ALTA DE OPERADOR"
           DISPLAY "2) DESHABILITA UN OPERADOR"
           DISPLAY "3) RESTABLECE UN OPERADOR (CLAVE TEMPORAL Y "
                   "DESBLOQUEO)"
           DISPLAY "4) CONSULTA UN OPERADOR Y SUS ULTIMAS FIRMAS"
           DISPLAY "5) LISTA DE OPERADORES"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           GO TO 030-ALTA
                 035-DESHABILITA
                 040-RESTABLECE
                 045-CONSULTA
                 050-LISTA
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 012-CARGA-INICIAL - SI 04-OPERADORES NO EXISTE O ESTA VACIO,   *
      *                LO LLENA DESDE 04-OPERADORES-TXT: CADA CLAVE SE *
      *                GUARDA COMO RESUMEN Y QUEDA TEMPORAL            *
      * -------------------------------------------------------------- *
       012-CARGA-INICIAL.
           OPEN INPUT OPERADORES
           IF WS-FILE-STATUS-OPE = "00"
              READ OPERADORES NEXT RECORD
                  AT END
                      MOVE "S" TO WS-SW-FIN-OPERADORES
              END-READ
              CLOSE OPERADORES
              IF NOT WS-FIN-OPERADORES
                 GO TO 012-FIN-CARGA-INICIAL
              END-IF
           END-IF
           IF WS-FILE-STATUS-OPE NOT = "00"
              AND WS-FILE-STATUS-OPE NOT = "10"
              AND WS-FILE-STATUS-OPE NOT = "35"
                 DISPLAY "PROG0095: NO SE PUDO ABRIR 04-OPERADORES, "
                         "STATUS " WS-FILE-STATUS-OPE
                 GO TO 012-FIN-CARGA-INICIAL
           END-IF
           OPEN INPUT OPERADORES-TXT
           IF WS-FILE-STATUS-TXT NOT = "00"
              DISPLAY "PROG0095: 04-OPERADORES ESTA VACIO Y NO HAY "
                      "04-OPERADORES-TXT QUE CARGAR; NADIE PODRA "
                      "FIRMARSE"
              GO TO 012-FIN-CARGA-INICIAL
           END-IF
           OPEN OUTPUT OPERADORES
           MOVE "CARGA INICIAL" TO WS-AUD-USUARIO
           DISPLAY "PROG0095: CARGA INICIAL DE 04-OPERADORES DESDE "
                   "04-OPERADORES-TXT"
           GO TO 0121-LEE-TXT.

       0121-LEE-TXT.
           READ OPERADORES-TXT
               AT END
                   MOVE "S" TO WS-SW-FIN-TXT
                   GO TO 0122-FIN-LEE-TXT
           END-READ
           IF REG-OPT-ID = SPACES
              GO TO 0121-LEE-TXT
           END-IF
           MOVE REG-OPT-ID    TO WS-RCL-ID
           MOVE REG-OPT-CLAVE TO WS-RCL-CLAVE
           CALL "PROG0096" USING WS-RESUMEN-CLAVE
           MOVE SPACES TO WS-RCL-CLAVE
           INITIALIZE REG-OPERADOR
           MOVE REG-OPT-ID         TO REG-OP-ID
           MOVE WS-RCL-RESUMEN     TO REG-OP-CLAVE-RESUMEN
           MOVE REG-OPT-ROL        TO REG-OP-ROL
           MOVE REG-OPT-NOMBRE     TO REG-OP-NOMBRE
           MOVE REG-OPT-NUMERO-EMP TO REG-OP-NUMERO-EMP
           MOVE "A"                TO REG-OP-ESTADO
           MOVE "S"                TO REG-OP-CAMBIO-CLAVE
           MOVE WS-FECHA-HOY-CCYYMMDD
                                   TO REG-OP-FECHA-CLAVE
           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "  ID REPETIDO, SE OMITE: " REG-OPT-ID
                   GO TO 0121-LEE-TXT
           END-WRITE
           ADD 1 TO WS-CONT-CARGADOS
           MOVE "ALTA"   TO REG-AUO-OPERACION
           MOVE "CARGA INICIAL DESDE 04-OPERADORES-TXT (CLAVE TEMPORAL)"
                         TO REG-AUO-CAMPOS
           PERFORM 085-REGISTRA-AUDITORIA
           GO TO 0121-LEE-TXT.

       0122-FIN-LEE-TXT.
           CLOSE OPERADORES-TXT
           CLOSE OPERADORES
           DISPLAY "PROG0095: OPERADORES CARGADOS: " WS-CONT-CARGADOS
           DISPLAY "PROG0095: TODAS LAS CLAVES QUEDAN TEMPORALES. "
                   "BORRE 04-OPERADORES-TXT: TRAE LAS CLAVES EN CLARO".

       012-FIN-CARGA-INICIAL.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-ALTA - OPERADOR NUEVO CON CLAVE TEMPORAL QUE DEBERA        *
      *                CAMBIAR EN SU PRIMERA FIRMA                     *
      * -------------------------------------------------------------- *
       030-ALTA.
           DISPLAY "ID DEL OPERADOR NUEVO: "
           MOVE SPACES TO WS-CAP-ID
           ACCEPT WS-CAP-ID
           IF WS-CAP-ID = SPACES
              DISPLAY "EL ID NO PUEDE IR EN BLANCO"
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-ID TO REG-OP-ID
           READ OPERADORES
               NOT INVALID KEY
                   DISPLAY "YA EXISTE UN OPERADOR CON ESE ID"
                   GO TO 020-MENU
           END-READ
           DISPLAY "NOMBRE: "
           MOVE SPACES TO WS-CAP-NOMBRE
           ACCEPT WS-CAP-NOMBRE
           DISPLAY "ROL (A=ADMINISTRADOR H=RH F=FINANZAS "
                   "C=SOLO CONSULTA): "
           MOVE SPACES TO WS-CAP-ROL
           ACCEPT WS-CAP-ROL
           IF NOT WS-CAP-ROL-VALIDO
              DISPLAY "ROL NO VALIDO: " WS-CAP-ROL
              GO TO 020-MENU
           END-IF
           DISPLAY "NUMERO DE EMPLEADO (0 SI NO ES EMPLEADO): "
           MOVE ZEROS TO WS-CAP-NUMERO-EMP
           ACCEPT WS-CAP-NUMERO-EMP
           IF WS-CAP-NUMERO-EMP NOT = ZEROS
              PERFORM 090-VALIDA-EMPLEADO THRU 090-FIN-VALIDA-EMPLEADO
              IF WS-CAP-NUMERO-EMP = ZEROS
                 GO TO 020-MENU
              END-IF
           END-IF
           PERFORM 060-PIDE-CLAVE-TEMPORAL THRU 060-FIN-PIDE-CLAVE
           IF NOT WS-CLAVE-OK
              GO TO 020-MENU
           END-IF
           INITIALIZE REG-OPERADOR
           MOVE WS-CAP-ID          TO REG-OP-ID
           MOVE WS-RCL-RESUMEN     TO REG-OP-CLAVE-RESUMEN
           MOVE WS-CAP-ROL         TO REG-OP-ROL
           MOVE WS-CAP-NOMBRE      TO REG-OP-NOMBRE
           MOVE WS-CAP-NUMERO-EMP  TO REG-OP-NUMERO-EMP
           MOVE "A"                TO REG-OP-ESTADO
           MOVE "S"                TO REG-OP-CAMBIO-CLAVE
           MOVE WS-FECHA-HOY-CCYYMMDD
                                   TO REG-OP-FECHA-CLAVE
           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL OPERADOR: "
                           WS-FILE-STATUS-OPE
                   GO TO 020-MENU
           END-WRITE
           MOVE "ALTA"   TO REG-AUO-OPERACION
           MOVE "ID, NOMBRE, ROL, NUMERO EMP, CLAVE TEMPORAL"
                         TO REG-AUO-CAMPOS
           PERFORM 085-REGISTRA-AUDITORIA
           DISPLAY "OPERADOR " WS-CAP-ID " DADO DE ALTA; CAMBIARA LA "
                   "CLAVE EN SU PRIMERA FIRMA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 035-DESHABILITA - EL OPERADOR YA NO PUEDE FIRMARSE; SU         *
      *                REGISTRO Y SU HISTORIA SE CONSERVAN             *
      * -------------------------------------------------------------- *
       035-DESHABILITA.
           DISPLAY "ID DEL OPERADOR: "
           MOVE SPACES TO WS-CAP-ID
           ACCEPT WS-CAP-ID
           IF WS-CAP-ID = WS-FIR-ID
              DISPLAY "NO PUEDE DESHABILITARSE A SI MISMO"
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-ID TO REG-OP-ID
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NO REGISTRADO: " WS-CAP-ID
                   GO TO 020-MENU
           END-READ
           IF REG-OP-DESHABILITADO
              DISPLAY "EL OPERADOR YA ESTA DESHABILITADO"
              GO TO 020-MENU
           END-IF
           DISPLAY "OPERADOR: " REG-OP-ID " " REG-OP-NOMBRE
                   " ROL " REG-OP-ROL
           DISPLAY "CONFIRMA DESHABILITARLO (S/N): "
           MOVE SPACES TO WS-CAP-CONFIRMA
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "OPERACION ABORTADA"
              GO TO 020-MENU
           END-IF
           MOVE "D" TO REG-OP-ESTADO
           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "NO SE PUDO DESHABILITAR: "
                           WS-FILE-STATUS-OPE
                   GO TO 020-MENU
           END-REWRITE
           MOVE "DESHAB" TO REG-AUO-OPERACION
           MOVE "ESTADO (DESHABILITADO)" TO REG-AUO-CAMPOS
           PERFORM 085-REGISTRA-AUDITORIA
           DISPLAY "OPERADOR DESHABILITADO"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 040-RESTABLECE - CLAVE TEMPORAL NUEVA, FIRMAS FALLIDAS EN CERO *
      *                Y ESTADO ACTIVO (DESBLOQUEA Y TAMBIEN VUELVE A  *
      *                HABILITAR AL DESHABILITADO)                     *
      * -------------------------------------------------------------- *
       040-RESTABLECE.
           DISPLAY "ID DEL OPERADOR: "
           MOVE SPACES TO WS-CAP-ID
           ACCEPT WS-CAP-ID
           MOVE WS-CAP-ID TO REG-OP-ID
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NO REGISTRADO: " WS-CAP-ID
                   GO TO 020-MENU
           END-READ
           DISPLAY "OPERADOR: " REG-OP-ID " " REG-OP-NOMBRE
                   " ESTADO " REG-OP-ESTADO
                   " FALLIDAS " REG-OP-INTENTOS-FALLIDOS
           PERFORM 060-PIDE-CLAVE-TEMPORAL THRU 060-FIN-PIDE-CLAVE
           IF NOT WS-CLAVE-OK
              GO TO 020-MENU
           END-IF
           MOVE WS-RCL-RESUMEN        TO REG-OP-CLAVE-RESUMEN
           MOVE "S"                   TO REG-OP-CAMBIO-CLAVE
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-OP-FECHA-CLAVE
           MOVE ZEROS                 TO REG-OP-INTENTOS-FALLIDOS
           MOVE "A"                   TO REG-OP-ESTADO
           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "NO SE PUDO RESTABLECER: "
                           WS-FILE-STATUS-OPE
                   GO TO 020-MENU
           END-REWRITE
           MOVE "RESET"  TO REG-AUO-OPERACION
           MOVE "CLAVE TEMPORAL, FALLIDAS EN CERO, ESTADO ACTIVO"
                         TO REG-AUO-CAMPOS
           PERFORM 085-REGISTRA-AUDITORIA
           DISPLAY "OPERADOR RESTABLECIDO; CAMBIARA LA CLAVE EN SU "
                   "SIGUIENTE FIRMA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 045-CONSULTA - DATOS DEL OPERADOR Y SUS ULTIMAS FIRMAS         *
      * -------------------------------------------------------------- *
       045-CONSULTA.
           DISPLAY "ID DEL OPERADOR: "
           MOVE SPACES TO WS-CAP-ID
           ACCEPT WS-CAP-ID
           MOVE WS-CAP-ID TO REG-OP-ID
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NO REGISTRADO: " WS-CAP-ID
                   GO TO 020-MENU
           END-READ
           DISPLAY " "
           DISPLAY "OPERADOR      : " REG-OP-ID " " REG-OP-NOMBRE
           DISPLAY "ROL           : " REG-OP-ROL
                   "   NUMERO EMP: " REG-OP-NUMERO-EMP
           DISPLAY "ESTADO        : " REG-OP-ESTADO
                   " (A=ACTIVO D=DESHABILITADO B=BLOQUEADO)"
           DISPLAY "CLAVE DEL     : " REG-OP-FECHA-CLAVE
                   "   TEMPORAL: " REG-OP-CAMBIO-CLAVE
           DISPLAY "ULTIMA FIRMA  : " REG-OP-ULTIMA-FIRMA-FECHA " "
                   REG-OP-ULTIMA-FIRMA-HORA
           DISPLAY "ULTIMO FALLO  : " REG-OP-ULTIMO-FALLO-FECHA " "
                   REG-OP-ULTIMO-FALLO-HORA
                   "   FALLIDAS SEGUIDAS: " REG-OP-INTENTOS-FALLIDOS
           PERFORM 046-CARGA-FIRMAS THRU 046-FIN-CARGA-FIRMAS
           DISPLAY " "
           DISPLAY "ULTIMAS FIRMAS (F=OK X=CLAVE ERRONEA B=BLOQUEADO "
                   "D=DESHABILITADO V=CAMBIO PENDIENTE):"
           IF WS-CANT-FIRMAS = ZEROS
              DISPLAY "  (SIN FIRMAS EN 04-BITACORA-FIRMAS)"
           END-IF
           PERFORM 048-MUESTRA-FIRMA
               VARYING WS-IX-FIR FROM 1 BY 1
               UNTIL WS-IX-FIR > WS-CANT-FIRMAS
           GO TO 020-MENU.

       046-CARGA-FIRMAS.
           MOVE ZEROS TO WS-CANT-FIRMAS
           MOVE "N" TO WS-SW-FIN-BITACORA
           OPEN INPUT BITACORA-FIRMAS
           IF WS-FILE-STATUS-BFI NOT = "00"
              GO TO 046-FIN-CARGA-FIRMAS
           END-IF
           GO TO 0461-LEE-FIRMA.

       0461-LEE-FIRMA.
           READ BITACORA-FIRMAS
               AT END
                   MOVE "S" TO WS-SW-FIN-BITACORA
                   CLOSE BITACORA-FIRMAS
                   GO TO 046-FIN-CARGA-FIRMAS
           END-READ
           IF REG-BFI-ID NOT = WS-CAP-ID
              GO TO 0461-LEE-FIRMA
           END-IF
           IF WS-CANT-FIRMAS = WS-MAX-FIRMAS
              PERFORM 047-RECORRE-FIRMA
                  VARYING WS-IX-FIR FROM 1 BY 1
                  UNTIL WS-IX-FIR NOT < WS-MAX-FIRMAS
           ELSE
              ADD 1 TO WS-CANT-FIRMAS
           END-IF
           MOVE REG-BFI-FECHA     TO WS-TAB-FIR-FECHA (WS-CANT-FIRMAS)
           MOVE REG-BFI-HORA      TO WS-TAB-FIR-HORA (WS-CANT-FIRMAS)
           MOVE REG-BFI-RESULTADO
                             TO WS-TAB-FIR-RESULTADO (WS-CANT-FIRMAS)
           MOVE REG-BFI-DETALLE
                             TO WS-TAB-FIR-DETALLE (WS-CANT-FIRMAS)
           GO TO 0461-LEE-FIRMA.

       046-FIN-CARGA-FIRMAS.
           EXIT.

       047-RECORRE-FIRMA.
           MOVE WS-TAB-FIR (WS-IX-FIR + 1) TO WS-TAB-FIR (WS-IX-FIR).

       048-MUESTRA-FIRMA.
           DISPLAY "  " WS-TAB-FIR-FECHA (WS-IX-FIR) " "
                   WS-TAB-FIR-HORA (WS-IX-FIR) "  "
                   WS-TAB-FIR-RESULTADO (WS-IX-FIR) "  "
                   WS-TAB-FIR-DETALLE (WS-IX-FIR).

      * -------------------------------------------------------------- *
      * 050-LISTA - TODO EL CATALOGO EN ORDEN DE ID                    *
      * -------------------------------------------------------------- *
       050-LISTA.
           MOVE ZEROS TO WS-CONT-LISTADOS
           MOVE LOW-VALUES TO REG-OP-ID
           START OPERADORES KEY IS NOT LESS THAN REG-OP-ID
               INVALID KEY
                   DISPLAY "NO HAY OPERADORES REGISTRADOS"
                   GO TO 020-MENU
           END-START
           DISPLAY " "
           DISPLAY "ID       NOMBRE               ROL EDO FALL "
                   "ULT.FIRMA CLAVE DEL"
           MOVE "N" TO WS-SW-FIN-OPERADORES
           GO TO 051-LEE-SIGUIENTE.

       051-LEE-SIGUIENTE.
           READ OPERADORES NEXT RECORD
               AT END
                   DISPLAY "OPERADORES: " WS-CONT-LISTADOS
                   GO TO 020-MENU
           END-READ
           ADD 1 TO WS-CONT-LISTADOS
           DISPLAY REG-OP-ID " " REG-OP-NOMBRE "  "
                   REG-OP-ROL "   " REG-OP-ESTADO "   "
                   REG-OP-INTENTOS-FALLIDOS "  "
                   REG-OP-ULTIMA-FIRMA-FECHA "  "
                   REG-OP-FECHA-CLAVE
           GO TO 051-LEE-SIGUIENTE.

      * -------------------------------------------------------------- *
      * 060-PIDE-CLAVE-TEMPORAL - EL ADMINISTRADOR TECLEA DOS VECES LA *
      *                CLAVE TEMPORAL (MISMAS REGLAS QUE PROG0036 PARA *
      *                LA CLAVE NUEVA) Y DEJA SU RESUMEN EN            *
      *                WS-RCL-RESUMEN                                  *
      * -------------------------------------------------------------- *
       060-PIDE-CLAVE-TEMPORAL.
           MOVE "N" TO WS-SW-CLAVE-OK
           DISPLAY "CLAVE TEMPORAL : "
           MOVE SPACES TO WS-CAP-CLAVE
           ACCEPT WS-CAP-CLAVE
           DISPLAY "CONFIRME CLAVE : "
           MOVE SPACES TO WS-CAP-CONFIRMA-CLAVE
           ACCEPT WS-CAP-CONFIRMA-CLAVE
           IF WS-CAP-CLAVE NOT = WS-CAP-CONFIRMA-CLAVE
              DISPLAY "LAS CLAVES NO COINCIDEN"
              GO TO 060-FIN-PIDE-CLAVE
           END-IF
           MOVE ZEROS TO WS-CONT-ESPACIOS
           INSPECT WS-CAP-CLAVE TALLYING WS-CONT-ESPACIOS
               FOR ALL SPACES
           IF 8 - WS-CONT-ESPACIOS < WS-LARGO-MINIMO-CLAVE
              OR WS-CAP-CLAVE (1:1) = SPACE
                 DISPLAY "LA CLAVE DEBE TENER AL MENOS "
                         WS-LARGO-MINIMO-CLAVE " CARACTERES SIN "
                         "ESPACIOS"
                 GO TO 060-FIN-PIDE-CLAVE
           END-IF
           IF WS-CAP-CLAVE = WS-CAP-ID
              DISPLAY "LA CLAVE NO PUEDE SER EL ID DEL OPERADOR"
              GO TO 060-FIN-PIDE-CLAVE
           END-IF
           MOVE WS-CAP-ID    TO WS-RCL-ID
           MOVE WS-CAP-CLAVE TO WS-RCL-CLAVE
           CALL "PROG0096" USING WS-RESUMEN-CLAVE
           MOVE SPACES TO WS-RCL-CLAVE
                          WS-CAP-CLAVE
                          WS-CAP-CONFIRMA-CLAVE
           MOVE "S" TO WS-SW-CLAVE-OK.

       060-FIN-PIDE-CLAVE.
           EXIT.

      * -------------------------------------------------------------- *
      * 085-REGISTRA-AUDITORIA - ANOTA EN 04-AUDIT-OPERADORES QUIEN Y  *
      *                CUANDO CAMBIO A QUE OPERADOR Y QUE CAMPOS       *
      *                AFECTO (NUNCA LA CLAVE)                         *
      * -------------------------------------------------------------- *
       085-REGISTRA-AUDITORIA.
           MOVE WS-AUD-USUARIO        TO REG-AUO-USUARIO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-AUO-FECHA
           ACCEPT REG-AUO-HORA FROM TIME
           MOVE REG-OP-ID             TO REG-AUO-OPERADOR
           OPEN EXTEND AUDIT-OPERADORES
           IF WS-FILE-STATUS-AUO = "35"
              OPEN OUTPUT AUDIT-OPERADORES
           END-IF
           IF WS-FILE-STATUS-AUO NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-AUDIT-OPERADORES, "
                      "STATUS " WS-FILE-STATUS-AUO
                      "; REGISTRO PERDIDO"
           ELSE
              WRITE REG-AUD-OPERADOR
              CLOSE AUDIT-OPERADORES
           END-IF.

       090-VALIDA-EMPLEADO.
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-EMPLEADOS; EL NUMERO "
                      "DE EMPLEADO NO SE VALIDA"
              GO TO 090-FIN-VALIDA-EMPLEADO
           END-IF
           MOVE WS-CAP-NUMERO-EMP TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   DISPLAY "EMPLEADO NO ENCONTRADO: " WS-CAP-NUMERO-EMP
                   MOVE ZEROS TO WS-CAP-NUMERO-EMP
               NOT INVALID KEY
                   DISPLAY "EMPLEADO: " REG-EMP-NOMBRE
           END-READ
           CLOSE EMPLEADOS.

       090-FIN-VALIDA-EMPLEADO.
           EXIT.

       100-FIN.
           CLOSE OPERADORES
           GOBACK.

       END PROGRAM PROG0095.
