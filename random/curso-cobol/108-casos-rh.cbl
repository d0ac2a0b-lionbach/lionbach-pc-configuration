       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0105.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: CASOS DE RECURSOS HUMANOS (ACCIONES DISCIPLINARIAS,  *
      *           QUEJAS E INVESTIGACIONES) SOBRE UN EMPLEADO. UN CASO *
      *           (04-CASOS-RH, VER WCASFD) SE ABRE CON SU TIPO, EL    *
      *           EMPLEADO Y SU FECHA; PASA POR ABIERTO, EN            *
      *           INVESTIGACION, RESUELTO Y CERRADO, CADA CAMBIO CON   *
      *           SU FECHA, Y LO LLEVA UN INVESTIGADOR DE RH O         *
      *           ADMINISTRADOR. LAS NOTAS DEL CASO SE CAPTURAN EN     *
      *           NOTAS001 (REG-NOTA-CASO) Y AQUI SE CONSULTAN CON EL  *
      *           CASO. CADA MOVIMIENTO QUEDA EN 04-BITACORA-CASOS.    *
      *           SOLO RH Y EL ADMINISTRADOR ENTRAN AL PROGRAMA; EL    *
      *           REPORTE MENSUAL DE ANTIGUEDAD LO SACA PROG0106       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS-RH ASSIGN TO "04-CASOS-RH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-CAS-NUMERO
           FILE STATUS IS WS-FILE-STATUS-CAS.
           SELECT BITACORA-CASOS ASSIGN TO "04-BITACORA-CASOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-BCA.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT OPERADORES ASSIGN TO "04-OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-OP-ID
           FILE STATUS IS WS-FILE-STATUS-OPE.
           SELECT NOTAS-CASO
           ASSIGN TO "notas-app-with-goto-dependening/notas"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-NOTA-NUMERO
           FILE STATUS IS WS-FILE-STATUS-NOTAS.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASOS-RH
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCASFD.
       FD  BITACORA-CASOS
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WBCASFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  OPERADORES
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WOPERFD.
       FD  NOTAS-CASO
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNOTAFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.
       COPY WDEPTOS.

       01 WS-FILE-STATUS-CAS      PIC X(02).
       01 WS-FILE-STATUS-BCA      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-OPE      PIC X(02).
       01 WS-FILE-STATUS-NOTAS    PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-VALIDA.
           05 WS-SW-DATOS-OK      PIC X(01)    VALUE "S".
               88 WS-DATOS-VALIDOS         VALUE "S".
           05 WS-MOTIVO-INVALIDO  PIC X(40)    VALUE SPACES.

       01 WS-CAPTURA-CASO.
           05 WS-CAP-CASO         PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-TIPO         PIC X(01)    VALUE SPACES.
           05 WS-CAP-EMPLEADO     PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-DEPTO        PIC 9(03)    VALUE ZEROS.
           05 WS-CAP-TITULO       PIC X(30)    VALUE SPACES.
           05 WS-CAP-ESTADO       PIC X(01)    VALUE SPACES.
           05 WS-CAP-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-INVESTIGADOR PIC X(08)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * EL NUMERO DE CASO LO DA EL PROGRAMA: EL MAYOR QUE YA EXISTE    *
      * EN 04-CASOS-RH MAS UNO (VER 012-BUSCA-ULTIMO-CASO)             *
      * -------------------------------------------------------------- *
       01 WS-ULTIMO-CASO          PIC 9(05)    VALUE ZEROS.
       01 WS-ESTADO-ANTERIOR      PIC X(01)    VALUE SPACES.
       01 WS-CONT-LINEAS          PIC 9(05)    VALUE ZEROS.

       01 WS-NOM-EMPLEADO         PIC X(30).
       01 WS-NOM-DEPTO            PIC X(20).
       01 WS-NOM-TIPO             PIC X(14).
       01 WS-NOM-ESTADO           PIC X(16).
       01 WS-NOM-MOVIMIENTO       PIC X(14).

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
      * FECHAS DESDE/HASTA DE 098-DIAS-ENTRE, DESGLOSADAS PARA CONTAR  *
      * LOS DIAS CON ANIOS DE 360 Y MESES DE 30 (COMO PROG0083)        *
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
       01 WS-ED-DIAS              PIC ZZZZ9.

       PROCEDURE DIVISION.
       010-INICIO.
      * LOS CASOS DE RH SON INFORMACION RESERVADA: NI SIQUIERA SE
      * CONSULTAN CON OTRO ROL
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-RECURSOS-HUMANOS
              AND NOT WS-FIR-ADMINISTRADOR
                 DISPLAY "PROG0105: LOS CASOS DE RH SON SOLO PARA RH Y "
                         "EL ADMINISTRADOR"
                 GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 015-CARGA-DEPTOS THRU 015-FIN-CARGA-DEPTOS
           OPEN I-O CASOS-RH
           IF WS-FILE-STATUS-CAS = "35"
              OPEN OUTPUT CASOS-RH
              CLOSE CASOS-RH
              OPEN I-O CASOS-RH
           END-IF
           IF WS-FILE-STATUS-CAS NOT = "00"
              DISPLAY "PROG0105: NO SE PUDO ABRIR 04-CASOS-RH, "
                      "STATUS " WS-FILE-STATUS-CAS
              GOBACK
           END-IF
           PERFORM 012-BUSCA-ULTIMO-CASO THRU 012-FIN-BUSCA-ULTIMO-CASO
           PERFORM 020-MENU.

       012-BUSCA-ULTIMO-CASO.
           MOVE ZEROS TO WS-ULTIMO-CASO
           MOVE ZEROS TO REG-CAS-NUMERO
           START CASOS-RH KEY NOT LESS THAN REG-CAS-NUMERO
               INVALID KEY
                   GO TO 012-FIN-BUSCA-ULTIMO-CASO
           END-START
           GO TO 0121-LEE-CASO.

       0121-LEE-CASO.
           READ CASOS-RH NEXT RECORD
               AT END
                   GO TO 012-FIN-BUSCA-ULTIMO-CASO
           END-READ
           MOVE REG-CAS-NUMERO TO WS-ULTIMO-CASO
           GO TO 0121-LEE-CASO.

       012-FIN-BUSCA-ULTIMO-CASO.
           EXIT.

      * -------------------------------------------------------------- *
      * 015-CARGA-DEPTOS - LEE 04-DEPTOS Y LLENA LA TABLA EN MEMORIA   *
      *                    (VER PROG0010 PARA MANTENER EL CATALOGO)    *
      * -------------------------------------------------------------- *
       015-CARGA-DEPTOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0105: NO SE PUDO ABRIR 04-DEPTOS: "
                      WS-FILE-STATUS-DEPTOS
              GO TO 015-FIN-CARGA-DEPTOS
           END-IF
           GO TO 0151-LEE-DEPTO-CAT.

       0151-LEE-DEPTO-CAT.
           IF WS-IX-DEPTO > 10
              GO TO 0152-CIERRA-DEPTOS-CAT
           END-IF
           READ DEPTOS-CFG
               AT END
                   GO TO 0152-CIERRA-DEPTOS-CAT
           END-READ
           MOVE REG-DEPTO-CAT-COD
                     TO WS-TAB-DEPTO-COD (WS-IX-DEPTO)
           MOVE REG-DEPTO-CAT-NOM
                     TO WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
           SET WS-IX-DEPTO UP BY 1
           GO TO 0151-LEE-DEPTO-CAT.

       0152-CIERRA-DEPTOS-CAT.
           CLOSE DEPTOS-CFG.

       015-FIN-CARGA-DEPTOS.
           EXIT.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- CASOS DE RECURSOS HUMANOS -----"
           DISPLAY "1) ABRE CASO"
           DISPLAY "2) ASIGNA INVESTIGADOR"
           DISPLAY "3) CAMBIA ESTADO DEL CASO"
           DISPLAY "4) CONSULTA CASO"
           DISPLAY "5) LISTA CASOS PENDIENTES"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           GO TO 030-ABRE-CASO
                 040-ASIGNA-INVESTIGADOR
                 050-CAMBIA-ESTADO
                 060-CONSULTA
                 070-LISTA-PENDIENTES
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 030-ABRE-CASO - EL EMPLEADO DEBE EXISTIR EN EL MAESTRO; EL     *
      *                CASO GUARDA SU DEPTO DE ESE MOMENTO. LA FECHA   *
      *                DE APERTURA PUEDE SER ANTERIOR A HOY (UNA QUEJA *
      *                QUE SE RECIBIO ANTES DE CAPTURARLA), NO FUTURA  *
      * -------------------------------------------------------------- *
       030-ABRE-CASO.
           DISPLAY " "
           DISPLAY "----- ABRE CASO -----"
           IF WS-ULTIMO-CASO = 99999
              DISPLAY "YA NO HAY NUMEROS DE CASO DISPONIBLES"
              GO TO 020-MENU
           END-IF
           MOVE SPACES TO WS-CAP-TIPO
           DISPLAY "TIPO (D=DISCIPLINARIO Q=QUEJA I=INVESTIGACION): "
           ACCEPT WS-CAP-TIPO
           IF WS-CAP-TIPO NOT = "D" AND NOT = "Q" AND NOT = "I"
              DISPLAY "TIPO DE CASO NO VALIDO"
              GO TO 020-MENU
           END-IF
           MOVE ZEROS TO WS-CAP-EMPLEADO
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           PERFORM 090-LEE-EMPLEADO THRU 090-FIN-LEE-EMPLEADO
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "EMPLEADO INVALIDO: " WS-MOTIVO-INVALIDO
              GO TO 020-MENU
           END-IF
           DISPLAY "EMPLEADO  : " WS-NOM-EMPLEADO
           MOVE SPACES TO WS-CAP-TITULO
           DISPLAY "TITULO DEL CASO: "
           ACCEPT WS-CAP-TITULO
           IF WS-CAP-TITULO = SPACES
              DISPLAY "EL TITULO ES OBLIGATORIO"
              GO TO 020-MENU
           END-IF
           DISPLAY "FECHA DE APERTURA (AAAAMMDD, VACIO = HOY): "
           PERFORM 096-PIDE-FECHA
           IF WS-CAP-FECHA > WS-FECHA-HOY-CCYYMMDD
              DISPLAY "LA FECHA NO PUEDE SER POSTERIOR A HOY"
              GO TO 020-MENU
           END-IF
           MOVE SPACES TO WS-CAP-INVESTIGADOR
           DISPLAY "INVESTIGADOR (ID DE OPERADOR, VACIO = SIN "
                   "ASIGNAR): "
           ACCEPT WS-CAP-INVESTIGADOR
           IF WS-CAP-INVESTIGADOR NOT = SPACES
              PERFORM 092-VALIDA-INVESTIGADOR
                  THRU 092-FIN-VALIDA-INVESTIGADOR
              IF NOT WS-DATOS-VALIDOS
                 DISPLAY "INVESTIGADOR INVALIDO: " WS-MOTIVO-INVALIDO
                 GO TO 020-MENU
              END-IF
           END-IF
           ADD 1 TO WS-ULTIMO-CASO
           MOVE WS-ULTIMO-CASO        TO REG-CAS-NUMERO
           MOVE WS-CAP-TIPO           TO REG-CAS-TIPO
           MOVE WS-CAP-EMPLEADO       TO REG-CAS-EMPLEADO
           MOVE WS-CAP-DEPTO          TO REG-CAS-DEPTO
           MOVE WS-CAP-TITULO         TO REG-CAS-TITULO
           MOVE "A"                   TO REG-CAS-ESTADO
           MOVE WS-CAP-FECHA          TO REG-CAS-FECHA-APERTURA
                                         REG-CAS-FECHA-ESTADO
           MOVE ZEROS                 TO REG-CAS-FECHA-CIERRE
           MOVE WS-CAP-INVESTIGADOR   TO REG-CAS-INVESTIGADOR
           MOVE WS-FIR-ID             TO REG-CAS-USUARIO
           WRITE REG-CASO-RH
               INVALID KEY
                   DISPLAY "NO SE PUDO ABRIR EL CASO: "
                           WS-FILE-STATUS-CAS
                   SUBTRACT 1 FROM WS-ULTIMO-CASO
                   GO TO 020-MENU
           END-WRITE
           MOVE "A"                   TO REG-BCA-MOVIMIENTO
           MOVE SPACES                TO REG-BCA-ESTADO-ANTERIOR
           PERFORM 085-REGISTRA-BITACORA
           DISPLAY "CASO " REG-CAS-NUMERO " ABIERTO"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 040-ASIGNA-INVESTIGADOR - ASIGNA O CAMBIA AL INVESTIGADOR DE   *
      *                UN CASO QUE NO ESTE CERRADO                     *
      * -------------------------------------------------------------- *
       040-ASIGNA-INVESTIGADOR.
           DISPLAY " "
           DISPLAY "----- ASIGNA INVESTIGADOR -----"
           PERFORM 075-LEE-CASO
           IF WS-FILE-STATUS-CAS NOT = "00"
              GO TO 020-MENU
           END-IF
           IF REG-CAS-CERRADO
              DISPLAY "EL CASO ESTA CERRADO"
              GO TO 020-MENU
           END-IF
           PERFORM 080-MUESTRA-CASO
           MOVE SPACES TO WS-CAP-INVESTIGADOR
           DISPLAY "INVESTIGADOR (ID DE OPERADOR): "
           ACCEPT WS-CAP-INVESTIGADOR
           IF WS-CAP-INVESTIGADOR = SPACES
              DISPLAY "EL INVESTIGADOR ES OBLIGATORIO"
              GO TO 020-MENU
           END-IF
           IF WS-CAP-INVESTIGADOR = REG-CAS-INVESTIGADOR
              DISPLAY "YA ES EL INVESTIGADOR DEL CASO"
              GO TO 020-MENU
           END-IF
           MOVE REG-CAS-EMPLEADO TO WS-CAP-EMPLEADO
           PERFORM 092-VALIDA-INVESTIGADOR
               THRU 092-FIN-VALIDA-INVESTIGADOR
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "INVESTIGADOR INVALIDO: " WS-MOTIVO-INVALIDO
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-INVESTIGADOR   TO REG-CAS-INVESTIGADOR
           MOVE WS-FIR-ID             TO REG-CAS-USUARIO
           REWRITE REG-CASO-RH
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CASO: "
                           WS-FILE-STATUS-CAS
                   GO TO 020-MENU
           END-REWRITE
           MOVE "N"                   TO REG-BCA-MOVIMIENTO
           MOVE REG-CAS-ESTADO        TO REG-BCA-ESTADO-ANTERIOR
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-CAP-FECHA
           PERFORM 085-REGISTRA-BITACORA
           DISPLAY "CASO " REG-CAS-NUMERO " ASIGNADO A "
                   REG-CAS-INVESTIGADOR
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 050-CAMBIA-ESTADO - LOS CAMBIOS PERMITIDOS SON:                *
      *                A (ABIERTO)  -> I (EN INVESTIGACION), SOLO CON  *
      *                                INVESTIGADOR ASIGNADO           *
      *                I            -> R (RESUELTO)                    *
      *                R            -> I (SE REABRE LA INVESTIGACION)  *
      *                R            -> C (CERRADO, CON SU FECHA DE     *
      *                                CIERRE; YA NO SE MUEVE)         *
      *                LA FECHA NO PUEDE SER ANTERIOR AL ULTIMO CAMBIO *
      *                DE ESTADO NI POSTERIOR A HOY                    *
      * -------------------------------------------------------------- *
       050-CAMBIA-ESTADO.
           DISPLAY " "
           DISPLAY "----- CAMBIA ESTADO DEL CASO -----"
           PERFORM 075-LEE-CASO
           IF WS-FILE-STATUS-CAS NOT = "00"
              GO TO 020-MENU
           END-IF
           IF REG-CAS-CERRADO
              DISPLAY "EL CASO YA ESTA CERRADO"
              GO TO 020-MENU
           END-IF
           PERFORM 080-MUESTRA-CASO
           MOVE SPACES TO WS-CAP-ESTADO
           DISPLAY "ESTADO NUEVO (I=EN INVESTIGACION R=RESUELTO "
                   "C=CERRADO): "
           ACCEPT WS-CAP-ESTADO
           MOVE "N" TO WS-SW-DATOS-OK
           IF WS-CAP-ESTADO = "I"
              AND (REG-CAS-ABIERTO OR REG-CAS-RESUELTO)
                 MOVE "S" TO WS-SW-DATOS-OK
           END-IF
           IF WS-CAP-ESTADO = "R" AND REG-CAS-EN-INVESTIGACION
              MOVE "S" TO WS-SW-DATOS-OK
           END-IF
           IF WS-CAP-ESTADO = "C" AND REG-CAS-RESUELTO
              MOVE "S" TO WS-SW-DATOS-OK
           END-IF
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "ESTADO NO VALIDO DESDE EL ESTADO ACTUAL"
              GO TO 020-MENU
           END-IF
           IF WS-CAP-ESTADO = "I" AND REG-CAS-INVESTIGADOR = SPACES
              DISPLAY "ASIGNE PRIMERO UN INVESTIGADOR AL CASO"
              GO TO 020-MENU
           END-IF
           DISPLAY "FECHA DEL CAMBIO (AAAAMMDD, VACIO = HOY): "
           PERFORM 096-PIDE-FECHA
           IF WS-CAP-FECHA < REG-CAS-FECHA-ESTADO
              DISPLAY "LA FECHA ES ANTERIOR AL ULTIMO CAMBIO DE "
                      "ESTADO (" REG-CAS-FECHA-ESTADO ")"
              GO TO 020-MENU
           END-IF
           IF WS-CAP-FECHA > WS-FECHA-HOY-CCYYMMDD
              DISPLAY "LA FECHA NO PUEDE SER POSTERIOR A HOY"
              GO TO 020-MENU
           END-IF
           MOVE REG-CAS-ESTADO        TO WS-ESTADO-ANTERIOR
           MOVE WS-CAP-ESTADO         TO REG-CAS-ESTADO
           MOVE WS-CAP-FECHA          TO REG-CAS-FECHA-ESTADO
           IF REG-CAS-CERRADO
              MOVE WS-CAP-FECHA       TO REG-CAS-FECHA-CIERRE
           END-IF
           MOVE WS-FIR-ID             TO REG-CAS-USUARIO
           REWRITE REG-CASO-RH
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CASO: "
                           WS-FILE-STATUS-CAS
                   GO TO 020-MENU
           END-REWRITE
           MOVE "E"                   TO REG-BCA-MOVIMIENTO
           MOVE WS-ESTADO-ANTERIOR    TO REG-BCA-ESTADO-ANTERIOR
           PERFORM 085-REGISTRA-BITACORA
           PERFORM 082-NOMBRES-CASO
           DISPLAY "CASO " REG-CAS-NUMERO " " WS-NOM-ESTADO
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 060-CONSULTA - LOS DATOS DEL CASO, SUS NOTAS DE NOTAS001 Y SU  *
      *                BITACORA DE MOVIMIENTOS                         *
      * -------------------------------------------------------------- *
       060-CONSULTA.
           DISPLAY " "
           PERFORM 075-LEE-CASO
           IF WS-FILE-STATUS-CAS NOT = "00"
              GO TO 020-MENU
           END-IF
           PERFORM 080-MUESTRA-CASO
           PERFORM 062-NOTAS-CASO THRU 062-FIN-NOTAS-CASO
           PERFORM 064-BITACORA-CASO THRU 064-FIN-BITACORA-CASO
           GO TO 020-MENU.

       062-NOTAS-CASO.
           DISPLAY "NOTAS DEL CASO:"
           MOVE ZEROS TO WS-CONT-LINEAS
           OPEN INPUT NOTAS-CASO
           IF WS-FILE-STATUS-NOTAS NOT = "00"
              DISPLAY "  (NO SE PUDIERON LEER LAS NOTAS, STATUS "
                      WS-FILE-STATUS-NOTAS ")"
              GO TO 062-FIN-NOTAS-CASO
           END-IF
           GO TO 0621-LEE-NOTA.

       0621-LEE-NOTA.
           READ NOTAS-CASO NEXT RECORD
               AT END
                   CLOSE NOTAS-CASO
                   GO TO 0622-SIN-NOTAS
           END-READ
           IF REG-NOTA-CASO NOT NUMERIC
              OR REG-NOTA-CASO NOT = REG-CAS-NUMERO
                 GO TO 0621-LEE-NOTA
           END-IF
           DISPLAY "  " REG-NOTA-NUMERO " " REG-NOTA-FECHA-CREACION
                   " " REG-NOTA-TITULO
           DISPLAY "       " REG-NOTA-CUERPO
           ADD 1 TO WS-CONT-LINEAS
           GO TO 0621-LEE-NOTA.

       0622-SIN-NOTAS.
           IF WS-CONT-LINEAS = ZEROS
              DISPLAY "  SIN NOTAS LIGADAS"
           END-IF.

       062-FIN-NOTAS-CASO.
           EXIT.

       064-BITACORA-CASO.
           DISPLAY "MOVIMIENTOS:"
           OPEN INPUT BITACORA-CASOS
           IF WS-FILE-STATUS-BCA NOT = "00"
              DISPLAY "  (SIN BITACORA)"
              GO TO 064-FIN-BITACORA-CASO
           END-IF
           GO TO 0641-LEE-BITACORA.

       0641-LEE-BITACORA.
           READ BITACORA-CASOS
               AT END
                   CLOSE BITACORA-CASOS
                   GO TO 064-FIN-BITACORA-CASO
           END-READ
           IF REG-BCA-CASO NOT = REG-CAS-NUMERO
              GO TO 0641-LEE-BITACORA
           END-IF
           MOVE "CAMBIO ESTADO" TO WS-NOM-MOVIMIENTO
           IF REG-BCA-ALTA
              MOVE "APERTURA" TO WS-NOM-MOVIMIENTO
           END-IF
           IF REG-BCA-ASIGNACION
              MOVE "INVESTIGADOR" TO WS-NOM-MOVIMIENTO
           END-IF
           DISPLAY "  " REG-BCA-FECHA-EFECTIVA " " WS-NOM-MOVIMIENTO
                   " " REG-BCA-ESTADO-ANTERIOR "->"
                   REG-BCA-ESTADO-NUEVO " " REG-BCA-INVESTIGADOR
                   " POR " REG-BCA-USUARIO " EL " REG-BCA-FECHA
           GO TO 0641-LEE-BITACORA.

       064-FIN-BITACORA-CASO.
           EXIT.

      * -------------------------------------------------------------- *
      * 070-LISTA-PENDIENTES - LOS CASOS NO CERRADOS CON LOS DIAS QUE  *
      *                LLEVAN ABIERTOS A HOY                           *
      * -------------------------------------------------------------- *
       070-LISTA-PENDIENTES.
           DISPLAY " "
           DISPLAY "----- CASOS PENDIENTES -----"
           DISPLAY "CASO  T EST EMPL. APERTURA     DIAS INVESTIG "
                   "TITULO"
           MOVE ZEROS TO WS-CONT-LINEAS
           MOVE ZEROS TO REG-CAS-NUMERO
           START CASOS-RH KEY NOT LESS THAN REG-CAS-NUMERO
               INVALID KEY
                   GO TO 0702-FIN-LISTA
           END-START
           GO TO 0701-LEE-PENDIENTE.

       0701-LEE-PENDIENTE.
           READ CASOS-RH NEXT RECORD
               AT END
                   GO TO 0702-FIN-LISTA
           END-READ
           IF NOT REG-CAS-PENDIENTE
              GO TO 0701-LEE-PENDIENTE
           END-IF
           MOVE REG-CAS-FECHA-APERTURA TO WS-FECHA-DESDE
           MOVE WS-FECHA-HOY-CCYYMMDD  TO WS-FECHA-HASTA
           PERFORM 098-DIAS-ENTRE
           MOVE WS-DIAS TO WS-ED-DIAS
           DISPLAY REG-CAS-NUMERO " " REG-CAS-TIPO "  "
                   REG-CAS-ESTADO "  " REG-CAS-EMPLEADO " "
                   REG-CAS-FECHA-APERTURA " " WS-ED-DIAS " "
                   REG-CAS-INVESTIGADOR " " REG-CAS-TITULO
           ADD 1 TO WS-CONT-LINEAS
           GO TO 0701-LEE-PENDIENTE.

       0702-FIN-LISTA.
           DISPLAY "CASOS PENDIENTES: " WS-CONT-LINEAS
           GO TO 020-MENU.

       075-LEE-CASO.
           MOVE ZEROS TO WS-CAP-CASO
           DISPLAY "NUMERO DE CASO: "
           ACCEPT WS-CAP-CASO
           MOVE WS-CAP-CASO TO REG-CAS-NUMERO
           READ CASOS-RH
               INVALID KEY
                   DISPLAY "CASO NO ENCONTRADO: " WS-CAP-CASO
           END-READ.

       080-MUESTRA-CASO.
           PERFORM 082-NOMBRES-CASO
           MOVE REG-CAS-EMPLEADO TO WS-CAP-EMPLEADO
           PERFORM 090-LEE-EMPLEADO THRU 090-FIN-LEE-EMPLEADO
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   MOVE "** SIN DEPTO **" TO WS-NOM-DEPTO
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = REG-CAS-DEPTO
                   MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO) TO WS-NOM-DEPTO
           END-SEARCH
           DISPLAY "CASO        : " REG-CAS-NUMERO " " WS-NOM-TIPO
           DISPLAY "TITULO      : " REG-CAS-TITULO
           DISPLAY "EMPLEADO    : " REG-CAS-EMPLEADO " "
                   WS-NOM-EMPLEADO
           DISPLAY "DEPTO       : " REG-CAS-DEPTO " " WS-NOM-DEPTO
           DISPLAY "ESTADO      : " WS-NOM-ESTADO
                   " DESDE " REG-CAS-FECHA-ESTADO
           DISPLAY "APERTURA    : " REG-CAS-FECHA-APERTURA
           IF REG-CAS-CERRADO
              DISPLAY "CIERRE      : " REG-CAS-FECHA-CIERRE
           END-IF
           IF REG-CAS-INVESTIGADOR = SPACES
              DISPLAY "INVESTIGADOR: (SIN ASIGNAR)"
           ELSE
              DISPLAY "INVESTIGADOR: " REG-CAS-INVESTIGADOR
           END-IF.

       082-NOMBRES-CASO.
           MOVE "INVESTIGACION" TO WS-NOM-TIPO
           IF REG-CAS-DISCIPLINARIO
              MOVE "DISCIPLINARIO" TO WS-NOM-TIPO
           END-IF
           IF REG-CAS-QUEJA
              MOVE "QUEJA" TO WS-NOM-TIPO
           END-IF
           MOVE "ABIERTO" TO WS-NOM-ESTADO
           IF REG-CAS-EN-INVESTIGACION
              MOVE "EN INVESTIGACION" TO WS-NOM-ESTADO
           END-IF
           IF REG-CAS-RESUELTO
              MOVE "RESUELTO" TO WS-NOM-ESTADO
           END-IF
           IF REG-CAS-CERRADO
              MOVE "CERRADO" TO WS-NOM-ESTADO
           END-IF.

      * -------------------------------------------------------------- *
      * 085-REGISTRA-BITACORA - ANOTA EN 04-BITACORA-CASOS EL          *
      *                MOVIMIENTO (YA EN REG-BCA-MOVIMIENTO Y EL       *
      *                ESTADO ANTERIOR), CON LA FECHA TECLEADA Y QUIEN *
      *                LO HIZO                                         *
      * -------------------------------------------------------------- *
       085-REGISTRA-BITACORA.
           MOVE REG-CAS-NUMERO        TO REG-BCA-CASO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-BCA-FECHA
           ACCEPT REG-BCA-HORA FROM TIME
           MOVE WS-FIR-ID             TO REG-BCA-USUARIO
           MOVE REG-CAS-ESTADO        TO REG-BCA-ESTADO-NUEVO
           MOVE WS-CAP-FECHA          TO REG-BCA-FECHA-EFECTIVA
           MOVE REG-CAS-INVESTIGADOR  TO REG-BCA-INVESTIGADOR
           OPEN EXTEND BITACORA-CASOS
           IF WS-FILE-STATUS-BCA = "35"
              OPEN OUTPUT BITACORA-CASOS
           END-IF
           IF WS-FILE-STATUS-BCA NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-BITACORA-CASOS, "
                      "STATUS " WS-FILE-STATUS-BCA
                      "; MOVIMIENTO SIN BITACORA"
           ELSE
              WRITE REG-BITACORA-CASO
              CLOSE BITACORA-CASOS
           END-IF.

      * -------------------------------------------------------------- *
      * 090-LEE-EMPLEADO - BUSCA WS-CAP-EMPLEADO EN EL MAESTRO Y DEJA  *
      *                SU NOMBRE Y DEPTO                               *
      * -------------------------------------------------------------- *
       090-LEE-EMPLEADO.
           MOVE "S"    TO WS-SW-DATOS-OK
           MOVE SPACES TO WS-MOTIVO-INVALIDO
           MOVE "** NO ESTA EN EL MAESTRO **" TO WS-NOM-EMPLEADO
           MOVE ZEROS  TO WS-CAP-DEPTO
           IF WS-CAP-EMPLEADO = ZEROS
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "NUMERO DE EMPLEADO OBLIGATORIO"
                          TO WS-MOTIVO-INVALIDO
              GO TO 090-FIN-LEE-EMPLEADO
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "NO SE PUDO ABRIR 04-EMPLEADOS" TO WS-MOTIVO-INVALIDO
              GO TO 090-FIN-LEE-EMPLEADO
           END-IF
           MOVE WS-CAP-EMPLEADO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   MOVE "N" TO WS-SW-DATOS-OK
                   MOVE "NO EXISTE EN EL MAESTRO" TO WS-MOTIVO-INVALIDO
               NOT INVALID KEY
                   MOVE REG-EMP-NOMBRE TO WS-NOM-EMPLEADO
                   MOVE REG-EMP-DEPTO  TO WS-CAP-DEPTO
           END-READ
           CLOSE EMPLEADOS.

       090-FIN-LEE-EMPLEADO.
           EXIT.

      * -------------------------------------------------------------- *
      * 092-VALIDA-INVESTIGADOR - EL INVESTIGADOR ES UN OPERADOR       *
      *                ACTIVO DE RH O ADMINISTRADOR DE 04-OPERADORES,  *
      *                Y NO PUEDE SER EL EMPLEADO DEL CASO             *
      * -------------------------------------------------------------- *
       092-VALIDA-INVESTIGADOR.
           MOVE "S"    TO WS-SW-DATOS-OK
           MOVE SPACES TO WS-MOTIVO-INVALIDO
           OPEN INPUT OPERADORES
           IF WS-FILE-STATUS-OPE NOT = "00"
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "NO SE PUDO ABRIR 04-OPERADORES"
                          TO WS-MOTIVO-INVALIDO
              GO TO 092-FIN-VALIDA-INVESTIGADOR
           END-IF
           MOVE WS-CAP-INVESTIGADOR TO REG-OP-ID
           READ OPERADORES
               INVALID KEY
                   MOVE "N" TO WS-SW-DATOS-OK
                   MOVE "NO ES UN OPERADOR REGISTRADO"
                                  TO WS-MOTIVO-INVALIDO
           END-READ
           CLOSE OPERADORES
           IF NOT WS-DATOS-VALIDOS
              GO TO 092-FIN-VALIDA-INVESTIGADOR
           END-IF
           IF NOT REG-OP-ACTIVO
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "EL OPERADOR NO ESTA ACTIVO" TO WS-MOTIVO-INVALIDO
              GO TO 092-FIN-VALIDA-INVESTIGADOR
           END-IF
           IF NOT REG-OP-RECURSOS-HUMANOS
              AND NOT REG-OP-ADMINISTRADOR
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "DEBE SER DE RH O ADMINISTRADOR"
                                  TO WS-MOTIVO-INVALIDO
                 GO TO 092-FIN-VALIDA-INVESTIGADOR
           END-IF
           IF REG-OP-NUMERO-EMP NOT = ZEROS
              AND REG-OP-NUMERO-EMP = WS-CAP-EMPLEADO
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "NO PUEDE INVESTIGAR SU PROPIO CASO"
                                  TO WS-MOTIVO-INVALIDO
           END-IF.

       092-FIN-VALIDA-INVESTIGADOR.
           EXIT.

       096-PIDE-FECHA.
           MOVE ZEROS TO WS-CAP-FECHA
           ACCEPT WS-CAP-FECHA
           IF WS-CAP-FECHA = ZEROS
              MOVE WS-FECHA-HOY-CCYYMMDD TO WS-CAP-FECHA
           END-IF.

       098-DIAS-ENTRE.
           COMPUTE WS-DIAS =
                   ((WS-FH-ANIO - WS-FD-ANIO) * 360)
                   + ((WS-FH-MES - WS-FD-MES) * 30)
                   + (WS-FH-DIA - WS-FD-DIA)
           IF WS-DIAS < ZEROS
              MOVE ZEROS TO WS-DIAS
           END-IF.

       100-FIN.
           CLOSE CASOS-RH
           GOBACK.

       END PROGRAM PROG0105.
