       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0079.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: ALTA, CAMBIO, CANCELACION Y CONSULTA DE LAS PLAZAS   *
      *           AUTORIZADAS (04-PLAZAS, VER WPLZFD): UNA POR CADA    *
      *           LUGAR DEL PRESUPUESTO DE PERSONAL, CON SU            *
      *           DEPARTAMENTO Y PUESTO DE LOS CATALOGOS Y SU SALARIO  *
      *           MENSUAL PRESUPUESTADO. UNA PLAZA NUEVA NACE VACANTE; *
      *           LA OCUPAN Y LIBERAN LAS ALTAS, BAJAS Y TRASLADOS VIA *
      *           PROG0080, NO ESTE PROGRAMA. EL DEPTO Y PUESTO SOLO   *
      *           SE CAMBIAN Y LA PLAZA SOLO SE CANCELA MIENTRAS ESTA  *
      *           VACANTE; UNA CANCELADA SE QUEDA EN EL ARCHIVO PARA   *
      *           LA HISTORIA. PROG0081 REPORTA LAS VACANTES           *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZAS ASSIGN TO "04-PLAZAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-PLZ-NUMERO
           FILE STATUS IS WS-FILE-STATUS-PLZ.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT PUESTOS-CFG ASSIGN TO "04-PUESTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PUESTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAZAS
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPLZFD.
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
       COPY WDEPTOS.
       COPY WPUESTOS.

       01 WS-FILE-STATUS-PLZ      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-PUESTOS  PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-DEPTOS    PIC X(01)    VALUE "N".
           05 WS-SW-FIN-PUESTOS   PIC X(01)    VALUE "N".

       01 WS-CONTROL-VALIDA.
           05 WS-SW-DATOS-OK      PIC X(01)    VALUE "S".
               88 WS-DATOS-VALIDOS         VALUE "S".
           05 WS-MOTIVO-INVALIDO  PIC X(30)    VALUE SPACES.

       01 WS-CAPTURA-PLAZA.
           05 WS-CAP-NUMERO       PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-DEPTO        PIC 9(03)    VALUE ZEROS.
           05 WS-CAP-PUESTO       PIC 9(02)    VALUE ZEROS.
           05 WS-CAP-SALARIO      PIC 9(07)V99  VALUE ZEROS.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

       01 WS-NOM-DEPTO            PIC X(20).
       01 WS-NOM-PUESTO           PIC X(20).
       01 WS-NOM-ESTADO           PIC X(10).
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
      * LAS PLAZAS SON EL PRESUPUESTO DE PERSONAL: SOLO RH Y EL
      * ADMINISTRADOR LAS DAN DE ALTA, CAMBIAN O CANCELAN; LOS DEMAS
      * ROLES SOLO CONSULTAN
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 015-CARGA-CATALOGOS THRU 015-FIN-CARGA-CATALOGOS
           OPEN I-O PLAZAS
           IF WS-FILE-STATUS-PLZ = "35"
              OPEN OUTPUT PLAZAS
              CLOSE PLAZAS
              OPEN I-O PLAZAS
           END-IF
           IF WS-FILE-STATUS-PLZ NOT = "00"
              DISPLAY "PROG0079: NO SE PUDO ABRIR 04-PLAZAS, STATUS "
                      WS-FILE-STATUS-PLZ
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
              DISPLAY "PROG0079: NO SE PUDO ABRIR 04-DEPTOS: "
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
              DISPLAY "PROG0079: NO SE PUDO ABRIR 04-PUESTOS: "
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
           DISPLAY "----- PLAZAS AUTORIZADAS -----"
           DISPLAY "1) ALTA DE PLAZA"
           DISPLAY "2) CAMBIO DE PLAZA"
           DISPLAY "3) CANCELA PLAZA VACANTE"
           DISPLAY "4) CONSULTA"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           IF WS-MENU-OPCION NOT = 4
              AND NOT WS-FIR-RECURSOS-HUMANOS
              AND NOT WS-FIR-ADMINISTRADOR
                 DISPLAY "SOLO RH PUEDE MODIFICAR LAS PLAZAS"
                 GO TO 020-MENU
           END-IF
           GO TO 030-ALTA
                 040-CAMBIO
                 050-CANCELA
                 060-CONSULTA
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 030-ALTA - UNA PLAZA NUEVA, VACANTE DESDE HOY                  *
      * -------------------------------------------------------------- *
       030-ALTA.
           DISPLAY " "
           DISPLAY "----- ALTA DE PLAZA -----"
           DISPLAY "NUMERO DE PLAZA: "
           ACCEPT WS-CAP-NUMERO
           IF WS-CAP-NUMERO = ZEROS
              DISPLAY "NUMERO DE PLAZA INVALIDO"
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-NUMERO TO REG-PLZ-NUMERO
           READ PLAZAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "YA EXISTE UNA PLAZA CON ESE NUMERO"
                   GO TO 020-MENU
           END-READ
           DISPLAY "DEPARTAMENTO      : "
           ACCEPT WS-CAP-DEPTO
           DISPLAY "PUESTO            : "
           ACCEPT WS-CAP-PUESTO
           DISPLAY "SALARIO MENSUAL PRESUPUESTADO: "
           ACCEPT WS-CAP-SALARIO
           PERFORM 090-VALIDA-DATOS
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-NUMERO         TO REG-PLZ-NUMERO
           MOVE WS-CAP-DEPTO          TO REG-PLZ-DEPTO
           MOVE WS-CAP-PUESTO         TO REG-PLZ-PUESTO
           MOVE WS-CAP-SALARIO        TO REG-PLZ-SALARIO
           MOVE "V"                   TO REG-PLZ-ESTADO
           MOVE ZEROS                 TO REG-PLZ-EMPLEADO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-PLZ-FECHA-VACANTE
                                         REG-PLZ-FECHA-ALTA
           MOVE WS-FIR-ID             TO REG-PLZ-USUARIO
           WRITE REG-PLAZA
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE ALTA: " WS-FILE-STATUS-PLZ
                   GO TO 020-MENU
           END-WRITE
           DISPLAY "PLAZA " WS-CAP-NUMERO " REGISTRADA, VACANTE"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 040-CAMBIO - EL SALARIO PRESUPUESTADO SE PUEDE CAMBIAR SIEMPRE;*
      *              EL DEPTO Y PUESTO SOLO CON LA PLAZA VACANTE (UNA  *
      *              OCUPADA CAMBIA CON EL TRASLADO DE SU OCUPANTE)    *
      * -------------------------------------------------------------- *
       040-CAMBIO.
           DISPLAY " "
           DISPLAY "----- CAMBIO DE PLAZA -----"
           DISPLAY "NUMERO DE PLAZA: "
           ACCEPT WS-CAP-NUMERO
           MOVE WS-CAP-NUMERO TO REG-PLZ-NUMERO
           READ PLAZAS
               INVALID KEY
                   DISPLAY "PLAZA NO ENCONTRADA: " WS-CAP-NUMERO
                   GO TO 020-MENU
           END-READ
           IF REG-PLZ-CANCELADA
              DISPLAY "LA PLAZA ESTA CANCELADA"
              GO TO 020-MENU
           END-IF
           PERFORM 070-MUESTRA-PLAZA
           MOVE REG-PLZ-DEPTO  TO WS-CAP-DEPTO
           MOVE REG-PLZ-PUESTO TO WS-CAP-PUESTO
           IF REG-PLZ-VACANTE
              DISPLAY "DEPARTAMENTO NUEVO [" REG-PLZ-DEPTO "]: "
              ACCEPT WS-CAP-DEPTO
              IF WS-CAP-DEPTO = ZEROS
                 MOVE REG-PLZ-DEPTO TO WS-CAP-DEPTO
              END-IF
              DISPLAY "PUESTO NUEVO [" REG-PLZ-PUESTO "]: "
              ACCEPT WS-CAP-PUESTO
              IF WS-CAP-PUESTO = ZEROS
                 MOVE REG-PLZ-PUESTO TO WS-CAP-PUESTO
              END-IF
           END-IF
           DISPLAY "SALARIO MENSUAL PRESUPUESTADO (VACIO = IGUAL): "
           MOVE ZEROS TO WS-CAP-SALARIO
           ACCEPT WS-CAP-SALARIO
           IF WS-CAP-SALARIO = ZEROS
              MOVE REG-PLZ-SALARIO TO WS-CAP-SALARIO
           END-IF
           PERFORM 090-VALIDA-DATOS
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-DEPTO   TO REG-PLZ-DEPTO
           MOVE WS-CAP-PUESTO  TO REG-PLZ-PUESTO
           MOVE WS-CAP-SALARIO TO REG-PLZ-SALARIO
           MOVE WS-FIR-ID      TO REG-PLZ-USUARIO
           REWRITE REG-PLAZA
               INVALID KEY
                   DISPLAY "NO SE PUDO CAMBIAR: " WS-FILE-STATUS-PLZ
                   GO TO 020-MENU
           END-REWRITE
           DISPLAY "PLAZA " WS-CAP-NUMERO " ACTUALIZADA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 050-CANCELA - UNA PLAZA VACANTE QUE SALE DEL PRESUPUESTO. SE   *
      *               MARCA CANCELADA Y NO SE BORRA                    *
      * -------------------------------------------------------------- *
       050-CANCELA.
           DISPLAY " "
           DISPLAY "----- CANCELA PLAZA -----"
           DISPLAY "NUMERO DE PLAZA: "
           ACCEPT WS-CAP-NUMERO
           MOVE WS-CAP-NUMERO TO REG-PLZ-NUMERO
           READ PLAZAS
               INVALID KEY
                   DISPLAY "PLAZA NO ENCONTRADA: " WS-CAP-NUMERO
                   GO TO 020-MENU
           END-READ
           IF NOT REG-PLZ-VACANTE
              DISPLAY "SOLO SE CANCELA UNA PLAZA VACANTE"
              GO TO 020-MENU
           END-IF
           PERFORM 070-MUESTRA-PLAZA
           DISPLAY "CONFIRMA LA CANCELACION (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "CANCELACION ABORTADA"
              GO TO 020-MENU
           END-IF
           MOVE "C"       TO REG-PLZ-ESTADO
           MOVE WS-FIR-ID TO REG-PLZ-USUARIO
           REWRITE REG-PLAZA
               INVALID KEY
                   DISPLAY "NO SE PUDO CANCELAR: " WS-FILE-STATUS-PLZ
                   GO TO 020-MENU
           END-REWRITE
           DISPLAY "PLAZA " WS-CAP-NUMERO " CANCELADA"
           GO TO 020-MENU.

       060-CONSULTA.
           DISPLAY " "
           DISPLAY "NUMERO DE PLAZA: "
           ACCEPT WS-CAP-NUMERO
           MOVE WS-CAP-NUMERO TO REG-PLZ-NUMERO
           READ PLAZAS
               INVALID KEY
                   DISPLAY "PLAZA NO ENCONTRADA: " WS-CAP-NUMERO
                   GO TO 020-MENU
           END-READ
           PERFORM 070-MUESTRA-PLAZA
           GO TO 020-MENU.

       070-MUESTRA-PLAZA.
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   MOVE "** SIN DEPTO **" TO WS-NOM-DEPTO
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = REG-PLZ-DEPTO
                   MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO) TO WS-NOM-DEPTO
           END-SEARCH
           SET WS-IX-PUESTO TO 1
           SEARCH ALL WS-TAB-PUESTO
               AT END
                   MOVE "** SIN PUESTO **" TO WS-NOM-PUESTO
               WHEN WS-TAB-PUESTO-COD (WS-IX-PUESTO) = REG-PLZ-PUESTO
                   MOVE WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
                                  TO WS-NOM-PUESTO
           END-SEARCH
           MOVE "CANCELADA" TO WS-NOM-ESTADO
           IF REG-PLZ-VACANTE
              MOVE "VACANTE" TO WS-NOM-ESTADO
           END-IF
           IF REG-PLZ-OCUPADA
              MOVE "OCUPADA" TO WS-NOM-ESTADO
           END-IF
           MOVE REG-PLZ-SALARIO TO WS-ED-SALARIO
           DISPLAY "PLAZA   : " REG-PLZ-NUMERO " " WS-NOM-ESTADO
           DISPLAY "DEPTO   : " REG-PLZ-DEPTO " " WS-NOM-DEPTO
           DISPLAY "PUESTO  : " REG-PLZ-PUESTO " " WS-NOM-PUESTO
           DISPLAY "SALARIO : " WS-ED-SALARIO
           IF REG-PLZ-OCUPADA
              DISPLAY "OCUPANTE: " REG-PLZ-EMPLEADO
           END-IF
           IF REG-PLZ-VACANTE
              DISPLAY "VACANTE DESDE: " REG-PLZ-FECHA-VACANTE
           END-IF
           DISPLAY "ULTIMO CAMBIO: " REG-PLZ-USUARIO.

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

       100-FIN.
           CLOSE PLAZAS
           GOBACK.

       END PROGRAM PROG0079.
