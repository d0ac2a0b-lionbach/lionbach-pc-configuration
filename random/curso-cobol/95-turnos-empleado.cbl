       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0092.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: ASIGNACION DEL TURNO QUE TRABAJA CADA EMPLEADO       *
      *           (04-TURNOS-EMPLEADO, VER WTEMFD) CONTRA EL CATALOGO  *
      *           DE TURNOS 04-TURNOS (VER WTURFD): ASIGNA O CAMBIA,   *
      *           CONSULTA, QUITA Y LISTA EL CATALOGO. CON EL TURNO    *
      *           ASIGNADO, PROG0093 CONVIERTE LAS CHECADAS DEL RELOJ  *
      *           EN INCIDENCIAS DE RETARDO, FALTA Y HORAS EXTRA       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNOS-EMPLEADO ASSIGN TO "04-TURNOS-EMPLEADO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-TEM-EMPLEADO
           FILE STATUS IS WS-FILE-STATUS-TEM.
           SELECT TURNOS ASSIGN TO "04-TURNOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TUR.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.

       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS-EMPLEADO
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTEMFD.
       FD  TURNOS
           RECORD CONTAINS 39 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTURFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.

       01 WS-FILE-STATUS-TEM      PIC X(02).
       01 WS-FILE-STATUS-TUR      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-TURNOS    PIC X(01)    VALUE "N".
               88 WS-FIN-TURNOS               VALUE "S".
           05 WS-SW-EMPLEADO-OK   PIC X(01)    VALUE "N".
               88 WS-EMPLEADO-OK              VALUE "S".

      * -------------------------------------------------------------- *
      * WS-TABLA-TURNOS - CATALOGO DE TURNOS EN ORDEN ASCENDENTE DE    *
      *                CODIGO, COMO LO MANTIENE RH EN 04-TURNOS        *
      * -------------------------------------------------------------- *
       01 WS-TABLA-TURNOS.
           05 WS-TAB-TUR          OCCURS 30 TIMES
                                  ASCENDING KEY IS WS-TAB-TUR-CODIGO
                                  INDEXED BY WS-IX-TUR.
               10 WS-TAB-TUR-CODIGO
                                  PIC X(02)    VALUE HIGH-VALUES.
               10 WS-TAB-TUR-DESC PIC X(20)    VALUE SPACES.
               10 WS-TAB-TUR-ENTRADA
                                  PIC 9(04)    VALUE ZEROS.
               10 WS-TAB-TUR-SALIDA
                                  PIC 9(04)    VALUE ZEROS.
               10 WS-TAB-TUR-TOLERANCIA
                                  PIC 9(02)    VALUE ZEROS.
               10 WS-TAB-TUR-SEMANA
                                  PIC X(07)    VALUE SPACES.
       01 WS-CANT-TURNOS          PIC 9(02)    VALUE ZEROS.
       01 WS-IX-LISTA             PIC 9(02)    VALUE ZEROS.

       01 WS-CAPTURA-TEM.
           05 WS-CAP-EMPLEADO     PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-TURNO        PIC X(02)    VALUE SPACES.
           05 WS-CAP-FECHA-DESDE  PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

       01 WS-DATOS-EMPLEADO.
           05 WS-EMP-NOMBRE       PIC X(30).
           05 WS-EMP-STATUS       PIC 9(01).
           05 WS-EMP-FECHA-ALTA   PIC 9(08).

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

       01 WS-FECHA-VALIDA-G.
           05 WS-FV-ANIO          PIC 9(04).
           05 WS-FV-MES           PIC 9(02).
           05 WS-FV-DIA           PIC 9(02).

       01 WS-FECHA-VALIDA REDEFINES WS-FECHA-VALIDA-G
                                  PIC 9(08).

       PROCEDURE DIVISION.
       010-INICIO.
      * LOS TURNOS LOS ASIGNA RH (Y EL ADMINISTRADOR); LOS DEMAS ROLES
      * SOLO CONSULTAN
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 013-CARGA-TURNOS THRU 013-FIN-CARGA-TURNOS
           OPEN I-O TURNOS-EMPLEADO
           IF WS-FILE-STATUS-TEM = "35"
              OPEN OUTPUT TURNOS-EMPLEADO
              CLOSE TURNOS-EMPLEADO
              OPEN I-O TURNOS-EMPLEADO
           END-IF
           IF WS-FILE-STATUS-TEM NOT = "00"
              DISPLAY "PROG0092: NO SE PUDO ABRIR 04-TURNOS-EMPLEADO, "
                      "STATUS " WS-FILE-STATUS-TEM
              GOBACK
           END-IF
           PERFORM 020-MENU.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- TURNOS DE LOS EMPLEADOS -----"
           DISPLAY "1) ASIGNA O CAMBIA EL TURNO DE UN EMPLEADO"
           DISPLAY "2) CONSULTA EL TURNO DE UN EMPLEADO"
           DISPLAY "3) QUITA EL TURNO DE UN EMPLEADO"
           DISPLAY "4) LISTA EL CATALOGO DE TURNOS"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           IF (WS-MENU-OPCION = 1 OR WS-MENU-OPCION = 3)
              AND NOT WS-FIR-RECURSOS-HUMANOS
              AND NOT WS-FIR-ADMINISTRADOR
                 DISPLAY "SOLO RH PUEDE MODIFICAR LOS TURNOS"
                 GO TO 020-MENU
           END-IF
           GO TO 030-ASIGNA
                 040-CONSULTA
                 045-QUITA
                 050-LISTA-CATALOGO
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

       013-CARGA-TURNOS.
           MOVE ZEROS TO WS-CANT-TURNOS
           SET WS-IX-TUR TO 1
           OPEN INPUT TURNOS
           IF WS-FILE-STATUS-TUR NOT = "00"
              DISPLAY "PROG0092: NO SE PUDO ABRIR 04-TURNOS, STATUS "
                      WS-FILE-STATUS-TUR "; NO HAY TURNOS QUE ASIGNAR"
              GOBACK
           END-IF
           GO TO 0131-LEE-TURNO.

       0131-LEE-TURNO.
           IF WS-IX-TUR > 30
              GO TO 0132-FIN-LEE-TURNO
           END-IF
           READ TURNOS
               AT END
                   MOVE "S" TO WS-SW-FIN-TURNOS
                   GO TO 0132-FIN-LEE-TURNO
           END-READ
           MOVE REG-TUR-CODIGO       TO WS-TAB-TUR-CODIGO (WS-IX-TUR)
           MOVE REG-TUR-DESCRIPCION  TO WS-TAB-TUR-DESC (WS-IX-TUR)
           MOVE REG-TUR-HORA-ENTRADA TO WS-TAB-TUR-ENTRADA (WS-IX-TUR)
           MOVE REG-TUR-HORA-SALIDA  TO WS-TAB-TUR-SALIDA (WS-IX-TUR)
           MOVE REG-TUR-TOLERANCIA   TO
                                  WS-TAB-TUR-TOLERANCIA (WS-IX-TUR)
           MOVE REG-TUR-SEMANA       TO WS-TAB-TUR-SEMANA (WS-IX-TUR)
           ADD 1 TO WS-CANT-TURNOS
           SET WS-IX-TUR UP BY 1
           GO TO 0131-LEE-TURNO.

       0132-FIN-LEE-TURNO.
           CLOSE TURNOS.

       013-FIN-CARGA-TURNOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-ASIGNA - DA DE ALTA O CAMBIA EL TURNO DE UN EMPLEADO NO    *
      *                DADO DE BAJA. LA FECHA DESDE NO PUEDE SER       *
      *                ANTERIOR AL ALTA; LAS JORNADAS ANTERIORES A     *
      *                ELLA NO SE COMPARAN CONTRA EL TURNO             *
      * -------------------------------------------------------------- *
       030-ASIGNA.
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
           MOVE WS-CAP-EMPLEADO TO REG-TEM-EMPLEADO
           READ TURNOS-EMPLEADO
               INVALID KEY
                   DISPLAY "(SIN TURNO ASIGNADO)"
               NOT INVALID KEY
                   DISPLAY "TURNO ACTUAL: " REG-TEM-TURNO
                           " DESDE " REG-TEM-FECHA-DESDE
           END-READ
           DISPLAY "CODIGO DEL TURNO: "
           MOVE SPACES TO WS-CAP-TURNO
           ACCEPT WS-CAP-TURNO
           SET WS-IX-TUR TO 1
           SEARCH ALL WS-TAB-TUR
               AT END
                   DISPLAY "TURNO NO REGISTRADO EN 04-TURNOS: "
                           WS-CAP-TURNO
                   GO TO 020-MENU
               WHEN WS-TAB-TUR-CODIGO (WS-IX-TUR) = WS-CAP-TURNO
                   PERFORM 055-MUESTRA-TURNO
           END-SEARCH
           DISPLAY "LO TRABAJA DESDE AAAAMMDD (VACIO = HOY): "
           MOVE ZEROS TO WS-CAP-FECHA-DESDE
           ACCEPT WS-CAP-FECHA-DESDE
           IF WS-CAP-FECHA-DESDE NOT NUMERIC
              OR WS-CAP-FECHA-DESDE = ZEROS
                 MOVE WS-FECHA-HOY-CCYYMMDD TO WS-CAP-FECHA-DESDE
           END-IF
           MOVE WS-CAP-FECHA-DESDE TO WS-FECHA-VALIDA
           IF WS-FV-MES < 1 OR WS-FV-MES > 12
              OR WS-FV-DIA < 1 OR WS-FV-DIA > 31
                 DISPLAY "FECHA INVALIDA: " WS-CAP-FECHA-DESDE
                 GO TO 020-MENU
           END-IF
           IF WS-CAP-FECHA-DESDE < WS-EMP-FECHA-ALTA
              DISPLAY "LA FECHA ES ANTERIOR AL ALTA DEL EMPLEADO ("
                      WS-EMP-FECHA-ALTA ")"
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-EMPLEADO       TO REG-TEM-EMPLEADO
           MOVE WS-CAP-TURNO          TO REG-TEM-TURNO
           MOVE WS-CAP-FECHA-DESDE    TO REG-TEM-FECHA-DESDE
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-TEM-FECHA-REGISTRO
           MOVE WS-FIR-ID             TO REG-TEM-USUARIO
           WRITE REG-TURNO-EMPLEADO
               INVALID KEY
                   REWRITE REG-TURNO-EMPLEADO
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL TURNO: "
                                   WS-FILE-STATUS-TEM
                           GO TO 020-MENU
                   END-REWRITE
           END-WRITE
           DISPLAY "TURNO " WS-CAP-TURNO " ASIGNADO DESDE "
                   WS-CAP-FECHA-DESDE
           GO TO 020-MENU.

       040-CONSULTA.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           PERFORM 090-LEE-EMPLEADO
           IF NOT WS-EMPLEADO-OK
              DISPLAY "EMPLEADO NO ENCONTRADO: " WS-CAP-EMPLEADO
              GO TO 020-MENU
           END-IF
           DISPLAY " "
           DISPLAY "EMPLEADO: " WS-CAP-EMPLEADO " " WS-EMP-NOMBRE
           MOVE WS-CAP-EMPLEADO TO REG-TEM-EMPLEADO
           READ TURNOS-EMPLEADO
               INVALID KEY
                   DISPLAY "(SIN TURNO ASIGNADO: SUS CHECADAS NO SE "
                           "CONVIERTEN EN INCIDENCIAS)"
                   GO TO 020-MENU
           END-READ
           DISPLAY "TURNO " REG-TEM-TURNO " DESDE "
                   REG-TEM-FECHA-DESDE " (ASIGNO " REG-TEM-USUARIO
                   " EL " REG-TEM-FECHA-REGISTRO ")"
           SET WS-IX-TUR TO 1
           SEARCH ALL WS-TAB-TUR
               AT END
                   DISPLAY "** EL TURNO YA NO ESTA EN 04-TURNOS **"
               WHEN WS-TAB-TUR-CODIGO (WS-IX-TUR) = REG-TEM-TURNO
                   PERFORM 055-MUESTRA-TURNO
           END-SEARCH
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 045-QUITA - BORRA EL TURNO DEL EMPLEADO: DEJA DE COMPARARSE    *
      *                CONTRA EL RELOJ Y SUS INCIDENCIAS VUELVEN A     *
      *                CAPTURARSE A MANO EN PROG0057                   *
      * -------------------------------------------------------------- *
       045-QUITA.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           MOVE WS-CAP-EMPLEADO TO REG-TEM-EMPLEADO
           READ TURNOS-EMPLEADO
               INVALID KEY
                   DISPLAY "EL EMPLEADO NO TIENE TURNO ASIGNADO"
                   GO TO 020-MENU
           END-READ
           DISPLAY "TURNO " REG-TEM-TURNO " DESDE " REG-TEM-FECHA-DESDE
           DISPLAY "CONFIRMA QUITAR EL TURNO (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "OPERACION ABORTADA"
              GO TO 020-MENU
           END-IF
           DELETE TURNOS-EMPLEADO
               INVALID KEY
                   DISPLAY "NO SE PUDO QUITAR EL TURNO: "
                           WS-FILE-STATUS-TEM
                   GO TO 020-MENU
           END-DELETE
           DISPLAY "TURNO QUITADO"
           GO TO 020-MENU.

       050-LISTA-CATALOGO.
           DISPLAY " "
           DISPLAY "COD DESCRIPCION          ENTRA SALE TOL "
                   "L M M J V S D"
           PERFORM 051-LISTA-TURNO
               VARYING WS-IX-LISTA FROM 1 BY 1
               UNTIL WS-IX-LISTA > WS-CANT-TURNOS
           DISPLAY "(D = DIA DE DESCANSO)"
           GO TO 020-MENU.

       051-LISTA-TURNO.
           DISPLAY WS-TAB-TUR-CODIGO (WS-IX-LISTA) "  "
                   WS-TAB-TUR-DESC (WS-IX-LISTA) " "
                   WS-TAB-TUR-ENTRADA (WS-IX-LISTA) "  "
                   WS-TAB-TUR-SALIDA (WS-IX-LISTA) " "
                   WS-TAB-TUR-TOLERANCIA (WS-IX-LISTA) "  "
                   WS-TAB-TUR-SEMANA (WS-IX-LISTA) (1:1) " "
                   WS-TAB-TUR-SEMANA (WS-IX-LISTA) (2:1) " "
                   WS-TAB-TUR-SEMANA (WS-IX-LISTA) (3:1) " "
                   WS-TAB-TUR-SEMANA (WS-IX-LISTA) (4:1) " "
                   WS-TAB-TUR-SEMANA (WS-IX-LISTA) (5:1) " "
                   WS-TAB-TUR-SEMANA (WS-IX-LISTA) (6:1) " "
                   WS-TAB-TUR-SEMANA (WS-IX-LISTA) (7:1).

       055-MUESTRA-TURNO.
           DISPLAY "  " WS-TAB-TUR-DESC (WS-IX-TUR)
                   " ENTRA " WS-TAB-TUR-ENTRADA (WS-IX-TUR)
                   " SALE " WS-TAB-TUR-SALIDA (WS-IX-TUR)
                   " DESCANSOS (L A D) " WS-TAB-TUR-SEMANA (WS-IX-TUR).

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
                      MOVE REG-EMP-NOMBRE     TO WS-EMP-NOMBRE
                      MOVE REG-EMP-STATUS     TO WS-EMP-STATUS
                      MOVE REG-EMP-FECHA-ALTA TO WS-EMP-FECHA-ALTA
              END-READ
              CLOSE EMPLEADOS
           END-IF.

       100-FIN.
           CLOSE TURNOS-EMPLEADO
           GOBACK.

       END PROGRAM PROG0092.
