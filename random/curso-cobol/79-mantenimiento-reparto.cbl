       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0076.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: ALTA, CONSULTA Y BORRADO DEL REPARTO DEL COSTO DE UN *
      *           EMPLEADO ENTRE VARIOS DEPARTAMENTOS                  *
      *           (04-REPARTO-COSTOS, VER WREPFD), PARA EL PERSONAL    *
      *           COMPARTIDO COMO SISTEMAS O MANTENIMIENTO. CADA       *
      *           REPARTO ENTRA EN VIGOR EN UNA FECHA, LLEVA UN        *
      *           RENGLON POR DEPARTAMENTO DEL CATALOGO 04-DEPTOS Y    *
      *           DEBE SUMAR EXACTAMENTE 100%; SI NO, NO SE GRABA.     *
      *           PROG0030 LO USA PARA REPARTIR EL CARGO AL GASTO DE   *
      *           LA POLIZA. UN REPARTO QUE YA ENTRO EN VIGOR NO SE    *
      *           BORRA, PORQUE YA SE USO EN POLIZAS: PARA CAMBIARLO O *
      *           TERMINARLO SE CAPTURA UNO NUEVO CON SU FECHA (100% A *
      *           UN SOLO DEPARTAMENTO PARA DEJAR DE REPARTIR)         *
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
           SELECT REPARTO-COSTOS ASSIGN TO "04-REPARTO-COSTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-REP-LLAVE
           FILE STATUS IS WS-FILE-STATUS-REP.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  REPARTO-COSTOS
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WREPFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.
       COPY WDEPTOS.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-REP      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-REP       PIC X(01)    VALUE "N".
               88 WS-FIN-REP                  VALUE "S".
           05 WS-SW-FIN-DEPTOS    PIC X(01)    VALUE "N".

       01 WS-CAPTURA-REPARTO.
           05 WS-CAP-NUMERO       PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-DEPTO        PIC 9(03)    VALUE ZEROS.
           05 WS-CAP-PORCENTAJE   PIC 9(03)V99  VALUE ZEROS.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-TABLA-RENGLONES - LOS RENGLONES DEL REPARTO QUE SE ESTA     *
      *                CAPTURANDO, QUE NO SE GRABAN HASTA QUE SUMAN    *
      *                100% Y EL OPERADOR CONFIRMA                     *
      * -------------------------------------------------------------- *
       01 WS-TABLA-RENGLONES.
           05 WS-TAB-REN          OCCURS 10 TIMES.
               10 WS-TAB-REN-DEPTO
                                  PIC 9(03)    VALUE ZEROS.
               10 WS-TAB-REN-PORCENTAJE
                                  PIC 9(03)V99  VALUE ZEROS.
       01 WS-CANT-RENGLONES       PIC 9(02)    VALUE ZEROS.
       01 WS-IX-REN               PIC 9(02)    VALUE ZEROS.
       01 WS-SW-DEPTO-REPETIDO    PIC X(01)    VALUE "N".
           88 WS-DEPTO-REPETIDO           VALUE "S".
       01 WS-TOTAL-PORCENTAJE     PIC 9(05)V99  VALUE ZEROS.
       01 WS-ED-PORCENTAJE        PIC ZZ,ZZ9.99.

       01 WS-FECHA-VIGENTE        PIC 9(08)    VALUE ZEROS.
       01 WS-FECHA-ANTERIOR       PIC 9(08)    VALUE ZEROS.
       01 WS-CONT-BORRADOS        PIC 9(02)    VALUE ZEROS.

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
       01 WS-CONT-LISTADOS        PIC 9(04)    VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
      * EL REPARTO CAMBIA A QUE DEPARTAMENTO SE CARGA EL GASTO DE
      * NOMINA: EL ROL DE SOLO CONSULTA NO LO PUEDE TOCAR
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF WS-FIR-SOLO-CONSULTA
              DISPLAY "PROG0076: SU ROL ES DE SOLO CONSULTA"
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 015-CARGA-DEPTOS THRU 015-FIN-CARGA-DEPTOS
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0076: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           OPEN I-O REPARTO-COSTOS
           IF WS-FILE-STATUS-REP = "35"
              OPEN OUTPUT REPARTO-COSTOS
              CLOSE REPARTO-COSTOS
              OPEN I-O REPARTO-COSTOS
           END-IF
           IF WS-FILE-STATUS-REP NOT = "00"
              DISPLAY "PROG0076: NO SE PUDO ABRIR 04-REPARTO-COSTOS, "
                      "STATUS " WS-FILE-STATUS-REP
              CLOSE EMPLEADOS
              GOBACK
           END-IF
           PERFORM 020-MENU.

      * -------------------------------------------------------------- *
      * 015-CARGA-DEPTOS - LEE 04-DEPTOS Y LLENA WS-TABLA-DEPTOS (VER  *
      *                    PROG0010 PARA MANTENER EL CATALOGO)         *
      * -------------------------------------------------------------- *
       015-CARGA-DEPTOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0076: NO SE PUDO ABRIR 04-DEPTOS: "
                      WS-FILE-STATUS-DEPTOS
              GO TO 015-FIN-CARGA-DEPTOS
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

       015-FIN-CARGA-DEPTOS.
           CONTINUE.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- REPARTO DE COSTOS POR DEPARTAMENTO -----"
           DISPLAY "1) ALTA DE REPARTO"
           DISPLAY "2) CONSULTA POR EMPLEADO"
           DISPLAY "3) BORRA UN REPARTO QUE NO HA ENTRADO EN VIGOR"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           GO TO 030-ALTA
                 040-CONSULTA
                 060-BORRA
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 030-ALTA - UN REPARTO NUEVO PARA UN EMPLEADO ACTIVO, A PARTIR  *
      *            DE HOY O DE UNA FECHA FUTURA (LAS POLIZAS YA        *
      *            GENERADAS NO SE RECALCULAN). SE CAPTURA UN RENGLON  *
      *            POR DEPARTAMENTO HASTA DEJAR EL DEPARTAMENTO EN     *
      *            BLANCO; SOLO SE GRABA SI SUMA EXACTAMENTE 100%      *
      * -------------------------------------------------------------- *
       030-ALTA.
           DISPLAY " "
           DISPLAY "----- ALTA DE REPARTO DE COSTOS -----"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-NUMERO
           MOVE WS-CAP-NUMERO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   DISPLAY "EMPLEADO NO ENCONTRADO: " WS-CAP-NUMERO
                   GO TO 020-MENU
           END-READ
           IF REG-EMP-STATUS NOT = 1
              DISPLAY "EL EMPLEADO NO ESTA ACTIVO"
              GO TO 020-MENU
           END-IF
           DISPLAY "NOMBRE: " REG-EMP-NOMBRE
                   "  DEPARTAMENTO: " REG-EMP-DEPTO
           DISPLAY "EN VIGOR A PARTIR DE (AAAAMMDD) [HOY]: "
           ACCEPT WS-CAP-FECHA
           IF WS-CAP-FECHA = ZEROS
              MOVE WS-FECHA-HOY-CCYYMMDD TO WS-CAP-FECHA
           END-IF
           IF WS-CAP-FECHA < WS-FECHA-HOY-CCYYMMDD
              DISPLAY "LA FECHA NO PUEDE SER ANTERIOR A HOY: LAS "
                      "POLIZAS YA GENERADAS NO CAMBIAN"
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-NUMERO TO REG-REP-NUMERO
           MOVE WS-CAP-FECHA  TO REG-REP-FECHA-INICIO
           MOVE ZEROS         TO REG-REP-DEPTO
           START REPARTO-COSTOS KEY NOT LESS THAN REG-REP-LLAVE
               INVALID KEY
                   GO TO 0301-INICIA-RENGLONES
           END-START
           READ REPARTO-COSTOS NEXT RECORD
               AT END
                   GO TO 0301-INICIA-RENGLONES
           END-READ
           IF REG-REP-NUMERO = WS-CAP-NUMERO
              AND REG-REP-FECHA-INICIO = WS-CAP-FECHA
                 DISPLAY "YA HAY UN REPARTO CON ESA FECHA PARA EL "
                         "EMPLEADO; BORRELO PRIMERO (OPCION 3)"
                 GO TO 020-MENU
           END-IF
           GO TO 0301-INICIA-RENGLONES.

       0301-INICIA-RENGLONES.
           MOVE ZEROS TO WS-CANT-RENGLONES
           MOVE ZEROS TO WS-TOTAL-PORCENTAJE
           GO TO 031-CAPTURA-RENGLON.

       031-CAPTURA-RENGLON.
           MOVE WS-TOTAL-PORCENTAJE TO WS-ED-PORCENTAJE
           DISPLAY "LLEVA " WS-ED-PORCENTAJE "%. DEPARTAMENTO "
                   "(EN BLANCO = TERMINAR): "
           MOVE ZEROS TO WS-CAP-DEPTO
           ACCEPT WS-CAP-DEPTO
           IF WS-CAP-DEPTO = ZEROS
              GO TO 032-VALIDA-TOTAL
           END-IF
           IF WS-CANT-RENGLONES NOT < 10
              DISPLAY "UN REPARTO ADMITE HASTA 10 DEPARTAMENTOS"
              GO TO 032-VALIDA-TOTAL
           END-IF
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   DISPLAY "DEPARTAMENTO NO EXISTE EN 04-DEPTOS: "
                           WS-CAP-DEPTO
                   GO TO 031-CAPTURA-RENGLON
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = WS-CAP-DEPTO
                   DISPLAY "  " WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
           END-SEARCH
           MOVE "N" TO WS-SW-DEPTO-REPETIDO
           PERFORM 033-BUSCA-REPETIDO
               VARYING WS-IX-REN FROM 1 BY 1
               UNTIL WS-IX-REN > WS-CANT-RENGLONES
           IF WS-DEPTO-REPETIDO
              DISPLAY "EL DEPARTAMENTO YA ESTA EN ESTE REPARTO"
              GO TO 031-CAPTURA-RENGLON
           END-IF
           DISPLAY "PORCENTAJE DEL COSTO: "
           MOVE ZEROS TO WS-CAP-PORCENTAJE
           ACCEPT WS-CAP-PORCENTAJE
           IF WS-CAP-PORCENTAJE = ZEROS
              OR WS-CAP-PORCENTAJE > 100
                 DISPLAY "EL PORCENTAJE DEBE SER DE 0.01 A 100"
                 GO TO 031-CAPTURA-RENGLON
           END-IF
           ADD 1 TO WS-CANT-RENGLONES
           MOVE WS-CAP-DEPTO
                  TO WS-TAB-REN-DEPTO (WS-CANT-RENGLONES)
           MOVE WS-CAP-PORCENTAJE
                  TO WS-TAB-REN-PORCENTAJE (WS-CANT-RENGLONES)
           ADD WS-CAP-PORCENTAJE TO WS-TOTAL-PORCENTAJE
           GO TO 031-CAPTURA-RENGLON.

      * -------------------------------------------------------------- *
      * 032-VALIDA-TOTAL - EL REPARTO SE GRABA SOLO SI SUMA 100%       *
      *                EXACTO Y EL OPERADOR CONFIRMA; SI NO, NO QUEDA  *
      *                NADA GRABADO                                    *
      * -------------------------------------------------------------- *
       032-VALIDA-TOTAL.
           IF WS-CANT-RENGLONES = ZEROS
              DISPLAY "REPARTO SIN RENGLONES; NO SE GRABO"
              GO TO 020-MENU
           END-IF
           IF WS-TOTAL-PORCENTAJE NOT = 100
              MOVE WS-TOTAL-PORCENTAJE TO WS-ED-PORCENTAJE
              DISPLAY "EL REPARTO SUMA " WS-ED-PORCENTAJE
                      "% Y DEBE SUMAR 100.00%; NO SE GRABO"
              GO TO 020-MENU
           END-IF
           DISPLAY "CONFIRMA EL REPARTO A PARTIR DEL " WS-CAP-FECHA
                   " (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "ALTA CANCELADA"
              GO TO 020-MENU
           END-IF
           PERFORM 034-GRABA-RENGLON
               VARYING WS-IX-REN FROM 1 BY 1
               UNTIL WS-IX-REN > WS-CANT-RENGLONES
           DISPLAY "REPARTO REGISTRADO; LO USA LA SIGUIENTE POLIZA DE "
                   "PROG0030 A PARTIR DE ESA FECHA"
           GO TO 020-MENU.

       033-BUSCA-REPETIDO.
           IF WS-TAB-REN-DEPTO (WS-IX-REN) = WS-CAP-DEPTO
              MOVE "S" TO WS-SW-DEPTO-REPETIDO
           END-IF.

       034-GRABA-RENGLON.
           MOVE WS-CAP-NUMERO         TO REG-REP-NUMERO
           MOVE WS-CAP-FECHA          TO REG-REP-FECHA-INICIO
           MOVE WS-TAB-REN-DEPTO (WS-IX-REN)
                                      TO REG-REP-DEPTO
           MOVE WS-TAB-REN-PORCENTAJE (WS-IX-REN)
                                      TO REG-REP-PORCENTAJE
           MOVE WS-FIR-ID             TO REG-REP-USUARIO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-REP-FECHA-CAPTURA
           WRITE REG-REPARTO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL RENGLON DEL "
                           "DEPARTAMENTO " REG-REP-DEPTO ": "
                           WS-FILE-STATUS-REP
           END-WRITE.

      * -------------------------------------------------------------- *
      * 040-CONSULTA - TODOS LOS REPARTOS DEL EMPLEADO, DEL MAS VIEJO  *
      *                AL MAS NUEVO, Y CUAL RIGE HOY                   *
      * -------------------------------------------------------------- *
       040-CONSULTA.
           DISPLAY " "
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-NUMERO
           MOVE ZEROS         TO WS-CONT-LISTADOS
           MOVE ZEROS         TO WS-FECHA-VIGENTE
           MOVE ZEROS         TO WS-FECHA-ANTERIOR
           MOVE "N"           TO WS-SW-FIN-REP
           MOVE WS-CAP-NUMERO TO REG-REP-NUMERO
           MOVE ZEROS         TO REG-REP-FECHA-INICIO
           MOVE ZEROS         TO REG-REP-DEPTO
           START REPARTO-COSTOS KEY NOT LESS THAN REG-REP-LLAVE
               INVALID KEY
                   GO TO 042-FIN-CONSULTA
           END-START
           GO TO 041-LEE-CONSULTA.

       041-LEE-CONSULTA.
           READ REPARTO-COSTOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-REP
                   GO TO 042-FIN-CONSULTA
           END-READ
           IF REG-REP-NUMERO NOT = WS-CAP-NUMERO
              GO TO 042-FIN-CONSULTA
           END-IF
           IF REG-REP-FECHA-INICIO NOT = WS-FECHA-ANTERIOR
              DISPLAY " "
              DISPLAY "REPARTO EN VIGOR DESDE " REG-REP-FECHA-INICIO
                      " (CAPTURO " REG-REP-USUARIO " EL "
                      REG-REP-FECHA-CAPTURA ")"
              MOVE REG-REP-FECHA-INICIO TO WS-FECHA-ANTERIOR
           END-IF
           IF REG-REP-FECHA-INICIO NOT > WS-FECHA-HOY-CCYYMMDD
              MOVE REG-REP-FECHA-INICIO TO WS-FECHA-VIGENTE
           END-IF
           ADD 1 TO WS-CONT-LISTADOS
           MOVE REG-REP-PORCENTAJE TO WS-ED-PORCENTAJE
           DISPLAY "   DEPTO " REG-REP-DEPTO "  " WS-ED-PORCENTAJE "%"
           GO TO 041-LEE-CONSULTA.

       042-FIN-CONSULTA.
           IF WS-CONT-LISTADOS = ZEROS
              DISPLAY "SIN REPARTO REGISTRADO PARA: " WS-CAP-NUMERO
                      "; SU COSTO VA COMPLETO A SU DEPARTAMENTO"
              GO TO 020-MENU
           END-IF
           DISPLAY " "
           IF WS-FECHA-VIGENTE = ZEROS
              DISPLAY "NINGUNO RIGE TODAVIA; HOY SU COSTO VA COMPLETO "
                      "A SU DEPARTAMENTO"
           ELSE
              DISPLAY "RIGE HOY EL REPARTO DEL " WS-FECHA-VIGENTE
           END-IF
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 060-BORRA - QUITA TODOS LOS RENGLONES DE UN REPARTO QUE        *
      *       TODAVIA NO ENTRA EN VIGOR (SE CAPTURO MAL). UNO QUE YA   *
      *       RIGE YA SE USO EN POLIZAS Y SE QUEDA                     *
      * -------------------------------------------------------------- *
       060-BORRA.
           DISPLAY " "
           DISPLAY "----- BORRA REPARTO DE COSTOS -----"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-NUMERO
           DISPLAY "FECHA EN QUE ENTRA EN VIGOR (AAAAMMDD): "
           ACCEPT WS-CAP-FECHA
           IF WS-CAP-FECHA NOT > WS-FECHA-HOY-CCYYMMDD
              DISPLAY "ESE REPARTO YA ENTRO EN VIGOR Y NO SE BORRA; "
                      "CAPTURE UNO NUEVO CON SU FECHA"
              GO TO 020-MENU
           END-IF
           DISPLAY "CONFIRMA EL BORRADO (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "BORRADO CANCELADO"
              GO TO 020-MENU
           END-IF
           MOVE ZEROS         TO WS-CONT-BORRADOS
           MOVE "N"           TO WS-SW-FIN-REP
           MOVE WS-CAP-NUMERO TO REG-REP-NUMERO
           MOVE WS-CAP-FECHA  TO REG-REP-FECHA-INICIO
           MOVE ZEROS         TO REG-REP-DEPTO
           START REPARTO-COSTOS KEY NOT LESS THAN REG-REP-LLAVE
               INVALID KEY
                   GO TO 062-FIN-BORRA
           END-START
           GO TO 061-LEE-BORRA.

       061-LEE-BORRA.
           READ REPARTO-COSTOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-REP
                   GO TO 062-FIN-BORRA
           END-READ
           IF REG-REP-NUMERO NOT = WS-CAP-NUMERO
              OR REG-REP-FECHA-INICIO NOT = WS-CAP-FECHA
                 GO TO 062-FIN-BORRA
           END-IF
           DELETE REPARTO-COSTOS
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR EL RENGLON DEL "
                           "DEPARTAMENTO " REG-REP-DEPTO ": "
                           WS-FILE-STATUS-REP
                   GO TO 061-LEE-BORRA
           END-DELETE
           ADD 1 TO WS-CONT-BORRADOS
           GO TO 061-LEE-BORRA.

       062-FIN-BORRA.
           IF WS-CONT-BORRADOS = ZEROS
              DISPLAY "REPARTO NO ENCONTRADO"
           ELSE
              DISPLAY "REPARTO BORRADO, RENGLONES: " WS-CONT-BORRADOS
           END-IF
           GO TO 020-MENU.

       100-FIN.
           CLOSE EMPLEADOS
                 REPARTO-COSTOS
           GOBACK.
       END PROGRAM PROG0076.
