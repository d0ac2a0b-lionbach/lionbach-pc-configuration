       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0086.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: CAPTURA DE LA EVALUACION DE DESEMPENO ANUAL          *
      *           (04-EVALUACIONES, VER WEVAFD): CADA SUPERVISOR       *
      *           CALIFICA DEL 1 AL 5 A LOS EMPLEADOS QUE LE REPORTAN  *
      *           DIRECTAMENTE SEGUN EL MAESTRO (REG-EMP-SUPERVISOR);  *
      *           RH Y EL ADMINISTRADOR PUEDEN CAPTURAR O CORREGIR LA  *
      *           DE CUALQUIERA. NADIE SE CALIFICA A SI MISMO. TAMBIEN *
      *           LISTA LAS CALIFICACIONES DE UN ANIO Y LOS EMPLEADOS  *
      *           ACTIVOS QUE AUN NO TIENEN. LA CALIFICACION ALIMENTA  *
      *           LA MATRIZ DE MERITO DEL CICLO DE AUMENTOS (PROG0017) *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVALUACIONES ASSIGN TO "04-EVALUACIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-EVA-LLAVE
           FILE STATUS IS WS-FILE-STATUS-EVA.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.

       DATA DIVISION.
       FILE SECTION.
       FD  EVALUACIONES
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEVAFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.

       01 WS-FILE-STATUS-EVA      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-EMPLEADO-OK   PIC X(01)    VALUE "N".
               88 WS-EMPLEADO-OK              VALUE "S".
           05 WS-SW-VE-TODOS      PIC X(01)    VALUE "N".
               88 WS-VE-TODOS                 VALUE "S".

       01 WS-CAPTURA-EVA.
           05 WS-CAP-EMPLEADO     PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-ANIO         PIC 9(04)    VALUE ZEROS.
           05 WS-CAP-CALIFICACION PIC 9(01)    VALUE ZEROS.
           05 WS-CAP-COMENTARIO   PIC X(40)    VALUE SPACES.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

       01 WS-DATOS-EMPLEADO.
           05 WS-EMP-NOMBRE       PIC X(30).
           05 WS-EMP-STATUS       PIC 9(01).
           05 WS-EMP-SUPERVISOR   PIC 9(05).

      * -------------------------------------------------------------- *
      * NOMBRE DE CADA CALIFICACION, EN EL ORDEN DE LA ESCALA          *
      * -------------------------------------------------------------- *
       01 WS-NOMBRES-CALIF-VALORES.
           05 FILLER              PIC X(15)    VALUE "NO CUMPLE".
           05 FILLER              PIC X(15)    VALUE "CUMPLE PARCIAL".
           05 FILLER              PIC X(15)    VALUE "CUMPLE".
           05 FILLER              PIC X(15)    VALUE "SUPERA".
           05 FILLER              PIC X(15)    VALUE "SOBRESALIENTE".

       01 WS-NOMBRES-CALIF REDEFINES WS-NOMBRES-CALIF-VALORES.
           05 WS-NOM-CALIF        PIC X(15)    OCCURS 5 TIMES.

      * EMPLEADOS POR CALIFICACION EN EL LISTADO DE UN ANIO
       01 WS-TABLA-DISTRIBUCION.
           05 WS-CONT-CALIF       PIC 9(05)    OCCURS 5 TIMES.

       01 WS-IX-CALIF             PIC 9(01)    VALUE ZEROS.
       01 WS-CONT-LISTADOS        PIC 9(05)    VALUE ZEROS.

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
      * EL SUPERVISOR SE RECONOCE POR EL NUMERO DE EMPLEADO LIGADO A SU
      * FIRMA; RH Y EL ADMINISTRADOR VEN Y CAPTURAN A TODOS
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF WS-FIR-RECURSOS-HUMANOS OR WS-FIR-ADMINISTRADOR
              MOVE "S" TO WS-SW-VE-TODOS
           END-IF
           IF NOT WS-VE-TODOS
              AND WS-FIR-NUMERO-EMP = ZEROS
                 DISPLAY "PROG0086: EL OPERADOR " WS-FIR-ID
                         " NO TIENE NUMERO DE EMPLEADO; SOLO LOS "
                         "SUPERVISORES Y RH CAPTURAN EVALUACIONES"
                 GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0086: NO SE PUDO ABRIR 04-EMPLEADOS, "
                      "STATUS " WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           OPEN I-O EVALUACIONES
           IF WS-FILE-STATUS-EVA = "35"
              OPEN OUTPUT EVALUACIONES
              CLOSE EVALUACIONES
              OPEN I-O EVALUACIONES
           END-IF
           IF WS-FILE-STATUS-EVA NOT = "00"
              DISPLAY "PROG0086: NO SE PUDO ABRIR 04-EVALUACIONES, "
                      "STATUS " WS-FILE-STATUS-EVA
              CLOSE EMPLEADOS
              GOBACK
           END-IF
           PERFORM 020-MENU.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- EVALUACION DE DESEMPENO -----"
           DISPLAY "1) CAPTURA / CORRIGE CALIFICACION"
           DISPLAY "2) LISTA CALIFICACIONES DE UN ANIO"
           DISPLAY "3) EMPLEADOS PENDIENTES DE EVALUAR"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           GO TO 030-CAPTURA
                 040-LISTA-ANIO
                 050-PENDIENTES
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 030-CAPTURA - CALIFICACION DE UN EMPLEADO NO DADO DE BAJA PARA *
      *                UN ANIO (VACIO = EL ACTUAL). SI YA TENIA UNA    *
      *                ESE ANIO SE MUESTRA Y SE REEMPLAZA              *
      * -------------------------------------------------------------- *
       030-CAPTURA.
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
           IF WS-CAP-EMPLEADO = WS-FIR-NUMERO-EMP
              DISPLAY "NADIE PUEDE CAPTURAR SU PROPIA EVALUACION"
              GO TO 020-MENU
           END-IF
           IF NOT WS-VE-TODOS
              AND WS-EMP-SUPERVISOR NOT = WS-FIR-NUMERO-EMP
                 DISPLAY "EL EMPLEADO NO LE REPORTA DIRECTAMENTE"
                 GO TO 020-MENU
           END-IF
           DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
           PERFORM 080-PIDE-ANIO
           IF WS-CAP-ANIO = ZEROS
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-ANIO     TO REG-EVA-ANIO
           MOVE WS-CAP-EMPLEADO TO REG-EVA-EMPLEADO
           READ EVALUACIONES
               INVALID KEY
                   GO TO 032-PIDE-CALIFICACION
           END-READ
           DISPLAY "YA TIENE CALIFICACION " REG-EVA-CALIFICACION " "
                   WS-NOM-CALIF (REG-EVA-CALIFICACION)
                   " (" REG-EVA-USUARIO " " REG-EVA-FECHA-REGISTRO ")"
           DISPLAY "CONFIRMA QUE SE CORRIGE (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "OPERACION ABORTADA"
              GO TO 020-MENU
           END-IF
           PERFORM 031-MUESTRA-ESCALA
           PERFORM 033-PIDE-DATOS
           IF WS-CAP-CALIFICACION = ZEROS
              GO TO 020-MENU
           END-IF
           PERFORM 035-MUEVE-CAPTURA
           REWRITE REG-EVALUACION
               INVALID KEY
                   DISPLAY "NO SE PUDO CORREGIR: " WS-FILE-STATUS-EVA
                   GO TO 020-MENU
           END-REWRITE
           DISPLAY "CALIFICACION CORREGIDA"
           GO TO 020-MENU.

       031-MUESTRA-ESCALA.
           PERFORM 0311-MUESTRA-NIVEL
               VARYING WS-IX-CALIF FROM 1 BY 1
               UNTIL WS-IX-CALIF > 5.

       0311-MUESTRA-NIVEL.
           DISPLAY "   " WS-IX-CALIF " = " WS-NOM-CALIF (WS-IX-CALIF).

       032-PIDE-CALIFICACION.
           PERFORM 031-MUESTRA-ESCALA
           PERFORM 033-PIDE-DATOS
           IF WS-CAP-CALIFICACION = ZEROS
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-ANIO     TO REG-EVA-ANIO
           MOVE WS-CAP-EMPLEADO TO REG-EVA-EMPLEADO
           PERFORM 035-MUEVE-CAPTURA
           WRITE REG-EVALUACION
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR: " WS-FILE-STATUS-EVA
                   GO TO 020-MENU
           END-WRITE
           DISPLAY "CALIFICACION REGISTRADA"
           GO TO 020-MENU.

      * REGRESA LA CALIFICACION EN CEROS SI NO ES VALIDA
       033-PIDE-DATOS.
           DISPLAY "CALIFICACION (1-5): "
           MOVE ZEROS TO WS-CAP-CALIFICACION
           ACCEPT WS-CAP-CALIFICACION
           IF WS-CAP-CALIFICACION NOT NUMERIC
              OR WS-CAP-CALIFICACION < 1
              OR WS-CAP-CALIFICACION > 5
                 DISPLAY "CALIFICACION INVALIDA"
                 MOVE ZEROS TO WS-CAP-CALIFICACION
           ELSE
                 DISPLAY "COMENTARIO: "
                 MOVE SPACES TO WS-CAP-COMENTARIO
                 ACCEPT WS-CAP-COMENTARIO
           END-IF.

       035-MUEVE-CAPTURA.
           MOVE WS-CAP-CALIFICACION    TO REG-EVA-CALIFICACION
           MOVE WS-CAP-COMENTARIO      TO REG-EVA-COMENTARIO
           MOVE WS-FECHA-HOY-CCYYMMDD  TO REG-EVA-FECHA-REGISTRO
           MOVE WS-FIR-ID              TO REG-EVA-USUARIO
           IF WS-EMP-SUPERVISOR = WS-FIR-NUMERO-EMP
              MOVE WS-FIR-NUMERO-EMP   TO REG-EVA-EVALUADOR
           ELSE
              MOVE ZEROS               TO REG-EVA-EVALUADOR
           END-IF.

      * -------------------------------------------------------------- *
      * 040-LISTA-ANIO - LAS CALIFICACIONES CAPTURADAS DE UN ANIO (EL  *
      *                SUPERVISOR SOLO VE A SU GENTE) Y CUANTOS        *
      *                EMPLEADOS QUEDARON EN CADA NIVEL                *
      * -------------------------------------------------------------- *
       040-LISTA-ANIO.
           PERFORM 080-PIDE-ANIO
           IF WS-CAP-ANIO = ZEROS
              GO TO 020-MENU
           END-IF
           MOVE ZEROS TO WS-TABLA-DISTRIBUCION
           MOVE ZEROS TO WS-CONT-LISTADOS
           DISPLAY " "
           DISPLAY "--- CALIFICACIONES " WS-CAP-ANIO " ---"
           MOVE WS-CAP-ANIO TO REG-EVA-ANIO
           MOVE ZEROS       TO REG-EVA-EMPLEADO
           START EVALUACIONES KEY NOT LESS THAN REG-EVA-LLAVE
               INVALID KEY
                   GO TO 042-FIN-LISTA-ANIO
           END-START
           GO TO 041-LEE-EVALUACION.

       041-LEE-EVALUACION.
           READ EVALUACIONES NEXT RECORD
               AT END
                   GO TO 042-FIN-LISTA-ANIO
           END-READ
           IF REG-EVA-ANIO NOT = WS-CAP-ANIO
              GO TO 042-FIN-LISTA-ANIO
           END-IF
           MOVE REG-EVA-EMPLEADO TO WS-CAP-EMPLEADO
           PERFORM 090-LEE-EMPLEADO
           IF NOT WS-EMPLEADO-OK
              MOVE "** NO ESTA EN EL MAESTRO **" TO WS-EMP-NOMBRE
              MOVE ZEROS TO WS-EMP-SUPERVISOR
           END-IF
           IF NOT WS-VE-TODOS
              AND WS-EMP-SUPERVISOR NOT = WS-FIR-NUMERO-EMP
                 GO TO 041-LEE-EVALUACION
           END-IF
           ADD 1 TO WS-CONT-LISTADOS
           ADD 1 TO WS-CONT-CALIF (REG-EVA-CALIFICACION)
           DISPLAY REG-EVA-EMPLEADO " " WS-EMP-NOMBRE " "
                   REG-EVA-CALIFICACION " "
                   WS-NOM-CALIF (REG-EVA-CALIFICACION)
           GO TO 041-LEE-EVALUACION.

       042-FIN-LISTA-ANIO.
           IF WS-CONT-LISTADOS = ZEROS
              DISPLAY "(NINGUNA)"
              GO TO 020-MENU
           END-IF
           DISPLAY "--- DISTRIBUCION ---"
           PERFORM 043-MUESTRA-DISTRIBUCION
               VARYING WS-IX-CALIF FROM 1 BY 1
               UNTIL WS-IX-CALIF > 5
           DISPLAY "TOTAL EVALUADOS: " WS-CONT-LISTADOS
           GO TO 020-MENU.

       043-MUESTRA-DISTRIBUCION.
           DISPLAY WS-IX-CALIF " " WS-NOM-CALIF (WS-IX-CALIF) " "
                   WS-CONT-CALIF (WS-IX-CALIF).

      * -------------------------------------------------------------- *
      * 050-PENDIENTES - RECORRE EL MAESTRO Y MUESTRA LOS EMPLEADOS    *
      *                NO DADOS DE BAJA (DEL SUPERVISOR, O TODOS PARA  *
      *                RH) QUE NO TIENEN CALIFICACION EN EL ANIO       *
      * -------------------------------------------------------------- *
       050-PENDIENTES.
           PERFORM 080-PIDE-ANIO
           IF WS-CAP-ANIO = ZEROS
              GO TO 020-MENU
           END-IF
           MOVE ZEROS TO WS-CONT-LISTADOS
           DISPLAY " "
           DISPLAY "--- PENDIENTES DE EVALUAR " WS-CAP-ANIO " ---"
           MOVE ZEROS TO REG-EMP-NUMERO
           START EMPLEADOS KEY NOT LESS THAN REG-EMP-NUMERO
               INVALID KEY
                   GO TO 052-FIN-PENDIENTES
           END-START
           GO TO 051-LEE-EMPLEADO.

       051-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
               AT END
                   GO TO 052-FIN-PENDIENTES
           END-READ
           IF REG-EMP-NUMERO = 99999
              GO TO 052-FIN-PENDIENTES
           END-IF
           IF REG-EMP-STATUS = 3
              GO TO 051-LEE-EMPLEADO
           END-IF
           IF NOT WS-VE-TODOS
              AND REG-EMP-SUPERVISOR NOT = WS-FIR-NUMERO-EMP
                 GO TO 051-LEE-EMPLEADO
           END-IF
           MOVE WS-CAP-ANIO    TO REG-EVA-ANIO
           MOVE REG-EMP-NUMERO TO REG-EVA-EMPLEADO
           READ EVALUACIONES
               INVALID KEY
                   ADD 1 TO WS-CONT-LISTADOS
                   DISPLAY REG-EMP-NUMERO " " REG-EMP-NOMBRE
                           " SUPERVISOR " REG-EMP-SUPERVISOR
           END-READ
           GO TO 051-LEE-EMPLEADO.

       052-FIN-PENDIENTES.
           IF WS-CONT-LISTADOS = ZEROS
              DISPLAY "(NINGUNO)"
           ELSE
              DISPLAY "TOTAL PENDIENTES: " WS-CONT-LISTADOS
           END-IF
           GO TO 020-MENU.

      * REGRESA EL ANIO EN CEROS SI NO ES VALIDO; NO SE CALIFICAN
      * ANIOS QUE NO HAN EMPEZADO
       080-PIDE-ANIO.
           DISPLAY "ANIO EVALUADO AAAA (VACIO = " WS-HOY-ANIO "): "
           MOVE ZEROS TO WS-CAP-ANIO
           ACCEPT WS-CAP-ANIO
           IF WS-CAP-ANIO = ZEROS
              MOVE WS-HOY-ANIO TO WS-CAP-ANIO
           END-IF
           IF WS-CAP-ANIO NOT NUMERIC
              OR WS-CAP-ANIO < 1900
              OR WS-CAP-ANIO > WS-HOY-ANIO
                 DISPLAY "ANIO INVALIDO"
                 MOVE ZEROS TO WS-CAP-ANIO
           END-IF.

       090-LEE-EMPLEADO.
           MOVE "N" TO WS-SW-EMPLEADO-OK
           MOVE WS-CAP-EMPLEADO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-EMPLEADO-OK
                   MOVE REG-EMP-NOMBRE     TO WS-EMP-NOMBRE
                   MOVE REG-EMP-STATUS     TO WS-EMP-STATUS
                   MOVE REG-EMP-SUPERVISOR TO WS-EMP-SUPERVISOR
           END-READ.

       100-FIN.
           CLOSE EVALUACIONES
           CLOSE EMPLEADOS
           GOBACK.

       END PROGRAM PROG0086.
