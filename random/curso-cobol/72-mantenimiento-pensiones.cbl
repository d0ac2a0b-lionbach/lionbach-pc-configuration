       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0069.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: ALTA, BAJA Y CONSULTA DE LAS ORDENES JUDICIALES DE   *
      *           PENSION ALIMENTICIA EN 04-PENSIONES (VER WPENFD), AL *
      *           ESTILO DE PROG0060 PARA LOS PRESTAMOS. CADA ORDEN    *
      *           LLEVA SU NUMERO DE ORDEN DEL JUZGADO, EL PORCENTAJE  *
      *           DEL NETO O EL IMPORTE FIJO POR PERIODO, Y EL         *
      *           BENEFICIARIO CON SU CUENTA. PROG0026 LA CALCULA,     *
      *           PROG0024 LA MANDA AL PROVEEDOR ANTES QUE CUALQUIER   *
      *           OTRA DEDUCCION Y PROG0070 ARMA LA REMESA MENSUAL.    *
      *           UNA ORDEN NO SE BORRA: LA BAJA LA DEJA CANCELADA     *
      *           CON SU FECHA PARA QUE QUEDE LA HISTORIA              *
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
           SELECT PENSIONES ASSIGN TO "04-PENSIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-PEN-LLAVE
           FILE STATUS IS WS-FILE-STATUS-PEN.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  PENSIONES
           RECORD CONTAINS 129 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPENFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-PEN      PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-PEN       PIC X(01)    VALUE "N".
               88 WS-FIN-PEN                  VALUE "S".

       01 WS-CAPTURA-PENSION.
           05 WS-CAP-NUMERO       PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-ORDEN        PIC X(15)    VALUE SPACES.
           05 WS-CAP-TIPO         PIC X(01)    VALUE SPACES.
               88 WS-CAP-TIPO-PORCENTAJE      VALUE "P".
               88 WS-CAP-TIPO-FIJO            VALUE "F".
           05 WS-CAP-PORCENTAJE   PIC 9(03)V99  VALUE ZEROS.
           05 WS-CAP-IMPORTE      PIC 9(07)V99  VALUE ZEROS.
           05 WS-CAP-BENEFICIARIO PIC X(30)    VALUE SPACES.
           05 WS-CAP-BANCO        PIC 9(03)    VALUE ZEROS.
           05 WS-CAP-CLABE        PIC 9(18)    VALUE ZEROS.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

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
      * LA ORDEN DEL JUZGADO MUEVE DINERO DE LA NOMINA: IGUAL QUE EL
      * PRESTAMO, EL ROL DE SOLO CONSULTA NO LA PUEDE TOCAR
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF WS-FIR-SOLO-CONSULTA
              DISPLAY "PROG0069: SU ROL ES DE SOLO CONSULTA"
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0069: NO SE PUDO ABRIR 04-EMPLEADOS, STATUS "
                      WS-FILE-STATUS-EMP
              GOBACK
           END-IF
           OPEN I-O PENSIONES
           IF WS-FILE-STATUS-PEN = "35"
              OPEN OUTPUT PENSIONES
              CLOSE PENSIONES
              OPEN I-O PENSIONES
           END-IF
           IF WS-FILE-STATUS-PEN NOT = "00"
              DISPLAY "PROG0069: NO SE PUDO ABRIR 04-PENSIONES, "
                      "STATUS " WS-FILE-STATUS-PEN
              CLOSE EMPLEADOS
              GOBACK
           END-IF
           PERFORM 020-MENU.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- PENSIONES ALIMENTICIAS -----"
           DISPLAY "1) ALTA DE ORDEN"
           DISPLAY "2) CONSULTA POR EMPLEADO"
           DISPLAY "3) BAJA DE ORDEN"
           DISPLAY "4) LISTAR VIGENTES"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           GO TO 030-ALTA
                 040-CONSULTA
                 060-BAJA
                 050-LISTA
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 030-ALTA - UNA ORDEN POR NUMERO DE ORDEN DEL JUZGADO; EL       *
      *            EMPLEADO DEBE ESTAR ACTIVO. DE PORCENTAJE (SOBRE EL *
      *            NETO DESPUES DE ISR E IMSS, HASTA 100) O DE IMPORTE *
      *            FIJO POR PERIODO, CON BENEFICIARIO Y CLABE          *
      * -------------------------------------------------------------- *
       030-ALTA.
           DISPLAY " "
           DISPLAY "----- ALTA DE ORDEN DE PENSION -----"
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
           DISPLAY "NUMERO DE ORDEN DEL JUZGADO: "
           ACCEPT WS-CAP-ORDEN
           IF WS-CAP-ORDEN = SPACES
              DISPLAY "EL NUMERO DE ORDEN ES OBLIGATORIO"
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-NUMERO TO REG-PEN-NUMERO
           MOVE WS-CAP-ORDEN  TO REG-PEN-ORDEN
           READ PENSIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "LA ORDEN YA ESTA REGISTRADA PARA EL "
                           "EMPLEADO"
                   GO TO 020-MENU
           END-READ
           DISPLAY "TIPO (P = PORCENTAJE DEL NETO, F = IMPORTE FIJO): "
           ACCEPT WS-CAP-TIPO
           MOVE ZEROS TO WS-CAP-PORCENTAJE
           MOVE ZEROS TO WS-CAP-IMPORTE
           IF WS-CAP-TIPO-PORCENTAJE
              DISPLAY "PORCENTAJE DEL NETO       : "
              ACCEPT WS-CAP-PORCENTAJE
              IF WS-CAP-PORCENTAJE = ZEROS
                 OR WS-CAP-PORCENTAJE > 100
                    DISPLAY "EL PORCENTAJE DEBE SER DE 0.01 A 100"
                    GO TO 020-MENU
              END-IF
           ELSE
              IF WS-CAP-TIPO-FIJO
                 DISPLAY "IMPORTE FIJO POR PERIODO  : "
                 ACCEPT WS-CAP-IMPORTE
                 IF WS-CAP-IMPORTE = ZEROS
                    DISPLAY "EL IMPORTE NO PUEDE SER CERO"
                    GO TO 020-MENU
                 END-IF
              ELSE
                 DISPLAY "TIPO NO VALIDO"
                 GO TO 020-MENU
              END-IF
           END-IF
           DISPLAY "BENEFICIARIO              : "
           ACCEPT WS-CAP-BENEFICIARIO
           DISPLAY "BANCO DEL BENEFICIARIO    : "
           ACCEPT WS-CAP-BANCO
           DISPLAY "CLABE DEL BENEFICIARIO    : "
           ACCEPT WS-CAP-CLABE
           IF WS-CAP-BENEFICIARIO = SPACES
              OR WS-CAP-CLABE = ZEROS
                 DISPLAY "EL BENEFICIARIO Y SU CLABE SON OBLIGATORIOS"
                 GO TO 020-MENU
           END-IF
           MOVE WS-CAP-NUMERO         TO REG-PEN-NUMERO
           MOVE WS-CAP-ORDEN          TO REG-PEN-ORDEN
           MOVE WS-CAP-TIPO           TO REG-PEN-TIPO
           MOVE WS-CAP-PORCENTAJE     TO REG-PEN-PORCENTAJE
           MOVE WS-CAP-IMPORTE        TO REG-PEN-IMPORTE
           MOVE WS-CAP-BENEFICIARIO   TO REG-PEN-BENEFICIARIO
           MOVE WS-CAP-BANCO          TO REG-PEN-BANCO
           MOVE WS-CAP-CLABE          TO REG-PEN-CLABE
           MOVE "V"                   TO REG-PEN-ESTADO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-PEN-FECHA-ALTA
           MOVE ZEROS                 TO REG-PEN-FECHA-BAJA
           MOVE ZEROS                 TO REG-PEN-PERIODO-CALCULO
           MOVE ZEROS                 TO REG-PEN-IMPORTE-CALCULO
           MOVE ZEROS                 TO REG-PEN-PERIODO-ENVIADO
           MOVE ZEROS                 TO REG-PEN-IMPORTE-ENVIADO
           WRITE REG-PENSION
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR LA ORDEN: "
                           WS-FILE-STATUS-PEN
                   GO TO 020-MENU
           END-WRITE
           DISPLAY "ORDEN REGISTRADA; SE DESCUENTA DESDE LA SIGUIENTE "
                   "CORRIDA DE PROG0026"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 040-CONSULTA - TODAS LAS ORDENES DEL EMPLEADO, VIGENTES Y      *
      *                CANCELADAS, CON EL ULTIMO IMPORTE MANDADO       *
      * -------------------------------------------------------------- *
       040-CONSULTA.
           DISPLAY " "
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-NUMERO
           MOVE ZEROS         TO WS-CONT-LISTADOS
           MOVE WS-CAP-NUMERO TO REG-PEN-NUMERO
           MOVE LOW-VALUES    TO REG-PEN-ORDEN
           START PENSIONES KEY NOT LESS THAN REG-PEN-LLAVE
               INVALID KEY
                   DISPLAY "SIN ORDENES REGISTRADAS PARA: "
                           WS-CAP-NUMERO
                   GO TO 020-MENU
           END-START
           GO TO 041-LEE-CONSULTA.

       041-LEE-CONSULTA.
           READ PENSIONES NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-PEN
                   GO TO 042-FIN-CONSULTA
           END-READ
           IF REG-PEN-NUMERO NOT = WS-CAP-NUMERO
              GO TO 042-FIN-CONSULTA
           END-IF
           ADD 1 TO WS-CONT-LISTADOS
           DISPLAY " "
           DISPLAY "ORDEN             : " REG-PEN-ORDEN
                   "  ESTADO: " REG-PEN-ESTADO
           IF REG-PEN-PORCENTAJE-NETO
              DISPLAY "PORCENTAJE NETO   : " REG-PEN-PORCENTAJE
           ELSE
              DISPLAY "IMPORTE FIJO      : " REG-PEN-IMPORTE
           END-IF
           DISPLAY "BENEFICIARIO      : " REG-PEN-BENEFICIARIO
           DISPLAY "BANCO / CLABE     : " REG-PEN-BANCO " "
                   REG-PEN-CLABE
           DISPLAY "ALTA / BAJA       : " REG-PEN-FECHA-ALTA " "
                   REG-PEN-FECHA-BAJA
           DISPLAY "ULTIMO PERIODO MANDADO: "
                   REG-PEN-PERIODO-ENVIADO
                   " POR " REG-PEN-IMPORTE-ENVIADO
           GO TO 041-LEE-CONSULTA.

       042-FIN-CONSULTA.
           IF WS-CONT-LISTADOS = ZEROS
              DISPLAY "SIN ORDENES REGISTRADAS PARA: " WS-CAP-NUMERO
           END-IF
           GO TO 020-MENU.

       050-LISTA.
           MOVE ZEROS      TO WS-CONT-LISTADOS
           MOVE "N"        TO WS-SW-FIN-PEN
           MOVE LOW-VALUES TO REG-PEN-LLAVE
           START PENSIONES KEY NOT LESS THAN REG-PEN-LLAVE
               INVALID KEY
                   DISPLAY "SIN ORDENES REGISTRADAS"
                   GO TO 020-MENU
           END-START
           GO TO 051-LEE-PENSION.

       051-LEE-PENSION.
           READ PENSIONES NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-PEN
                   IF WS-CONT-LISTADOS = ZEROS
                      DISPLAY "SIN ORDENES VIGENTES"
                   END-IF
                   GO TO 020-MENU
           END-READ
           IF REG-PEN-VIGENTE
              ADD 1 TO WS-CONT-LISTADOS
              DISPLAY REG-PEN-NUMERO " " REG-PEN-ORDEN " "
                      REG-PEN-TIPO " " REG-PEN-PORCENTAJE " "
                      REG-PEN-IMPORTE " " REG-PEN-BENEFICIARIO
           END-IF
           GO TO 051-LEE-PENSION.

      * -------------------------------------------------------------- *
      * 060-BAJA - CANCELA UNA ORDEN VIGENTE CON LA FECHA DE HOY (EL   *
      *            JUZGADO LEVANTO LA ORDEN); DESDE LA SIGUIENTE       *
      *            CORRIDA YA NO SE DESCUENTA                          *
      * -------------------------------------------------------------- *
       060-BAJA.
           DISPLAY " "
           DISPLAY "----- BAJA DE ORDEN DE PENSION -----"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-NUMERO
           DISPLAY "NUMERO DE ORDEN DEL JUZGADO: "
           ACCEPT WS-CAP-ORDEN
           MOVE WS-CAP-NUMERO TO REG-PEN-NUMERO
           MOVE WS-CAP-ORDEN  TO REG-PEN-ORDEN
           READ PENSIONES
               INVALID KEY
                   DISPLAY "ORDEN NO ENCONTRADA"
                   GO TO 020-MENU
           END-READ
           IF NOT REG-PEN-VIGENTE
              DISPLAY "LA ORDEN YA ESTA CANCELADA DESDE "
                      REG-PEN-FECHA-BAJA
              GO TO 020-MENU
           END-IF
           DISPLAY "BENEFICIARIO: " REG-PEN-BENEFICIARIO
           DISPLAY "CONFIRMA LA BAJA DE LA ORDEN (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "BAJA CANCELADA"
              GO TO 020-MENU
           END-IF
           MOVE "C"                   TO REG-PEN-ESTADO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-PEN-FECHA-BAJA
           REWRITE REG-PENSION
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA LA ORDEN: "
                           WS-FILE-STATUS-PEN
                   GO TO 020-MENU
           END-REWRITE
           DISPLAY "ORDEN CANCELADA"
           GO TO 020-MENU.

       100-FIN.
           CLOSE EMPLEADOS
                 PENSIONES
           GOBACK.
       END PROGRAM PROG0069.
