       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0089.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: SUBPROGRAMA COMPARTIDO DEL REGISTRO DE CONTRATOS     *
      *           (04-CONTRATOS, VER WCTRFD), AL ESTILO DE PROG0080    *
      *           PARA LAS PLAZAS: LAS ALTAS (PROG0006, PROG0018) LO   *
      *           LLAMAN CON WS-DATOS-CONTRATO (WCTRWS) PARA VALIDAR   *
      *           EL TIPO Y EL TERMINO ANTES DE ESCRIBIR EL EMPLEADO Y *
      *           PARA REGISTRAR EL CONTRATO DESPUES; LA DECISION DE   *
      *           RENOVAR O TERMINAR (PROG0090) LO RENUEVA O LO MARCA  *
      *           CON LA BAJA SOLICITADA. UN CONTRATO POR TIEMPO       *
      *           DETERMINADO SE PUEDE DAR EN DIAS (30, 90...): EL     *
      *           TERMINO ES INICIO + DIAS - 1, Y EN UNA RENOVACION EL *
      *           TERMINO ACTUAL + DIAS                                *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO "04-CONTRATOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CTR-EMPLEADO
           FILE STATUS IS WS-FILE-STATUS-CTR.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCTRFD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CTR      PIC X(02).

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

       01 WS-FECHA-CALC-G.
           05 WS-FCAL-ANIO        PIC 9(04).
           05 WS-FCAL-MES         PIC 9(02).
           05 WS-FCAL-DIA         PIC 9(02).

       01 WS-FECHA-CALC REDEFINES WS-FECHA-CALC-G
                                  PIC 9(08).

      * EL DIA SE SUMA APARTE PORQUE UN CONTRATO PUEDE SER DE CIENTOS
      * DE DIAS Y NO CABE EN LOS DOS DIGITOS DE WS-FCAL-DIA
       01 WS-DIA-SUMADO           PIC 9(04)    VALUE ZEROS.
       01 WS-DIAS-A-SUMAR         PIC 9(03)    VALUE ZEROS.
       01 WS-DIAS-DEL-MES         PIC 9(02)    VALUE ZEROS.
       01 WS-COCIENTE-BISIESTO    PIC 9(04)    VALUE ZEROS.
       01 WS-RESIDUO-BISIESTO     PIC 9(04)    VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-DATOS-CONTRATO.
           05 LK-CTR-OPERACION    PIC X(01).
               88 LK-CTR-VALIDA               VALUE "V".
               88 LK-CTR-REGISTRA             VALUE "R".
               88 LK-CTR-RENUEVA              VALUE "N".
               88 LK-CTR-TERMINA              VALUE "T".
               88 LK-CTR-CONSULTA             VALUE "C".
           05 LK-CTR-EMPLEADO     PIC 9(05).
           05 LK-CTR-TIPO         PIC X(01).
               88 LK-CTR-INDETERMINADO        VALUE "I".
               88 LK-CTR-TEMPORAL             VALUE "D" "P".
           05 LK-CTR-DIAS         PIC 9(03).
           05 LK-CTR-FECHA-INICIO PIC 9(08).
           05 LK-CTR-FECHA-FIN    PIC 9(08).
           05 LK-CTR-RENOVACIONES PIC 9(02).
           05 LK-CTR-ESTADO       PIC X(01).
           05 LK-CTR-FECHA        PIC 9(08).
           05 LK-CTR-USUARIO      PIC X(08).
           05 LK-CTR-OK           PIC X(01).
           05 LK-CTR-MENSAJE      PIC X(40).

       PROCEDURE DIVISION USING LK-DATOS-CONTRATO.
       010-INICIO.
           MOVE "N"    TO LK-CTR-OK
           MOVE SPACES TO LK-CTR-MENSAJE
           IF LK-CTR-FECHA = ZEROS
              CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
              MOVE WS-HOY-ANIO TO WS-FHG-ANIO
              MOVE WS-HOY-MES  TO WS-FHG-MES
              MOVE WS-HOY-DIA  TO WS-FHG-DIA
              MOVE WS-FECHA-HOY-CCYYMMDD TO LK-CTR-FECHA
           END-IF
           IF LK-CTR-VALIDA
              PERFORM 020-VALIDA-CONTRATO THRU 020-FIN-VALIDA-CONTRATO
              GO TO 100-FIN
           END-IF
           OPEN I-O CONTRATOS
           IF WS-FILE-STATUS-CTR = "35" AND LK-CTR-REGISTRA
              OPEN OUTPUT CONTRATOS
              CLOSE CONTRATOS
              OPEN I-O CONTRATOS
           END-IF
           IF WS-FILE-STATUS-CTR = "35"
              MOVE "SIN CONTRATO REGISTRADO (INDETERMINADO)"
                          TO LK-CTR-MENSAJE
              GO TO 100-FIN
           END-IF
           IF WS-FILE-STATUS-CTR NOT = "00"
              STRING "NO SE PUDO ABRIR 04-CONTRATOS, STATUS "
                     WS-FILE-STATUS-CTR DELIMITED BY SIZE
                     INTO LK-CTR-MENSAJE
              GO TO 100-FIN
           END-IF
           IF LK-CTR-REGISTRA
              GO TO 030-REGISTRA
           END-IF
           MOVE LK-CTR-EMPLEADO TO REG-CTR-EMPLEADO
           READ CONTRATOS
               INVALID KEY
                   MOVE "SIN CONTRATO REGISTRADO (INDETERMINADO)"
                               TO LK-CTR-MENSAJE
                   GO TO 090-CIERRA
           END-READ
           IF LK-CTR-RENUEVA
              GO TO 040-RENUEVA
           END-IF
           IF LK-CTR-TERMINA
              GO TO 050-TERMINA
           END-IF
           IF LK-CTR-CONSULTA
              GO TO 060-CONSULTA
           END-IF
           MOVE "OPERACION NO VALIDA" TO LK-CTR-MENSAJE
           GO TO 090-CIERRA.

      * -------------------------------------------------------------- *
      * 020-VALIDA-CONTRATO - TIPO VALIDO (ESPACIOS = INDETERMINADO),  *
      *                INICIO EN CEROS = LA FECHA DEL MOVIMIENTO, Y    *
      *                PARA UN CONTRATO TEMPORAL UN TERMINO VALIDO Y   *
      *                POSTERIOR AL INICIO (CALCULADO DE LOS DIAS SI   *
      *                VIENE EN CEROS)                                 *
      * -------------------------------------------------------------- *
       020-VALIDA-CONTRATO.
           IF LK-CTR-TIPO = SPACES
              MOVE "I" TO LK-CTR-TIPO
           END-IF
           IF NOT LK-CTR-INDETERMINADO AND NOT LK-CTR-TEMPORAL
              MOVE "TIPO DE CONTRATO INVALIDO"
                          TO LK-CTR-MENSAJE
              GO TO 020-FIN-VALIDA-CONTRATO
           END-IF
           IF LK-CTR-FECHA-INICIO = ZEROS
              MOVE LK-CTR-FECHA TO LK-CTR-FECHA-INICIO
           END-IF
           IF LK-CTR-INDETERMINADO
              MOVE ZEROS TO LK-CTR-DIAS
              MOVE ZEROS TO LK-CTR-FECHA-FIN
              MOVE "S"   TO LK-CTR-OK
              GO TO 020-FIN-VALIDA-CONTRATO
           END-IF
           IF LK-CTR-FECHA-FIN = ZEROS AND LK-CTR-DIAS > ZEROS
              MOVE LK-CTR-FECHA-INICIO TO WS-FECHA-CALC
              SUBTRACT 1 FROM LK-CTR-DIAS GIVING WS-DIAS-A-SUMAR
              PERFORM 070-SUMA-DIAS THRU 070-FIN-SUMA-DIAS
              MOVE WS-FECHA-CALC TO LK-CTR-FECHA-FIN
           END-IF
           IF LK-CTR-FECHA-FIN = ZEROS
              MOVE "CONTRATO TEMPORAL SIN TERMINO"
                          TO LK-CTR-MENSAJE
              GO TO 020-FIN-VALIDA-CONTRATO
           END-IF
           MOVE LK-CTR-FECHA-FIN TO WS-FECHA-CALC
           PERFORM 075-VALIDA-FECHA THRU 075-FIN-VALIDA-FECHA
           IF LK-CTR-MENSAJE NOT = SPACES
              GO TO 020-FIN-VALIDA-CONTRATO
           END-IF
           IF LK-CTR-FECHA-FIN NOT > LK-CTR-FECHA-INICIO
              MOVE "TERMINO ANTERIOR AL INICIO"
                          TO LK-CTR-MENSAJE
              GO TO 020-FIN-VALIDA-CONTRATO
           END-IF
           MOVE "S" TO LK-CTR-OK.

       020-FIN-VALIDA-CONTRATO.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-REGISTRA - EL CONTRATO DEL ALTA, SIN RENOVACIONES. SI EL   *
      *                NUMERO YA TENIA RENGLON (UN NUMERO REUTILIZADO) *
      *                EL CONTRATO NUEVO LO REEMPLAZA                  *
      * -------------------------------------------------------------- *
       030-REGISTRA.
           PERFORM 020-VALIDA-CONTRATO THRU 020-FIN-VALIDA-CONTRATO
           IF LK-CTR-OK NOT = "S"
              GO TO 090-CIERRA
           END-IF
           MOVE "N"                 TO LK-CTR-OK
           MOVE LK-CTR-EMPLEADO     TO REG-CTR-EMPLEADO
           MOVE LK-CTR-TIPO         TO REG-CTR-TIPO
           MOVE LK-CTR-FECHA-INICIO TO REG-CTR-FECHA-INICIO
           MOVE LK-CTR-FECHA-FIN    TO REG-CTR-FECHA-FIN
           MOVE ZEROS               TO REG-CTR-RENOVACIONES
           MOVE "V"                 TO REG-CTR-ESTADO
           MOVE LK-CTR-FECHA        TO REG-CTR-FECHA-MOVIMIENTO
           MOVE LK-CTR-USUARIO      TO REG-CTR-USUARIO
           WRITE REG-CONTRATO
               INVALID KEY
                   REWRITE REG-CONTRATO
                       INVALID KEY
                           STRING "ERROR AL REGISTRAR CONTRATO, "
                                  "STATUS " WS-FILE-STATUS-CTR
                                  DELIMITED BY SIZE
                                  INTO LK-CTR-MENSAJE
                           GO TO 090-CIERRA
                   END-REWRITE
           END-WRITE
           PERFORM 080-REGRESA-CONTRATO
           MOVE "S" TO LK-CTR-OK
           GO TO 090-CIERRA.

      * -------------------------------------------------------------- *
      * 040-RENUEVA - RECORRE EL TERMINO DE UN CONTRATO TEMPORAL (AL   *
      *                TERMINO NUEVO O AL ACTUAL + DIAS), O CON TIPO   *
      *                "I" LO PASA A INDETERMINADO. CUENTA LA          *
      *                RENOVACION Y LO DEJA VIGENTE                    *
      * -------------------------------------------------------------- *
       040-RENUEVA.
           IF REG-CTR-INDETERMINADO
              MOVE "EL CONTRATO YA ES INDETERMINADO" TO LK-CTR-MENSAJE
              GO TO 090-CIERRA
           END-IF
           IF LK-CTR-TIPO = SPACES
              MOVE REG-CTR-TIPO TO LK-CTR-TIPO
           END-IF
           IF NOT LK-CTR-INDETERMINADO AND NOT LK-CTR-TEMPORAL
              MOVE "TIPO DE CONTRATO INVALIDO"
                          TO LK-CTR-MENSAJE
              GO TO 090-CIERRA
           END-IF
           IF LK-CTR-INDETERMINADO
              MOVE ZEROS TO LK-CTR-FECHA-FIN
              GO TO 0401-APLICA-RENOVACION
           END-IF
           IF LK-CTR-FECHA-FIN = ZEROS AND LK-CTR-DIAS > ZEROS
              MOVE REG-CTR-FECHA-FIN TO WS-FECHA-CALC
              MOVE LK-CTR-DIAS       TO WS-DIAS-A-SUMAR
              PERFORM 070-SUMA-DIAS THRU 070-FIN-SUMA-DIAS
              MOVE WS-FECHA-CALC     TO LK-CTR-FECHA-FIN
           END-IF
           IF LK-CTR-FECHA-FIN = ZEROS
              MOVE "FALTA EL TERMINO NUEVO (FECHA O DIAS)"
                          TO LK-CTR-MENSAJE
              GO TO 090-CIERRA
           END-IF
           MOVE LK-CTR-FECHA-FIN TO WS-FECHA-CALC
           PERFORM 075-VALIDA-FECHA THRU 075-FIN-VALIDA-FECHA
           IF LK-CTR-MENSAJE NOT = SPACES
              GO TO 090-CIERRA
           END-IF
           IF LK-CTR-FECHA-FIN NOT > REG-CTR-FECHA-FIN
              MOVE "EL TERMINO NUEVO NO PASA DEL ACTUAL"
                          TO LK-CTR-MENSAJE
              GO TO 090-CIERRA
           END-IF
           GO TO 0401-APLICA-RENOVACION.

       0401-APLICA-RENOVACION.
           MOVE LK-CTR-TIPO         TO REG-CTR-TIPO
           MOVE LK-CTR-FECHA-FIN    TO REG-CTR-FECHA-FIN
           IF REG-CTR-RENOVACIONES < 99
              ADD 1 TO REG-CTR-RENOVACIONES
           END-IF
           MOVE "V"                 TO REG-CTR-ESTADO
           MOVE LK-CTR-FECHA        TO REG-CTR-FECHA-MOVIMIENTO
           MOVE LK-CTR-USUARIO      TO REG-CTR-USUARIO
           REWRITE REG-CONTRATO
               INVALID KEY
                   STRING "ERROR AL RENOVAR CONTRATO, STATUS "
                          WS-FILE-STATUS-CTR DELIMITED BY SIZE
                          INTO LK-CTR-MENSAJE
                   GO TO 090-CIERRA
           END-REWRITE
           PERFORM 080-REGRESA-CONTRATO
           MOVE "S" TO LK-CTR-OK
           GO TO 090-CIERRA.

       050-TERMINA.
           MOVE "T"                 TO REG-CTR-ESTADO
           MOVE LK-CTR-FECHA        TO REG-CTR-FECHA-MOVIMIENTO
           MOVE LK-CTR-USUARIO      TO REG-CTR-USUARIO
           REWRITE REG-CONTRATO
               INVALID KEY
                   STRING "NO SE PUDO MARCAR EL CONTRATO, STATUS "
                          WS-FILE-STATUS-CTR DELIMITED BY SIZE
                          INTO LK-CTR-MENSAJE
                   GO TO 090-CIERRA
           END-REWRITE
           PERFORM 080-REGRESA-CONTRATO
           MOVE "S" TO LK-CTR-OK
           GO TO 090-CIERRA.

       060-CONSULTA.
           PERFORM 080-REGRESA-CONTRATO
           MOVE "S" TO LK-CTR-OK
           GO TO 090-CIERRA.

      * -------------------------------------------------------------- *
      * 070-SUMA-DIAS - SUMA WS-DIAS-A-SUMAR A LA FECHA EN             *
      *                WS-FECHA-CALC, RECORRIENDO MES Y ANIO CUANDO EL *
      *                DIA SE PASA DEL LARGO DEL MES (COMO PROG0007)   *
      * -------------------------------------------------------------- *
       070-SUMA-DIAS.
           MOVE WS-FCAL-DIA TO WS-DIA-SUMADO
           ADD WS-DIAS-A-SUMAR TO WS-DIA-SUMADO.

       0701-NORMALIZA-FECHA.
           PERFORM 072-DIAS-DEL-MES
           IF WS-DIA-SUMADO NOT > WS-DIAS-DEL-MES
              MOVE WS-DIA-SUMADO TO WS-FCAL-DIA
              GO TO 070-FIN-SUMA-DIAS
           END-IF
           SUBTRACT WS-DIAS-DEL-MES FROM WS-DIA-SUMADO
           ADD 1 TO WS-FCAL-MES
           IF WS-FCAL-MES > 12
              MOVE 1 TO WS-FCAL-MES
              ADD 1 TO WS-FCAL-ANIO
           END-IF
           GO TO 0701-NORMALIZA-FECHA.

       070-FIN-SUMA-DIAS.
           EXIT.

       072-DIAS-DEL-MES.
           IF WS-FCAL-MES = 2
              DIVIDE WS-FCAL-ANIO BY 4
                  GIVING WS-COCIENTE-BISIESTO
                  REMAINDER WS-RESIDUO-BISIESTO
              IF WS-RESIDUO-BISIESTO = ZEROS
                 MOVE 29 TO WS-DIAS-DEL-MES
              ELSE
                 MOVE 28 TO WS-DIAS-DEL-MES
              END-IF
           ELSE
              IF WS-FCAL-MES = 4 OR WS-FCAL-MES = 6
                 OR WS-FCAL-MES = 9 OR WS-FCAL-MES = 11
                    MOVE 30 TO WS-DIAS-DEL-MES
              ELSE
                 MOVE 31 TO WS-DIAS-DEL-MES
              END-IF
           END-IF.

      * -------------------------------------------------------------- *
      * 075-VALIDA-FECHA - LA FECHA EN WS-FECHA-CALC DEBE EXISTIR EN   *
      *                EL CALENDARIO; SI NO, DEJA EL MOTIVO            *
      * -------------------------------------------------------------- *
       075-VALIDA-FECHA.
           IF WS-FECHA-CALC NOT NUMERIC
              OR WS-FCAL-ANIO < 1900
              OR WS-FCAL-MES < 1 OR WS-FCAL-MES > 12
              OR WS-FCAL-DIA < 1
                 MOVE "FECHA DE TERMINO INVALIDA" TO LK-CTR-MENSAJE
                 GO TO 075-FIN-VALIDA-FECHA
           END-IF
           PERFORM 072-DIAS-DEL-MES
           IF WS-FCAL-DIA > WS-DIAS-DEL-MES
              MOVE "FECHA DE TERMINO INVALIDA" TO LK-CTR-MENSAJE
           END-IF.

       075-FIN-VALIDA-FECHA.
           EXIT.

       080-REGRESA-CONTRATO.
           MOVE REG-CTR-TIPO             TO LK-CTR-TIPO
           MOVE REG-CTR-FECHA-INICIO     TO LK-CTR-FECHA-INICIO
           MOVE REG-CTR-FECHA-FIN        TO LK-CTR-FECHA-FIN
           MOVE REG-CTR-RENOVACIONES     TO LK-CTR-RENOVACIONES
           MOVE REG-CTR-ESTADO           TO LK-CTR-ESTADO.

       090-CIERRA.
           CLOSE CONTRATOS.

       100-FIN.
           GOBACK.

       END PROGRAM PROG0089.
