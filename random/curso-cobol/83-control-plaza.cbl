       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0080.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: SUBPROGRAMA COMPARTIDO DEL CONTROL DE PLAZAS         *
      *           (04-PLAZAS, VER WPLZFD), AL ESTILO DE PROG0075 PARA  *
      *           LA EMPRESA: LAS ALTAS (PROG0006, PROG0018, PROG0019),*
      *           LAS BAJAS (PROG0020) Y LOS TRASLADOS (PROG0006,      *
      *           PROG0015, PROG0038) LO LLAMAN CON WS-DATOS-PLAZA     *
      *           (WPLZWS) PARA QUE CADA EMPLEADO ACTIVO OCUPE UNA     *
      *           SOLA PLAZA. LA PLAZA DE UN EMPLEADO SE ENCUENTRA     *
      *           RECORRIENDO 04-PLAZAS, QUE ES CHICO (UNA PLAZA POR   *
      *           PERSONA AUTORIZADA). MIENTRAS NO EXISTA 04-PLAZAS NO *
      *           HAY CONTROL DE PLAZAS Y TODO REGRESA OK CON LA PLAZA *
      *           EN CEROS, COMO PROG0075 SIN CATALOGO DE EMPRESAS     *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZAS ASSIGN TO "04-PLAZAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-PLZ-NUMERO
           FILE STATUS IS WS-FILE-STATUS-PLZ.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAZAS
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPLZFD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-PLZ      PIC X(02).
       01 WS-PLAZA-ACTUAL         PIC 9(05)    VALUE ZEROS.
       01 WS-PLAZA-VACANTE        PIC 9(05)    VALUE ZEROS.

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

       LINKAGE SECTION.
       01 LK-DATOS-PLAZA.
           05 LK-PLZ-OPERACION    PIC X(01).
               88 LK-PLZ-ASIGNA               VALUE "A".
               88 LK-PLZ-LIBERA               VALUE "L".
               88 LK-PLZ-TRASLADA             VALUE "T".
               88 LK-PLZ-CONSULTA             VALUE "C".
           05 LK-PLZ-EMPLEADO     PIC 9(05).
           05 LK-PLZ-NUMERO       PIC 9(05).
           05 LK-PLZ-DEPTO        PIC 9(03).
           05 LK-PLZ-PUESTO       PIC 9(02).
           05 LK-PLZ-FECHA        PIC 9(08).
           05 LK-PLZ-USUARIO      PIC X(08).
           05 LK-PLZ-OK           PIC X(01).
           05 LK-PLZ-MENSAJE      PIC X(40).

       PROCEDURE DIVISION USING LK-DATOS-PLAZA.
       010-INICIO.
           MOVE "N"    TO LK-PLZ-OK
           MOVE SPACES TO LK-PLZ-MENSAJE
           IF LK-PLZ-FECHA = ZEROS
              CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
              MOVE WS-HOY-ANIO TO WS-FHG-ANIO
              MOVE WS-HOY-MES  TO WS-FHG-MES
              MOVE WS-HOY-DIA  TO WS-FHG-DIA
              MOVE WS-FECHA-HOY-CCYYMMDD TO LK-PLZ-FECHA
           END-IF
           OPEN I-O PLAZAS
           IF WS-FILE-STATUS-PLZ = "35"
              MOVE ZEROS  TO LK-PLZ-NUMERO
              MOVE "S"    TO LK-PLZ-OK
              MOVE "SIN CONTROL DE PLAZAS (FALTA 04-PLAZAS)"
                          TO LK-PLZ-MENSAJE
              GO TO 100-FIN
           END-IF
           IF WS-FILE-STATUS-PLZ NOT = "00"
              STRING "NO SE PUDO ABRIR 04-PLAZAS, STATUS "
                     WS-FILE-STATUS-PLZ DELIMITED BY SIZE
                     INTO LK-PLZ-MENSAJE
              GO TO 100-FIN
           END-IF
           PERFORM 020-BUSCA-DEL-EMPLEADO
               THRU 020-FIN-BUSCA-DEL-EMPLEADO
           IF LK-PLZ-ASIGNA
              GO TO 030-ASIGNA
           END-IF
           IF LK-PLZ-LIBERA
              GO TO 040-LIBERA
           END-IF
           IF LK-PLZ-TRASLADA
              GO TO 050-TRASLADA
           END-IF
           IF LK-PLZ-CONSULTA
              GO TO 060-CONSULTA
           END-IF
           MOVE "OPERACION NO VALIDA" TO LK-PLZ-MENSAJE
           GO TO 090-CIERRA.

      * -------------------------------------------------------------- *
      * 020-BUSCA-DEL-EMPLEADO - RECORRE 04-PLAZAS HASTA LA PLAZA      *
      *                OCUPADA POR EL EMPLEADO (CEROS SI NO TIENE)     *
      * -------------------------------------------------------------- *
       020-BUSCA-DEL-EMPLEADO.
           MOVE ZEROS TO WS-PLAZA-ACTUAL
           MOVE ZEROS TO REG-PLZ-NUMERO
           START PLAZAS KEY NOT LESS THAN REG-PLZ-NUMERO
               INVALID KEY
                   GO TO 020-FIN-BUSCA-DEL-EMPLEADO
           END-START
           GO TO 0201-LEE-PLAZA.

       0201-LEE-PLAZA.
           READ PLAZAS NEXT RECORD
               AT END
                   GO TO 020-FIN-BUSCA-DEL-EMPLEADO
           END-READ
           IF REG-PLZ-OCUPADA
              AND REG-PLZ-EMPLEADO = LK-PLZ-EMPLEADO
                 MOVE REG-PLZ-NUMERO TO WS-PLAZA-ACTUAL
                 GO TO 020-FIN-BUSCA-DEL-EMPLEADO
           END-IF
           GO TO 0201-LEE-PLAZA.

       020-FIN-BUSCA-DEL-EMPLEADO.
           EXIT.

      * -------------------------------------------------------------- *
      * 022-BUSCA-VACANTE - LA PRIMERA PLAZA VACANTE DEL DEPTO Y       *
      *                PUESTO PEDIDOS (CEROS SI NO HAY NINGUNA)        *
      * -------------------------------------------------------------- *
       022-BUSCA-VACANTE.
           MOVE ZEROS TO WS-PLAZA-VACANTE
           MOVE ZEROS TO REG-PLZ-NUMERO
           START PLAZAS KEY NOT LESS THAN REG-PLZ-NUMERO
               INVALID KEY
                   GO TO 022-FIN-BUSCA-VACANTE
           END-START
           GO TO 0221-LEE-VACANTE.

       0221-LEE-VACANTE.
           READ PLAZAS NEXT RECORD
               AT END
                   GO TO 022-FIN-BUSCA-VACANTE
           END-READ
           IF REG-PLZ-VACANTE
              AND REG-PLZ-DEPTO = LK-PLZ-DEPTO
              AND REG-PLZ-PUESTO = LK-PLZ-PUESTO
                 MOVE REG-PLZ-NUMERO TO WS-PLAZA-VACANTE
                 GO TO 022-FIN-BUSCA-VACANTE
           END-IF
           GO TO 0221-LEE-VACANTE.

       022-FIN-BUSCA-VACANTE.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-ASIGNA - EL EMPLEADO OCUPA LA PLAZA PEDIDA, O SI VIENE EN  *
      *                CEROS LA PRIMERA VACANTE DE SU DEPTO Y PUESTO   *
      *                (SI LA QUE YA OCUPA ES DE ESE DEPTO Y PUESTO SE *
      *                QUEDA EN ELLA). LA PLAZA DEBE ESTAR VACANTE Y   *
      *                SER DEL DEPTO Y PUESTO DEL EMPLEADO; LA QUE     *
      *                OCUPABA ANTES QUEDA VACANTE DESDE LA FECHA      *
      * -------------------------------------------------------------- *
       030-ASIGNA.
           IF LK-PLZ-NUMERO = ZEROS AND WS-PLAZA-ACTUAL NOT = ZEROS
              IF REG-PLZ-DEPTO = LK-PLZ-DEPTO
                 AND REG-PLZ-PUESTO = LK-PLZ-PUESTO
                    MOVE WS-PLAZA-ACTUAL TO LK-PLZ-NUMERO
              END-IF
           END-IF
           IF LK-PLZ-NUMERO = ZEROS
              PERFORM 022-BUSCA-VACANTE THRU 022-FIN-BUSCA-VACANTE
              IF WS-PLAZA-VACANTE = ZEROS
                 MOVE "SIN PLAZA VACANTE DE ESE DEPTO Y PUESTO"
                                  TO LK-PLZ-MENSAJE
                 GO TO 090-CIERRA
              END-IF
              MOVE WS-PLAZA-VACANTE TO LK-PLZ-NUMERO
           END-IF
           MOVE LK-PLZ-NUMERO TO REG-PLZ-NUMERO
           READ PLAZAS
               INVALID KEY
                   MOVE "LA PLAZA NO EXISTE EN 04-PLAZAS"
                                  TO LK-PLZ-MENSAJE
                   GO TO 090-CIERRA
           END-READ
           IF REG-PLZ-OCUPADA
              AND REG-PLZ-EMPLEADO = LK-PLZ-EMPLEADO
                 MOVE "S" TO LK-PLZ-OK
                 GO TO 090-CIERRA
           END-IF
           IF NOT REG-PLZ-VACANTE
              MOVE "LA PLAZA NO ESTA VACANTE" TO LK-PLZ-MENSAJE
              GO TO 090-CIERRA
           END-IF
           IF REG-PLZ-DEPTO NOT = LK-PLZ-DEPTO
              OR REG-PLZ-PUESTO NOT = LK-PLZ-PUESTO
                 MOVE "LA PLAZA ES DE OTRO DEPTO O PUESTO"
                                  TO LK-PLZ-MENSAJE
                 GO TO 090-CIERRA
           END-IF
           MOVE "O"             TO REG-PLZ-ESTADO
           MOVE LK-PLZ-EMPLEADO TO REG-PLZ-EMPLEADO
           MOVE ZEROS           TO REG-PLZ-FECHA-VACANTE
           MOVE LK-PLZ-USUARIO  TO REG-PLZ-USUARIO
           REWRITE REG-PLAZA
               INVALID KEY
                   STRING "NO SE PUDO OCUPAR LA PLAZA, STATUS "
                          WS-FILE-STATUS-PLZ DELIMITED BY SIZE
                          INTO LK-PLZ-MENSAJE
                   GO TO 090-CIERRA
           END-REWRITE
           IF WS-PLAZA-ACTUAL NOT = ZEROS
              AND WS-PLAZA-ACTUAL NOT = LK-PLZ-NUMERO
                 PERFORM 045-DESOCUPA THRU 045-FIN-DESOCUPA
           END-IF
           MOVE "S" TO LK-PLZ-OK
           GO TO 090-CIERRA.

       040-LIBERA.
           MOVE WS-PLAZA-ACTUAL TO LK-PLZ-NUMERO
           IF WS-PLAZA-ACTUAL = ZEROS
              MOVE "S" TO LK-PLZ-OK
              MOVE "EL EMPLEADO NO OCUPABA PLAZA" TO LK-PLZ-MENSAJE
              GO TO 090-CIERRA
           END-IF
           PERFORM 045-DESOCUPA THRU 045-FIN-DESOCUPA
           GO TO 090-CIERRA.

      * -------------------------------------------------------------- *
      * 045-DESOCUPA - LA PLAZA WS-PLAZA-ACTUAL QUEDA VACANTE DESDE LA *
      *                FECHA RECIBIDA                                  *
      * -------------------------------------------------------------- *
       045-DESOCUPA.
           MOVE WS-PLAZA-ACTUAL TO REG-PLZ-NUMERO
           READ PLAZAS
               INVALID KEY
                   GO TO 045-FIN-DESOCUPA
           END-READ
           MOVE "V"             TO REG-PLZ-ESTADO
           MOVE ZEROS           TO REG-PLZ-EMPLEADO
           MOVE LK-PLZ-FECHA    TO REG-PLZ-FECHA-VACANTE
           MOVE LK-PLZ-USUARIO  TO REG-PLZ-USUARIO
           REWRITE REG-PLAZA
               INVALID KEY
                   STRING "NO SE PUDO LIBERAR LA PLAZA, STATUS "
                          WS-FILE-STATUS-PLZ DELIMITED BY SIZE
                          INTO LK-PLZ-MENSAJE
                   GO TO 045-FIN-DESOCUPA
           END-REWRITE
           MOVE "S" TO LK-PLZ-OK.

       045-FIN-DESOCUPA.
           EXIT.

      * -------------------------------------------------------------- *
      * 050-TRASLADA - EN UN TRASLADO SIN PLAZA DESTINO LA PLAZA SE VA *
      *                CON EL EMPLEADO: CAMBIA AL DEPTO Y PUESTO NUEVOS*
      * -------------------------------------------------------------- *
       050-TRASLADA.
           MOVE WS-PLAZA-ACTUAL TO LK-PLZ-NUMERO
           IF WS-PLAZA-ACTUAL = ZEROS
              MOVE "EL EMPLEADO NO OCUPA PLAZA" TO LK-PLZ-MENSAJE
              GO TO 090-CIERRA
           END-IF
           MOVE LK-PLZ-DEPTO    TO REG-PLZ-DEPTO
           MOVE LK-PLZ-PUESTO   TO REG-PLZ-PUESTO
           MOVE LK-PLZ-USUARIO  TO REG-PLZ-USUARIO
           REWRITE REG-PLAZA
               INVALID KEY
                   STRING "NO SE PUDO MOVER LA PLAZA, STATUS "
                          WS-FILE-STATUS-PLZ DELIMITED BY SIZE
                          INTO LK-PLZ-MENSAJE
                   GO TO 090-CIERRA
           END-REWRITE
           MOVE "S" TO LK-PLZ-OK
           GO TO 090-CIERRA.

       060-CONSULTA.
           MOVE WS-PLAZA-ACTUAL TO LK-PLZ-NUMERO
           IF WS-PLAZA-ACTUAL = ZEROS
              MOVE "EL EMPLEADO NO OCUPA PLAZA" TO LK-PLZ-MENSAJE
              GO TO 090-CIERRA
           END-IF
           MOVE REG-PLZ-DEPTO   TO LK-PLZ-DEPTO
           MOVE REG-PLZ-PUESTO  TO LK-PLZ-PUESTO
           MOVE "S" TO LK-PLZ-OK.

       090-CIERRA.
           CLOSE PLAZAS.

       100-FIN.
           GOBACK.

       END PROGRAM PROG0080.
