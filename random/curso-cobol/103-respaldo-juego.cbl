       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0100.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: JUEGO COMPLETO DE RESPALDO DE LA NOCHE. COPIA CADA   *
      *           ARCHIVO DE WS-ARCHIVOS-RESPALDO (TODOS LOS 04-* DE   *
      *           DATOS Y LOS DE NOTAS) AL DIRECTORIO FECHADO          *
      *           RESPALDO-AAAAMMDD, CUENTA CON PROG0101 LOS REGISTROS *
      *           DE CADA COPIA Y LOS ANOTA EN EL MANIFIESTO DEL       *
      *           JUEGO (VER WMANFD). EL JUEGO QUEDA EN 04-RESPALDOS   *
      *           Y SOLO SE CONSERVAN LOS ULTIMOS WS-JUEGOS-CONSERVAR; *
      *           LOS MAS VIEJOS SE BORRAN. LO INVOCA PROG0007 JUSTO   *
      *           DESPUES DE RESPALDAR 04-EMPLEADOS Y ANTES DE CORRER  *
      *           SU PLAN, CUANDO NADIE ESTA CAPTURANDO, PARA QUE EL   *
      *           JUEGO SEA CONSISTENTE. REGRESA RETURN-CODE 8 SI      *
      *           ALGUN ARCHIVO QUE EXISTE NO SE PUDO COPIAR O LEER    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFIESTO ASSIGN TO DYNAMIC WS-NOMBRE-MANIFIESTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-MAN.
           SELECT JUEGOS-RESPALDO ASSIGN TO "04-RESPALDOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-JRS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFIESTO
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WMANFD.
       FD  JUEGOS-RESPALDO
           RECORD CONTAINS 53 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WRSETFD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-MAN      PIC X(02).
       01 WS-FILE-STATUS-JRS      PIC X(02).

       COPY WRESPALDO.

       COPY WCUENTA.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-JUEGOS    PIC X(01)    VALUE "N".
               88 WS-FIN-JUEGOS               VALUE "S".
           05 WS-SW-FIN-MANIFIESTO
                                  PIC X(01)    VALUE "N".
               88 WS-FIN-MANIFIESTO           VALUE "S".

       01 WS-IX-ARR               PIC 9(03)    VALUE ZEROS.
       01 WS-RESULTADO-CBL        PIC 9(02)    COMP-5 VALUE ZEROS.

      * -------------------------------------------------------------- *
      * NOMBRES - EL DIRECTORIO DEL JUEGO Y, POR ARCHIVO, EL ORIGEN Y  *
      *                SU COPIA. LOS DE NOTAS VIVEN EN SU DIRECTORIO;  *
      *                EN EL JUEGO SE GUARDAN SOLO CON SU NOMBRE       *
      * -------------------------------------------------------------- *
       01 WS-DIRECTORIO-JUEGO     PIC X(20)    VALUE SPACES.
       01 WS-NOMBRE-MANIFIESTO    PIC X(40)    VALUE SPACES.
       01 WS-NOMBRE-ORIGEN        PIC X(70)    VALUE SPACES.
       01 WS-NOMBRE-COPIA         PIC X(70)    VALUE SPACES.
       01 WS-NOMBRE-CORTO         PIC X(48)    VALUE SPACES.
       01 WS-PARTE-NOMBRE-1       PIC X(48)    VALUE SPACES.
       01 WS-PARTE-NOMBRE-2       PIC X(48)    VALUE SPACES.
       01 WS-DIRECTORIO-BORRA     PIC X(20)    VALUE SPACES.

       01 WS-DETALLE-ARCHIVO.
           05 WS-DET-TAMANIO      PIC X(08)    COMP-X.
           05 WS-DET-FECHA        PIC X(04).
           05 WS-DET-HORA         PIC X(04).

      * -------------------------------------------------------------- *
      * WS-TABLA-JUEGOS - 04-RESPALDOS EN MEMORIA, EN EL ORDEN DEL     *
      *                ARCHIVO (DEL MAS VIEJO AL MAS NUEVO), PARA      *
      *                REESCRIBIRLO CON EL JUEGO DE HOY AL FINAL Y SIN *
      *                LOS QUE YA SOBRAN                               *
      * -------------------------------------------------------------- *
       01 WS-TABLA-JUEGOS.
           05 WS-TAB-JRS          OCCURS 60 TIMES.
               10 WS-TAB-JRS-REGISTRO
                                  PIC X(53)    VALUE SPACES.
       01 WS-CANT-JUEGOS          PIC 9(02)    VALUE ZEROS.
       01 WS-IX-JRS               PIC 9(02)    VALUE ZEROS.
       01 WS-PRIMERO-CONSERVA     PIC 9(02)    VALUE ZEROS.
       01 WS-JUEGOS-CONSERVAR     PIC 9(02)    VALUE 14.

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
       01 WS-HORA-CORRIDA         PIC 9(08)    VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-COPIADOS    PIC 9(03)    VALUE ZEROS.
           05 WS-CONT-NO-EXISTEN  PIC 9(03)    VALUE ZEROS.
           05 WS-CONT-ERRORES     PIC 9(03)    VALUE ZEROS.
           05 WS-CONT-REGISTROS   PIC 9(09)    VALUE ZEROS.
           05 WS-CONT-BORRADOS    PIC 9(02)    VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE ZEROS TO WS-CONTADORES
           PERFORM 095-OBTIENE-FECHA-HOY
           ACCEPT WS-HORA-CORRIDA FROM TIME
           MOVE SPACES TO WS-DIRECTORIO-JUEGO
           STRING "RESPALDO-" WS-FECHA-HOY-CCYYMMDD
                  DELIMITED BY SIZE INTO WS-DIRECTORIO-JUEGO
           MOVE SPACES TO WS-NOMBRE-MANIFIESTO
           STRING WS-DIRECTORIO-JUEGO DELIMITED BY SPACE
                  "/MANIFIESTO"       DELIMITED BY SIZE
                  INTO WS-NOMBRE-MANIFIESTO
      * SI EL JUEGO DE HOY YA SE HABIA TOMADO EL DIRECTORIO YA EXISTE
      * Y SE VUELVE A LLENAR
           CALL "CBL_CREATE_DIR" USING WS-DIRECTORIO-JUEGO
               RETURNING WS-RESULTADO-CBL
           END-CALL
           OPEN OUTPUT MANIFIESTO
           IF WS-FILE-STATUS-MAN NOT = "00"
              DISPLAY "PROG0100: NO SE PUDO CREAR "
                      WS-NOMBRE-MANIFIESTO ", STATUS "
                      WS-FILE-STATUS-MAN "; SIN JUEGO DE RESPALDO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "PROG0100: JUEGO DE RESPALDO EN " WS-DIRECTORIO-JUEGO
           PERFORM 020-RESPALDA-ARCHIVO THRU 020-FIN-RESPALDA-ARCHIVO
               VARYING WS-IX-ARR FROM 1 BY 1
               UNTIL WS-IX-ARR > WS-CANT-ARCH-RESP
           CLOSE MANIFIESTO
           PERFORM 040-REGISTRA-JUEGO THRU 040-FIN-REGISTRA-JUEGO
           DISPLAY "PROG0100: ARCHIVOS COPIADOS: " WS-CONT-COPIADOS
                   ", NO EXISTIAN: " WS-CONT-NO-EXISTEN
                   ", CON ERROR: " WS-CONT-ERRORES
           DISPLAY "PROG0100: REGISTROS EN EL JUEGO: "
                   WS-CONT-REGISTROS
           IF WS-CONT-ERRORES > ZEROS
              DISPLAY "PROG0100: ** JUEGO INCOMPLETO, REVISE "
                      WS-NOMBRE-MANIFIESTO " **"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

      * -------------------------------------------------------------- *
      * 020-RESPALDA-ARCHIVO - UN ARCHIVO DEL JUEGO: SI NO EXISTE SE   *
      *                ANOTA "NE" (NO ES ERROR: HAY ARCHIVOS QUE SOLO  *
      *                APARECEN CUANDO SE USA SU PROGRAMA); SI EXISTE  *
      *                SE COPIA TAL CUAL Y SE CUENTA LA COPIA, QUE ES  *
      *                LA PRUEBA DE QUE EL RESPALDO SE PUEDE LEER      *
      * -------------------------------------------------------------- *
       020-RESPALDA-ARCHIVO.
           MOVE WS-TAB-ARR-NOMBRE (WS-IX-ARR) TO WS-NOMBRE-ORIGEN
           PERFORM 030-ARMA-NOMBRE-COPIA
           MOVE WS-TAB-ARR-NOMBRE (WS-IX-ARR) TO REG-MAN-ARCHIVO
           MOVE WS-TAB-ARR-TIPO (WS-IX-ARR)   TO REG-MAN-TIPO
           MOVE WS-TAB-ARR-CLASE (WS-IX-ARR)  TO REG-MAN-CLASE
           MOVE ZEROS                         TO REG-MAN-CANTIDAD
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-ORIGEN
                                             WS-DETALLE-ARCHIVO
               RETURNING WS-RESULTADO-CBL
           END-CALL
           IF WS-RESULTADO-CBL NOT = ZEROS
              MOVE "NE" TO REG-MAN-ESTADO
              ADD 1 TO WS-CONT-NO-EXISTEN
              GO TO 025-ESCRIBE-MANIFIESTO
           END-IF
           CALL "CBL_COPY_FILE" USING WS-NOMBRE-ORIGEN
                                      WS-NOMBRE-COPIA
               RETURNING WS-RESULTADO-CBL
           END-CALL
           IF WS-RESULTADO-CBL NOT = ZEROS
              DISPLAY "PROG0100: NO SE PUDO COPIAR " WS-NOMBRE-ORIGEN
                      " (" WS-RESULTADO-CBL ")"
              MOVE "ER" TO REG-MAN-ESTADO
              ADD 1 TO WS-CONT-ERRORES
              GO TO 025-ESCRIBE-MANIFIESTO
           END-IF
           MOVE WS-NOMBRE-COPIA                TO WS-CRG-ARCHIVO
           MOVE WS-TAB-ARR-TIPO (WS-IX-ARR)    TO WS-CRG-TIPO
           CALL "PROG0101" USING WS-CUENTA-REGISTROS
           IF WS-CRG-STATUS NOT = "00"
              DISPLAY "PROG0100: LA COPIA " WS-NOMBRE-COPIA
                      " NO SE PUDO LEER, STATUS " WS-CRG-STATUS
              MOVE "ER" TO REG-MAN-ESTADO
              ADD 1 TO WS-CONT-ERRORES
              GO TO 025-ESCRIBE-MANIFIESTO
           END-IF
           MOVE "OK"            TO REG-MAN-ESTADO
           MOVE WS-CRG-CANTIDAD TO REG-MAN-CANTIDAD
           ADD 1 TO WS-CONT-COPIADOS
           ADD WS-CRG-CANTIDAD TO WS-CONT-REGISTROS
           GO TO 025-ESCRIBE-MANIFIESTO.

       025-ESCRIBE-MANIFIESTO.
           WRITE REG-MANIFIESTO.

       020-FIN-RESPALDA-ARCHIVO.
           EXIT.

       030-ARMA-NOMBRE-COPIA.
           MOVE SPACES TO WS-PARTE-NOMBRE-1
                          WS-PARTE-NOMBRE-2
           UNSTRING WS-TAB-ARR-NOMBRE (WS-IX-ARR) DELIMITED BY "/"
               INTO WS-PARTE-NOMBRE-1 WS-PARTE-NOMBRE-2
           END-UNSTRING
           IF WS-PARTE-NOMBRE-2 = SPACES
              MOVE WS-PARTE-NOMBRE-1 TO WS-NOMBRE-CORTO
           ELSE
              MOVE WS-PARTE-NOMBRE-2 TO WS-NOMBRE-CORTO
           END-IF
           MOVE SPACES TO WS-NOMBRE-COPIA
           STRING WS-DIRECTORIO-JUEGO DELIMITED BY SPACE
                  "/"                 DELIMITED BY SIZE
                  WS-NOMBRE-CORTO     DELIMITED BY SPACE
                  INTO WS-NOMBRE-COPIA.

      * -------------------------------------------------------------- *
      * 040-REGISTRA-JUEGO - REESCRIBE 04-RESPALDOS: LO QUE YA TRAIA   *
      *                (MENOS UN JUEGO ANTERIOR DE HOY), EL JUEGO DE   *
      *                HOY AL FINAL, Y BORRA DEL DISCO LOS JUEGOS QUE  *
      *                PASAN DE WS-JUEGOS-CONSERVAR                    *
      * -------------------------------------------------------------- *
       040-REGISTRA-JUEGO.
           MOVE ZEROS TO WS-CANT-JUEGOS
           MOVE "N"   TO WS-SW-FIN-JUEGOS
           OPEN INPUT JUEGOS-RESPALDO
           IF WS-FILE-STATUS-JRS NOT = "00"
              GO TO 043-AGREGA-JUEGO-HOY
           END-IF
           GO TO 041-LEE-JUEGO.

       041-LEE-JUEGO.
           READ JUEGOS-RESPALDO
               AT END
                   MOVE "S" TO WS-SW-FIN-JUEGOS
                   CLOSE JUEGOS-RESPALDO
                   GO TO 043-AGREGA-JUEGO-HOY
           END-READ
           IF REG-RS-FECHA = WS-FECHA-HOY-CCYYMMDD
              GO TO 041-LEE-JUEGO
           END-IF
      * DEJA LUGAR PARA EL JUEGO DE HOY
           IF WS-CANT-JUEGOS >= 59
              GO TO 041-LEE-JUEGO
           END-IF
           ADD 1 TO WS-CANT-JUEGOS
           MOVE REG-JUEGO-RESPALDO
                     TO WS-TAB-JRS-REGISTRO (WS-CANT-JUEGOS)
           GO TO 041-LEE-JUEGO.

       043-AGREGA-JUEGO-HOY.
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-RS-FECHA
           MOVE WS-HORA-CORRIDA       TO REG-RS-HORA
           MOVE WS-DIRECTORIO-JUEGO   TO REG-RS-DIRECTORIO
           MOVE WS-CONT-COPIADOS      TO REG-RS-ARCHIVOS
           MOVE WS-CONT-ERRORES       TO REG-RS-ERRORES
           MOVE WS-CONT-REGISTROS     TO REG-RS-REGISTROS
           IF WS-CONT-ERRORES = ZEROS
              MOVE "OK" TO REG-RS-RESULTADO
           ELSE
              MOVE "ER" TO REG-RS-RESULTADO
           END-IF
           ADD 1 TO WS-CANT-JUEGOS
           MOVE REG-JUEGO-RESPALDO
                     TO WS-TAB-JRS-REGISTRO (WS-CANT-JUEGOS)
           MOVE 1 TO WS-PRIMERO-CONSERVA
           IF WS-CANT-JUEGOS > WS-JUEGOS-CONSERVAR
              COMPUTE WS-PRIMERO-CONSERVA =
                      WS-CANT-JUEGOS - WS-JUEGOS-CONSERVAR + 1
              PERFORM 050-BORRA-JUEGO THRU 050-FIN-BORRA-JUEGO
                  VARYING WS-IX-JRS FROM 1 BY 1
                  UNTIL WS-IX-JRS >= WS-PRIMERO-CONSERVA
           END-IF
           OPEN OUTPUT JUEGOS-RESPALDO
           IF WS-FILE-STATUS-JRS NOT = "00"
              DISPLAY "AVISO: NO SE PUDO REESCRIBIR 04-RESPALDOS, "
                      "STATUS " WS-FILE-STATUS-JRS
                      "; EL JUEGO DE HOY NO QUEDO LISTADO"
              GO TO 040-FIN-REGISTRA-JUEGO
           END-IF
           PERFORM 045-ESCRIBE-JUEGO
               VARYING WS-IX-JRS FROM WS-PRIMERO-CONSERVA BY 1
               UNTIL WS-IX-JRS > WS-CANT-JUEGOS
           CLOSE JUEGOS-RESPALDO
           IF WS-CONT-BORRADOS > ZEROS
              DISPLAY "PROG0100: JUEGOS VIEJOS BORRADOS: "
                      WS-CONT-BORRADOS
           END-IF.

       040-FIN-REGISTRA-JUEGO.
           EXIT.

       045-ESCRIBE-JUEGO.
           MOVE WS-TAB-JRS-REGISTRO (WS-IX-JRS) TO REG-JUEGO-RESPALDO
           WRITE REG-JUEGO-RESPALDO.

      * -------------------------------------------------------------- *
      * 050-BORRA-JUEGO - BORRA UN JUEGO VIEJO: CADA COPIA QUE SU      *
      *                MANIFIESTO DICE QUE SE HIZO, EL MANIFIESTO Y    *
      *                EL DIRECTORIO (CBL_DELETE_FILE, IGUAL QUE       *
      *                PROG0050 CON EL SPOOL)                          *
      * -------------------------------------------------------------- *
       050-BORRA-JUEGO.
           MOVE WS-TAB-JRS-REGISTRO (WS-IX-JRS) TO REG-JUEGO-RESPALDO
           MOVE REG-RS-DIRECTORIO TO WS-DIRECTORIO-BORRA
           MOVE SPACES TO WS-NOMBRE-MANIFIESTO
           STRING WS-DIRECTORIO-BORRA DELIMITED BY SPACE
                  "/MANIFIESTO"       DELIMITED BY SIZE
                  INTO WS-NOMBRE-MANIFIESTO
           MOVE "N" TO WS-SW-FIN-MANIFIESTO
           OPEN INPUT MANIFIESTO
           IF WS-FILE-STATUS-MAN NOT = "00"
              DISPLAY "AVISO: SIN MANIFIESTO EN " WS-DIRECTORIO-BORRA
                      "; BORRELO A MANO"
              GO TO 050-FIN-BORRA-JUEGO
           END-IF
           GO TO 051-LEE-MANIFIESTO.

       051-LEE-MANIFIESTO.
           READ MANIFIESTO
               AT END
                   MOVE "S" TO WS-SW-FIN-MANIFIESTO
                   CLOSE MANIFIESTO
                   GO TO 052-BORRA-DIRECTORIO
           END-READ
           IF NOT REG-MAN-COPIADO
              GO TO 051-LEE-MANIFIESTO
           END-IF
           MOVE SPACES TO WS-PARTE-NOMBRE-1
                          WS-PARTE-NOMBRE-2
           UNSTRING REG-MAN-ARCHIVO DELIMITED BY "/"
               INTO WS-PARTE-NOMBRE-1 WS-PARTE-NOMBRE-2
           END-UNSTRING
           IF WS-PARTE-NOMBRE-2 = SPACES
              MOVE WS-PARTE-NOMBRE-1 TO WS-NOMBRE-CORTO
           ELSE
              MOVE WS-PARTE-NOMBRE-2 TO WS-NOMBRE-CORTO
           END-IF
           MOVE SPACES TO WS-NOMBRE-COPIA
           STRING WS-DIRECTORIO-BORRA DELIMITED BY SPACE
                  "/"                 DELIMITED BY SIZE
                  WS-NOMBRE-CORTO     DELIMITED BY SPACE
                  INTO WS-NOMBRE-COPIA
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-COPIA
               RETURNING WS-RESULTADO-CBL
           END-CALL
           GO TO 051-LEE-MANIFIESTO.

       052-BORRA-DIRECTORIO.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-MANIFIESTO
               RETURNING WS-RESULTADO-CBL
           END-CALL
           CALL "CBL_DELETE_DIR" USING WS-DIRECTORIO-BORRA
               RETURNING WS-RESULTADO-CBL
           END-CALL
           IF WS-RESULTADO-CBL NOT = ZEROS
              DISPLAY "AVISO: NO SE PUDO BORRAR " WS-DIRECTORIO-BORRA
                      "; QUEDO ALGO QUE NO ESTA EN SU MANIFIESTO"
           ELSE
              ADD 1 TO WS-CONT-BORRADOS
           END-IF.

       050-FIN-BORRA-JUEGO.
           EXIT.

       095-OBTIENE-FECHA-HOY.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO        TO WS-FHG-ANIO
           MOVE WS-HOY-MES         TO WS-FHG-MES
           MOVE WS-HOY-DIA         TO WS-FHG-DIA.

       END PROGRAM PROG0100.
