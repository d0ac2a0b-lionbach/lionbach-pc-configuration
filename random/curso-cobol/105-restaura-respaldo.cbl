       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0102.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: REGRESA LOS ARCHIVOS DE DATOS A COMO ESTABAN LA      *
      *           NOCHE DE UN JUEGO DE RESPALDO DE PROG0100. LISTA LOS *
      *           JUEGOS DE 04-RESPALDOS, PIDE LA FECHA DEL JUEGO Y UN *
      *           ARCHIVO (EN BLANCO = TODO EL JUEGO), MUESTRA LO QUE  *
      *           VA A REGRESAR Y PIDE CONFIRMACION. CADA ARCHIVO      *
      *           RESTAURADO SE VUELVE A CONTAR CON PROG0101 CONTRA EL *
      *           MANIFIESTO Y LA RESTAURACION QUEDA EN LA AUDITORIA   *
      *           (OPERACION "RESTAU"). AL RESTAURAR TODO EL JUEGO NO  *
      *           SE REGRESAN LAS BITACORAS, PARA NO PERDER LO         *
      *           ANOTADO DESPUES; UNA BITACORA SOLA SI SE PUEDE       *
      *           PEDIR. SOLO EL ADMINISTRADOR, Y CUANDO NADIE MAS     *
      *           ESTE USANDO EL SISTEMA                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUEGOS-RESPALDO ASSIGN TO "04-RESPALDOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-JRS.

           SELECT MANIFIESTO ASSIGN TO DYNAMIC WS-NOMBRE-MANIFIESTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-MAN.

           SELECT AUDIT-EMPLEADOS ASSIGN TO "04-AUDIT-EMPLEADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  JUEGOS-RESPALDO
           RECORD CONTAINS 53 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WRSETFD.
       FD  MANIFIESTO
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WMANFD.
       FD  AUDIT-EMPLEADOS
           RECORD CONTAINS 107 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUDIFD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-JRS      PIC X(02).
       01 WS-FILE-STATUS-MAN      PIC X(02).
       01 WS-FILE-STATUS-AUDIT    PIC X(02).

       COPY WFIRMA.

       COPY WCUENTA.

       01 WS-AUD-USUARIO          PIC X(20)    VALUE SPACES.
       01 WS-RESULTADO-CBL        PIC 9(02)    COMP-5 VALUE ZEROS.

       01 WS-CAPTURA.
           05 WS-CAP-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-ARCHIVO      PIC X(48)    VALUE SPACES.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

       01 WS-SW-JUEGO-COMPLETO    PIC X(01)    VALUE "N".
           88 WS-JUEGO-COMPLETO               VALUE "S".

      * -------------------------------------------------------------- *
      * WS-TABLA-JUEGOS - LOS JUEGOS DE 04-RESPALDOS, DEL MAS VIEJO AL *
      *                MAS NUEVO                                       *
      * -------------------------------------------------------------- *
       01 WS-TABLA-JUEGOS.
           05 WS-TAB-JRS          OCCURS 60 TIMES.
               10 WS-TAB-JRS-REGISTRO
                                  PIC X(53)    VALUE SPACES.
       01 WS-CANT-JUEGOS          PIC 9(02)    VALUE ZEROS.
       01 WS-IX-JRS               PIC 9(02)    VALUE ZEROS.
       01 WS-JUEGO-ELEGIDO        PIC 9(02)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-MANIFIESTO - EL MANIFIESTO DEL JUEGO ELEGIDO; LA      *
      *                MARCA DICE SI EL ARCHIVO ENTRA EN ESTA          *
      *                RESTAURACION                                    *
      * -------------------------------------------------------------- *
       01 WS-TABLA-MANIFIESTO.
           05 WS-TAB-MAN          OCCURS 150 TIMES.
               10 WS-TAB-MAN-REGISTRO
                                  PIC X(60)    VALUE SPACES.
               10 WS-TAB-MAN-MARCA
                                  PIC X(01)    VALUE "N".
                   88 WS-TAB-MAN-ELEGIDO      VALUE "S".
       01 WS-CANT-MANIFIESTO      PIC 9(03)    VALUE ZEROS.
       01 WS-IX-MAN               PIC 9(03)    VALUE ZEROS.
       01 WS-ARCHIVO-ELEGIDO      PIC 9(03)    VALUE ZEROS.

       01 WS-DIRECTORIO-JUEGO     PIC X(20)    VALUE SPACES.
       01 WS-NOMBRE-MANIFIESTO    PIC X(40)    VALUE SPACES.
       01 WS-NOMBRE-VIVO          PIC X(70)    VALUE SPACES.
       01 WS-NOMBRE-COPIA         PIC X(70)    VALUE SPACES.
       01 WS-NOMBRE-CORTO         PIC X(48)    VALUE SPACES.
       01 WS-PARTE-NOMBRE-1       PIC X(48)    VALUE SPACES.
       01 WS-PARTE-NOMBRE-2       PIC X(48)    VALUE SPACES.

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

       01 WS-CONTADORES.
           05 WS-CONT-ELEGIDOS    PIC 9(03)    VALUE ZEROS.
           05 WS-CONT-BITACORAS   PIC 9(03)    VALUE ZEROS.
           05 WS-CONT-RESTAURADOS PIC 9(03)    VALUE ZEROS.
           05 WS-CONT-ERRORES     PIC 9(03)    VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
      * RESTAURAR PISA LOS DATOS VIVOS: SOLO EL ADMINISTRADOR
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-ADMINISTRADOR
              DISPLAY "PROG0102: SOLO EL ADMINISTRADOR PUEDE RESTAURAR "
                      "UN RESPALDO"
              GOBACK
           END-IF
           MOVE WS-FIR-ID TO WS-AUD-USUARIO
           PERFORM 020-LISTA-JUEGOS THRU 020-FIN-LISTA-JUEGOS
           IF WS-CANT-JUEGOS = ZEROS
              DISPLAY "PROG0102: NO HAY JUEGOS DE RESPALDO EN "
                      "04-RESPALDOS"
              GOBACK
           END-IF
           PERFORM 030-ESCOGE-JUEGO THRU 030-FIN-ESCOGE-JUEGO
           IF WS-JUEGO-ELEGIDO = ZEROS
              GOBACK
           END-IF
           PERFORM 040-CARGA-MANIFIESTO THRU 040-FIN-CARGA-MANIFIESTO
           IF WS-CANT-MANIFIESTO = ZEROS
              DISPLAY "PROG0102: NO SE PUDO LEER "
                      WS-NOMBRE-MANIFIESTO "; NADA QUE RESTAURAR"
              GOBACK
           END-IF
           PERFORM 050-ESCOGE-ARCHIVOS THRU 050-FIN-ESCOGE-ARCHIVOS
           IF WS-CONT-ELEGIDOS = ZEROS
              DISPLAY "OPERACION ABORTADA"
              GOBACK
           END-IF
           PERFORM 060-MUESTRA-PLAN
           DISPLAY "CONFIRMA LA RESTAURACION (S/N): "
           MOVE SPACES TO WS-CAP-CONFIRMA
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "OPERACION ABORTADA"
              GOBACK
           END-IF
           PERFORM 070-RESTAURA-ARCHIVO THRU 070-FIN-RESTAURA-ARCHIVO
               VARYING WS-IX-MAN FROM 1 BY 1
               UNTIL WS-IX-MAN > WS-CANT-MANIFIESTO
      * LA AUDITORIA SE ESCRIBE DESPUES, PARA QUE QUEDE AUNQUE LO QUE
      * SE HAYA RESTAURADO SEA LA PROPIA AUDITORIA
           PERFORM 098-REGISTRA-AUDITORIA
           DISPLAY "PROG0102: ARCHIVOS RESTAURADOS: "
                   WS-CONT-RESTAURADOS ", CON ERROR O DIFERENCIA: "
                   WS-CONT-ERRORES
           GOBACK.

      * -------------------------------------------------------------- *
      * 020-LISTA-JUEGOS - CARGA Y MUESTRA LOS JUEGOS DISPONIBLES      *
      * -------------------------------------------------------------- *
       020-LISTA-JUEGOS.
           MOVE ZEROS TO WS-CANT-JUEGOS
           OPEN INPUT JUEGOS-RESPALDO
           IF WS-FILE-STATUS-JRS NOT = "00"
              GO TO 020-FIN-LISTA-JUEGOS
           END-IF
           DISPLAY " "
           DISPLAY "----- JUEGOS DE RESPALDO -----"
           DISPLAY "FECHA    HORA     ARCH ERR  REGISTROS RESULTADO"
           GO TO 021-LEE-JUEGO.

       021-LEE-JUEGO.
           READ JUEGOS-RESPALDO
               AT END
                   CLOSE JUEGOS-RESPALDO
                   GO TO 020-FIN-LISTA-JUEGOS
           END-READ
           IF WS-CANT-JUEGOS >= 60
              GO TO 021-LEE-JUEGO
           END-IF
           ADD 1 TO WS-CANT-JUEGOS
           MOVE REG-JUEGO-RESPALDO
                     TO WS-TAB-JRS-REGISTRO (WS-CANT-JUEGOS)
           DISPLAY REG-RS-FECHA " " REG-RS-HORA " " REG-RS-ARCHIVOS
                   "  " REG-RS-ERRORES "  " REG-RS-REGISTROS " "
                   REG-RS-RESULTADO
           GO TO 021-LEE-JUEGO.

       020-FIN-LISTA-JUEGOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-ESCOGE-JUEGO - PIDE LA FECHA DEL JUEGO (CERO = SALIR)      *
      * -------------------------------------------------------------- *
       030-ESCOGE-JUEGO.
           MOVE ZEROS TO WS-JUEGO-ELEGIDO
           DISPLAY "FECHA DEL JUEGO A RESTAURAR (AAAAMMDD, 0 = SALIR): "
           MOVE ZEROS TO WS-CAP-FECHA
           ACCEPT WS-CAP-FECHA
           IF WS-CAP-FECHA = ZEROS
              GO TO 030-FIN-ESCOGE-JUEGO
           END-IF
           PERFORM 031-BUSCA-JUEGO
               VARYING WS-IX-JRS FROM 1 BY 1
               UNTIL WS-IX-JRS > WS-CANT-JUEGOS
           IF WS-JUEGO-ELEGIDO = ZEROS
              DISPLAY "NO HAY JUEGO DE RESPALDO DEL " WS-CAP-FECHA
              GO TO 030-ESCOGE-JUEGO
           END-IF
           MOVE WS-TAB-JRS-REGISTRO (WS-JUEGO-ELEGIDO)
                     TO REG-JUEGO-RESPALDO
           MOVE REG-RS-DIRECTORIO TO WS-DIRECTORIO-JUEGO
           IF NOT REG-RS-COMPLETO
              DISPLAY "AVISO: ESE JUEGO QUEDO INCOMPLETO; SOLO SE "
                      "PUEDEN RESTAURAR LOS ARCHIVOS QUE SE COPIARON "
                      "BIEN"
           END-IF.

       030-FIN-ESCOGE-JUEGO.
           EXIT.

       031-BUSCA-JUEGO.
           MOVE WS-TAB-JRS-REGISTRO (WS-IX-JRS) TO REG-JUEGO-RESPALDO
           IF REG-RS-FECHA = WS-CAP-FECHA
              MOVE WS-IX-JRS TO WS-JUEGO-ELEGIDO
           END-IF.

      * -------------------------------------------------------------- *
      * 040-CARGA-MANIFIESTO - TRAE A MEMORIA EL MANIFIESTO DEL JUEGO  *
      * -------------------------------------------------------------- *
       040-CARGA-MANIFIESTO.
           MOVE ZEROS TO WS-CANT-MANIFIESTO
           MOVE SPACES TO WS-NOMBRE-MANIFIESTO
           STRING WS-DIRECTORIO-JUEGO DELIMITED BY SPACE
                  "/MANIFIESTO"       DELIMITED BY SIZE
                  INTO WS-NOMBRE-MANIFIESTO
           OPEN INPUT MANIFIESTO
           IF WS-FILE-STATUS-MAN NOT = "00"
              GO TO 040-FIN-CARGA-MANIFIESTO
           END-IF
           GO TO 041-LEE-MANIFIESTO.

       041-LEE-MANIFIESTO.
           READ MANIFIESTO
               AT END
                   CLOSE MANIFIESTO
                   GO TO 040-FIN-CARGA-MANIFIESTO
           END-READ
           IF WS-CANT-MANIFIESTO >= 150
              GO TO 041-LEE-MANIFIESTO
           END-IF
           ADD 1 TO WS-CANT-MANIFIESTO
           MOVE REG-MANIFIESTO
                     TO WS-TAB-MAN-REGISTRO (WS-CANT-MANIFIESTO)
           MOVE "N"  TO WS-TAB-MAN-MARCA (WS-CANT-MANIFIESTO)
           GO TO 041-LEE-MANIFIESTO.

       040-FIN-CARGA-MANIFIESTO.
           EXIT.

      * -------------------------------------------------------------- *
      * 050-ESCOGE-ARCHIVOS - EN BLANCO SE MARCAN TODOS LOS ARCHIVOS   *
      *                DE DATOS QUE SE COPIARON BIEN; CON NOMBRE, SOLO *
      *                ESE, QUE TAMBIEN PUEDE SER UNA BITACORA         *
      * -------------------------------------------------------------- *
       050-ESCOGE-ARCHIVOS.
           MOVE ZEROS TO WS-CONT-ELEGIDOS
                         WS-CONT-BITACORAS
           DISPLAY "ARCHIVO A RESTAURAR (EN BLANCO = TODO EL JUEGO): "
           MOVE SPACES TO WS-CAP-ARCHIVO
           ACCEPT WS-CAP-ARCHIVO
           IF WS-CAP-ARCHIVO = SPACES
              MOVE "S" TO WS-SW-JUEGO-COMPLETO
              PERFORM 051-MARCA-DEL-JUEGO
                  VARYING WS-IX-MAN FROM 1 BY 1
                  UNTIL WS-IX-MAN > WS-CANT-MANIFIESTO
              GO TO 050-FIN-ESCOGE-ARCHIVOS
           END-IF
           MOVE "N"   TO WS-SW-JUEGO-COMPLETO
           MOVE ZEROS TO WS-ARCHIVO-ELEGIDO
           PERFORM 052-BUSCA-ARCHIVO
               VARYING WS-IX-MAN FROM 1 BY 1
               UNTIL WS-IX-MAN > WS-CANT-MANIFIESTO
           IF WS-ARCHIVO-ELEGIDO = ZEROS
              DISPLAY WS-CAP-ARCHIVO " NO ESTA EN EL JUEGO"
              GO TO 050-ESCOGE-ARCHIVOS
           END-IF
           MOVE WS-TAB-MAN-REGISTRO (WS-ARCHIVO-ELEGIDO)
                     TO REG-MANIFIESTO
           IF NOT REG-MAN-COPIADO
              DISPLAY WS-CAP-ARCHIVO " NO QUEDO EN EL JUEGO (ESTADO "
                      REG-MAN-ESTADO ")"
              GO TO 050-ESCOGE-ARCHIVOS
           END-IF
           IF REG-MAN-BITACORA
              DISPLAY "AVISO: " WS-CAP-ARCHIVO " ES UNA BITACORA; SE "
                      "PERDERA LO ANOTADO DESPUES DEL " REG-RS-FECHA
           END-IF
           MOVE "S" TO WS-TAB-MAN-MARCA (WS-ARCHIVO-ELEGIDO)
           MOVE 1   TO WS-CONT-ELEGIDOS.

       050-FIN-ESCOGE-ARCHIVOS.
           EXIT.

       051-MARCA-DEL-JUEGO.
           MOVE WS-TAB-MAN-REGISTRO (WS-IX-MAN) TO REG-MANIFIESTO
           IF REG-MAN-COPIADO
              IF REG-MAN-BITACORA
                 ADD 1 TO WS-CONT-BITACORAS
              ELSE
                 MOVE "S" TO WS-TAB-MAN-MARCA (WS-IX-MAN)
                 ADD 1 TO WS-CONT-ELEGIDOS
              END-IF
           END-IF.

       052-BUSCA-ARCHIVO.
           MOVE WS-TAB-MAN-REGISTRO (WS-IX-MAN) TO REG-MANIFIESTO
           IF REG-MAN-ARCHIVO = WS-CAP-ARCHIVO
              MOVE WS-IX-MAN TO WS-ARCHIVO-ELEGIDO
           END-IF.

      * -------------------------------------------------------------- *
      * 060-MUESTRA-PLAN - LO QUE SE VA A REGRESAR, ANTES DE CONFIRMAR *
      * -------------------------------------------------------------- *
       060-MUESTRA-PLAN.
           DISPLAY " "
           DISPLAY "SE REGRESARAN AL " REG-RS-FECHA
                   " LOS SIGUIENTES ARCHIVOS (REGISTROS):"
           PERFORM 061-MUESTRA-ARCHIVO
               VARYING WS-IX-MAN FROM 1 BY 1
               UNTIL WS-IX-MAN > WS-CANT-MANIFIESTO
           DISPLAY "TOTAL DE ARCHIVOS: " WS-CONT-ELEGIDOS
           IF WS-CONT-BITACORAS > ZEROS
              DISPLAY "NO SE REGRESAN " WS-CONT-BITACORAS
                      " BITACORAS DEL JUEGO; SE PUEDEN PEDIR UNA POR "
                      "UNA"
           END-IF
           DISPLAY "LO CAPTURADO DESPUES DEL " REG-RS-FECHA
                   " EN ESOS ARCHIVOS SE PIERDE".

       061-MUESTRA-ARCHIVO.
           IF WS-TAB-MAN-ELEGIDO (WS-IX-MAN)
              MOVE WS-TAB-MAN-REGISTRO (WS-IX-MAN) TO REG-MANIFIESTO
              DISPLAY "  " REG-MAN-ARCHIVO " " REG-MAN-CANTIDAD
           END-IF.

      * -------------------------------------------------------------- *
      * 070-RESTAURA-ARCHIVO - COPIA DE VUELTA UN ARCHIVO MARCADO Y    *
      *                LO CUENTA: LA CUENTA DEBE SER LA DEL MANIFIESTO *
      * -------------------------------------------------------------- *
       070-RESTAURA-ARCHIVO.
           IF NOT WS-TAB-MAN-ELEGIDO (WS-IX-MAN)
              GO TO 070-FIN-RESTAURA-ARCHIVO
           END-IF
           MOVE WS-TAB-MAN-REGISTRO (WS-IX-MAN) TO REG-MANIFIESTO
           MOVE REG-MAN-ARCHIVO TO WS-NOMBRE-VIVO
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
           STRING WS-DIRECTORIO-JUEGO DELIMITED BY SPACE
                  "/"                 DELIMITED BY SIZE
                  WS-NOMBRE-CORTO     DELIMITED BY SPACE
                  INTO WS-NOMBRE-COPIA
           CALL "CBL_COPY_FILE" USING WS-NOMBRE-COPIA
                                      WS-NOMBRE-VIVO
               RETURNING WS-RESULTADO-CBL
           END-CALL
           IF WS-RESULTADO-CBL NOT = ZEROS
              DISPLAY "PROG0102: NO SE PUDO RESTAURAR " REG-MAN-ARCHIVO
                      " (" WS-RESULTADO-CBL ")"
              ADD 1 TO WS-CONT-ERRORES
              GO TO 070-FIN-RESTAURA-ARCHIVO
           END-IF
           MOVE WS-NOMBRE-VIVO TO WS-CRG-ARCHIVO
           MOVE REG-MAN-TIPO   TO WS-CRG-TIPO
           CALL "PROG0101" USING WS-CUENTA-REGISTROS
           IF WS-CRG-STATUS NOT = "00"
              DISPLAY "PROG0102: " REG-MAN-ARCHIVO " RESTAURADO NO SE "
                      "PUDO LEER, STATUS " WS-CRG-STATUS
              ADD 1 TO WS-CONT-ERRORES
              GO TO 070-FIN-RESTAURA-ARCHIVO
           END-IF
           IF WS-CRG-CANTIDAD NOT = REG-MAN-CANTIDAD
              DISPLAY "PROG0102: " REG-MAN-ARCHIVO " TIENE "
                      WS-CRG-CANTIDAD " REGISTROS Y EL MANIFIESTO "
                      "DICE " REG-MAN-CANTIDAD
              ADD 1 TO WS-CONT-ERRORES
              GO TO 070-FIN-RESTAURA-ARCHIVO
           END-IF
           ADD 1 TO WS-CONT-RESTAURADOS.

       070-FIN-RESTAURA-ARCHIVO.
           EXIT.

      * -------------------------------------------------------------- *
      * 098-REGISTRA-AUDITORIA - UN RENGLON "RESTAU" POR RESTAURACION  *
      *                CON EL JUEGO Y EL ARCHIVO (O JUEGO COMPLETO)    *
      * -------------------------------------------------------------- *
       098-REGISTRA-AUDITORIA.
           MOVE WS-AUD-USUARIO        TO REG-AUD-USUARIO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-AUD-FECHA
           ACCEPT REG-AUD-HORA FROM TIME
           MOVE ZEROS                 TO REG-AUD-NUMERO
           MOVE "RESTAU"              TO REG-AUD-OPERACION
           MOVE SPACES                TO REG-AUD-CAMPOS
           IF WS-JUEGO-COMPLETO
              STRING "RESPALDO " WS-CAP-FECHA " JUEGO COMPLETO"
                     DELIMITED BY SIZE INTO REG-AUD-CAMPOS
           ELSE
              STRING "RESPALDO " WS-CAP-FECHA " "
                     DELIMITED BY SIZE
                     WS-CAP-ARCHIVO DELIMITED BY SPACE
                     INTO REG-AUD-CAMPOS
           END-IF
           OPEN EXTEND AUDIT-EMPLEADOS
           IF WS-FILE-STATUS-AUDIT = "35"
              OPEN OUTPUT AUDIT-EMPLEADOS
           END-IF
           IF WS-FILE-STATUS-AUDIT NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-AUDIT-EMPLEADOS, "
                      "STATUS " WS-FILE-STATUS-AUDIT
                      "; REGISTRO PERDIDO"
           ELSE
              WRITE REG-AUD-EMPLEADO
              CLOSE AUDIT-EMPLEADOS
           END-IF.

       END PROGRAM PROG0102.
