       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0099.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: RETENCION DE LAS BITACORAS QUE SOLO CRECEN           *
      *           (04-AUDIT-EMPLEADOS, 04-HIST-SALARIOS,               *
      *           04-HIST-TRASLADOS Y 04-INCIDENCIAS). PARA CADA UNA   *
      *           SE BUSCAN SUS DIAS DE RETENCION EN                   *
      *           04-RETENCION-HISTORIA (A FALTA DE RENGLON APLICA LA  *
      *           OMISION DE WS-ARCHIVOS-RETENCION); LOS RENGLONES MAS *
      *           VIEJOS QUE ESO PASAN A UN ARCHIVO FECHADO CON LA     *
      *           CORRIDA (ORIGEN-AAAAMMDD-HHMMSS) Y EL ARCHIVO ACTIVO *
      *           SE REESCRIBE SOLO CON LO VIGENTE, A TRAVES DE UNA    *
      *           COPIA DE TRABAJO (ORIGEN-TMP). CADA MOVIMIENTO QUEDA *
      *           EN 04-CATALOGO-HISTORIA (VER WCATHFD), QUE ES LO QUE *
      *           PROG0047 Y PROG0033 LEEN PARA BUSCAR EN LOS          *
      *           ARCHIVOS. LOS DIAS SE CUENTAN CON MESES DE 30, COMO  *
      *           PROG0050. SE CORRE SIN USUARIOS EN LINEA Y SOLO LA   *
      *           CORRE EL ADMINISTRADOR                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVO ASSIGN TO DYNAMIC WS-NOMBRE-ACTIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-ACT.
           SELECT TEMPORAL ASSIGN TO DYNAMIC WS-NOMBRE-TEMPORAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TMP.
           SELECT HISTORICO ASSIGN TO DYNAMIC WS-NOMBRE-HISTORICO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-HIS.
           SELECT RETENCION-CFG ASSIGN TO "04-RETENCION-HISTORIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-RET.
           SELECT CATALOGO-HISTORIA ASSIGN TO "04-CATALOGO-HISTORIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CHI.

       DATA DIVISION.
       FILE SECTION.
      * -------------------------------------------------------------- *
      * ACTIVO, TEMPORAL E HISTORICO - LAS CUATRO BITACORAS TIENEN     *
      *                LARGOS DISTINTOS; SE LEEN Y SE ESCRIBEN COMO    *
      *                TEXTO CON EL LARGO DE CADA UNA                  *
      *                (WS-TAB-ARC-LARGO) Y LA FECHA SE TOMA DE SU     *
      *                POSICION DENTRO DEL RENGLON                     *
      * -------------------------------------------------------------- *
       FD  ACTIVO
           RECORD IS VARYING IN SIZE FROM 1 TO 107 CHARACTERS
               DEPENDING ON WS-LARGO-REGISTRO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ACTIVO             PIC X(107).
       FD  TEMPORAL
           RECORD IS VARYING IN SIZE FROM 1 TO 107 CHARACTERS
               DEPENDING ON WS-LARGO-REGISTRO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TEMPORAL           PIC X(107).
       FD  HISTORICO
           RECORD IS VARYING IN SIZE FROM 1 TO 107 CHARACTERS
               DEPENDING ON WS-LARGO-REGISTRO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORICO          PIC X(107).

      * -------------------------------------------------------------- *
      * RETENCION-CFG - 04-RETENCION-HISTORIA, DIAS DE RETENCION POR   *
      *                 BITACORA, MANTENIDO A MANO POR OPERACIONES     *
      *                 IGUAL QUE 04-RETENCION-SPOOL                   *
      * -------------------------------------------------------------- *
       FD  RETENCION-CFG
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RETENCION.
           05  REG-RHI-ARCHIVO        PIC X(20).
           05  REG-RHI-DIAS           PIC 9(04).
       FD  CATALOGO-HISTORIA
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCATHFD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-ACT      PIC X(02).
       01 WS-FILE-STATUS-TMP      PIC X(02).
       01 WS-FILE-STATUS-HIS      PIC X(02).
       01 WS-FILE-STATUS-RET      PIC X(02).
       01 WS-FILE-STATUS-CHI      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-RETENCION PIC X(01)    VALUE "N".
               88 WS-FIN-RETENCION            VALUE "S".
           05 WS-SW-FIN-ACTIVO    PIC X(01)    VALUE "N".
               88 WS-FIN-ACTIVO               VALUE "S".
           05 WS-SW-FIN-TEMPORAL  PIC X(01)    VALUE "N".
               88 WS-FIN-TEMPORAL             VALUE "S".
           05 WS-SW-HISTORICO-ABIERTO
                                  PIC X(01)    VALUE "N".
               88 WS-HISTORICO-ABIERTO        VALUE "S".

       COPY WFIRMA.

       01 WS-NOMBRE-ACTIVO        PIC X(40)    VALUE SPACES.
       01 WS-NOMBRE-TEMPORAL      PIC X(40)    VALUE SPACES.
       01 WS-NOMBRE-HISTORICO     PIC X(40)    VALUE SPACES.
       01 WS-LARGO-REGISTRO       PIC 9(03)    VALUE ZEROS.
       01 WS-BORRA-RESULTADO      PIC 9(02)    COMP-5 VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-ARCHIVOS-RETENCION - LAS BITACORAS QUE SE DEPURAN: NOMBRE,  *
      *                LARGO DEL RENGLON, POSICION DE LA FECHA QUE     *
      *                DECIDE SU EDAD (AAAAMMDD) Y DIAS DE RETENCION   *
      *                POR OMISION. LAS INCIDENCIAS GUARDAN MENOS      *
      *                PORQUE SOLO LAS USAN LA NOMINA Y PROG0094       *
      * -------------------------------------------------------------- *
       01 WS-ARCHIVOS-RETENCION-VALORES.
           05 FILLER              PIC X(20)    VALUE
              "04-AUDIT-EMPLEADOS".
           05 FILLER              PIC 9(03)    VALUE 107.
           05 FILLER              PIC 9(03)    VALUE 021.
           05 FILLER              PIC 9(04)    VALUE 1800.
           05 FILLER              PIC X(20)    VALUE
              "04-HIST-SALARIOS".
           05 FILLER              PIC 9(03)    VALUE 059.
           05 FILLER              PIC 9(03)    VALUE 024.
           05 FILLER              PIC 9(04)    VALUE 1800.
           05 FILLER              PIC X(20)    VALUE
              "04-HIST-TRASLADOS".
           05 FILLER              PIC 9(03)    VALUE 047.
           05 FILLER              PIC 9(03)    VALUE 016.
           05 FILLER              PIC 9(04)    VALUE 1800.
           05 FILLER              PIC X(20)    VALUE
              "04-INCIDENCIAS".
           05 FILLER              PIC 9(03)    VALUE 045.
           05 FILLER              PIC 9(03)    VALUE 018.
           05 FILLER              PIC 9(04)    VALUE 0720.

       01 WS-ARCHIVOS-RETENCION REDEFINES
                                  WS-ARCHIVOS-RETENCION-VALORES.
           05 WS-TAB-ARC          OCCURS 4 TIMES.
               10 WS-TAB-ARC-NOMBRE
                                  PIC X(20).
               10 WS-TAB-ARC-LARGO
                                  PIC 9(03).
               10 WS-TAB-ARC-POS-FECHA
                                  PIC 9(03).
               10 WS-TAB-ARC-DIAS PIC 9(04).

       01 WS-IX-ARC               PIC 9(01)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-RETENCION - LO QUE TRAE 04-RETENCION-HISTORIA. NADA   *
      *                SE RETIENE MENOS DE WS-DIAS-MINIMO: PROG0094    *
      *                COMPARA CONTRA EL MISMO MES DEL ANIO PASADO     *
      * -------------------------------------------------------------- *
       01 WS-TABLA-RETENCION.
           05 WS-TAB-RET          OCCURS 20 TIMES.
               10 WS-TAB-RET-ARCHIVO
                                  PIC X(20)    VALUE SPACES.
               10 WS-TAB-RET-DIAS PIC 9(04)    VALUE ZEROS.
       01 WS-CANT-RETENCION       PIC 9(02)    VALUE ZEROS.
       01 WS-IX-RET               PIC 9(02)    VALUE ZEROS.
       01 WS-DIAS-RETENCION       PIC 9(04)    VALUE ZEROS.
       01 WS-DIAS-MINIMO          PIC 9(04)    VALUE 0450.

       01 WS-DIAS-EDAD            PIC S9(05)   VALUE ZEROS.

       01 WS-FECHA-REG-G.
           05 WS-FRG-ANIO         PIC 9(04).
           05 WS-FRG-MES          PIC 9(02).
           05 WS-FRG-DIA          PIC 9(02).

       01 WS-FECHA-REG REDEFINES WS-FECHA-REG-G
                                  PIC 9(08).

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

       01 WS-MOVIDOS-ARCHIVO.
           05 WS-MOV-FECHA-DESDE  PIC 9(08)    VALUE ZEROS.
           05 WS-MOV-FECHA-HASTA  PIC 9(08)    VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-CONT-MOVIDOS     PIC 9(07)    VALUE ZEROS.
           05 WS-CONT-VIGENTES    PIC 9(07)    VALUE ZEROS.
           05 WS-CONT-REESCRITOS  PIC 9(07)    VALUE ZEROS.
           05 WS-CONT-TOTAL-MOVIDOS
                                  PIC 9(07)    VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
      * MOVER RENGLONES DE LA AUDITORIA ES DELICADO: SOLO EL
      * ADMINISTRADOR
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF NOT WS-FIR-ADMINISTRADOR
              DISPLAY "PROG0099: SOLO EL ADMINISTRADOR PUEDE CORRER "
                      "LA RETENCION DE BITACORAS"
              GOBACK
           END-IF
           DISPLAY "PROG0099: RETENCION DE BITACORAS E HISTORICOS"
           PERFORM 095-OBTIENE-FECHA-HOY
           ACCEPT WS-HORA-CORRIDA FROM TIME
           PERFORM 015-CARGA-RETENCION THRU 015-FIN-CARGA-RETENCION
           PERFORM 030-DEPURA-ARCHIVO THRU 030-FIN-DEPURA-ARCHIVO
               VARYING WS-IX-ARC FROM 1 BY 1
               UNTIL WS-IX-ARC > 4
           DISPLAY "PROG0099: RENGLONES PASADOS A ARCHIVOS "
                   "HISTORICOS: " WS-CONT-TOTAL-MOVIDOS
           DISPLAY "PROG0099: CADA MOVIMIENTO QUEDO EN "
                   "04-CATALOGO-HISTORIA"
           GOBACK.

       015-CARGA-RETENCION.
           OPEN INPUT RETENCION-CFG
           IF WS-FILE-STATUS-RET NOT = "00"
              DISPLAY "PROG0099: SIN 04-RETENCION-HISTORIA; APLICAN "
                      "LOS DIAS POR OMISION"
              GO TO 015-FIN-CARGA-RETENCION
           END-IF
           GO TO 0151-LEE-RETENCION.

       0151-LEE-RETENCION.
           IF WS-CANT-RETENCION >= 20
              GO TO 0152-FIN-LEE-RETENCION
           END-IF
           READ RETENCION-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-RETENCION
                   GO TO 0152-FIN-LEE-RETENCION
           END-READ
           ADD 1 TO WS-CANT-RETENCION
           MOVE REG-RHI-ARCHIVO
                     TO WS-TAB-RET-ARCHIVO (WS-CANT-RETENCION)
           MOVE REG-RHI-DIAS
                     TO WS-TAB-RET-DIAS (WS-CANT-RETENCION)
           GO TO 0151-LEE-RETENCION.

       0152-FIN-LEE-RETENCION.
           CLOSE RETENCION-CFG.

       015-FIN-CARGA-RETENCION.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-DEPURA-ARCHIVO - UNA BITACORA: LO VENCIDO VA AL ARCHIVO    *
      *                HISTORICO DE LA CORRIDA Y LO VIGENTE A LA COPIA *
      *                DE TRABAJO. SOLO SI ALGO SE MOVIO SE REESCRIBE  *
      *                EL ACTIVO DESDE LA COPIA Y SE CATALOGA; SI NO,  *
      *                LA COPIA SE BORRA Y EL ACTIVO NO SE TOCA        *
      * -------------------------------------------------------------- *
       030-DEPURA-ARCHIVO.
           MOVE WS-TAB-ARC-NOMBRE (WS-IX-ARC) TO WS-NOMBRE-ACTIVO
           MOVE SPACES TO WS-NOMBRE-TEMPORAL
           STRING WS-TAB-ARC-NOMBRE (WS-IX-ARC) DELIMITED BY SPACE
                  "-TMP" DELIMITED BY SIZE
                  INTO WS-NOMBRE-TEMPORAL
           MOVE SPACES TO WS-NOMBRE-HISTORICO
           STRING WS-TAB-ARC-NOMBRE (WS-IX-ARC) DELIMITED BY SPACE
                  "-" WS-FECHA-HOY-CCYYMMDD "-" WS-HORA-CORRIDA (1:6)
                                           DELIMITED BY SIZE
                  INTO WS-NOMBRE-HISTORICO
           MOVE WS-TAB-ARC-DIAS (WS-IX-ARC) TO WS-DIAS-RETENCION
           PERFORM 035-BUSCA-RETENCION
               VARYING WS-IX-RET FROM 1 BY 1
               UNTIL WS-IX-RET > WS-CANT-RETENCION
           IF WS-DIAS-RETENCION < WS-DIAS-MINIMO
              DISPLAY "PROG0099: " WS-NOMBRE-ACTIVO " PIDE "
                      WS-DIAS-RETENCION " DIAS; SE RETIENEN "
                      WS-DIAS-MINIMO
              MOVE WS-DIAS-MINIMO TO WS-DIAS-RETENCION
           END-IF
           MOVE ZEROS TO WS-CONT-LEIDOS
                         WS-CONT-MOVIDOS
                         WS-CONT-VIGENTES
                         WS-CONT-REESCRITOS
                         WS-MOV-FECHA-DESDE
                         WS-MOV-FECHA-HASTA
           MOVE "N"   TO WS-SW-FIN-ACTIVO
                         WS-SW-FIN-TEMPORAL
                         WS-SW-HISTORICO-ABIERTO
           OPEN INPUT ACTIVO
           IF WS-FILE-STATUS-ACT NOT = "00"
              DISPLAY "PROG0099: SIN " WS-NOMBRE-ACTIVO ", STATUS "
                      WS-FILE-STATUS-ACT "; NADA QUE DEPURAR"
              GO TO 030-FIN-DEPURA-ARCHIVO
           END-IF
           OPEN OUTPUT TEMPORAL
           IF WS-FILE-STATUS-TMP NOT = "00"
              DISPLAY "PROG0099: NO SE PUDO CREAR " WS-NOMBRE-TEMPORAL
                      ", STATUS " WS-FILE-STATUS-TMP "; "
                      WS-NOMBRE-ACTIVO " NO SE TOCA"
              CLOSE ACTIVO
              GO TO 030-FIN-DEPURA-ARCHIVO
           END-IF
           GO TO 031-LEE-ACTIVO.

       031-LEE-ACTIVO.
           READ ACTIVO
               AT END
                   MOVE "S" TO WS-SW-FIN-ACTIVO
                   GO TO 032-FIN-LEE-ACTIVO
           END-READ
           ADD 1 TO WS-CONT-LEIDOS
           MOVE REG-ACTIVO (WS-TAB-ARC-POS-FECHA (WS-IX-ARC):8)
                                        TO WS-FECHA-REG-G
      * UN RENGLON SIN FECHA LEGIBLE SE QUEDA EN EL ACTIVO
           IF WS-FECHA-REG NOT NUMERIC OR WS-FECHA-REG = ZEROS
              GO TO 034-CONSERVA
           END-IF
           COMPUTE WS-DIAS-EDAD =
                   ((WS-HOY-ANIO - WS-FRG-ANIO) * 360)
                   + ((WS-HOY-MES - WS-FRG-MES) * 30)
                   + (WS-HOY-DIA - WS-FRG-DIA)
           IF WS-DIAS-EDAD NOT > WS-DIAS-RETENCION
              GO TO 034-CONSERVA
           END-IF
           GO TO 033-ARCHIVA.

       033-ARCHIVA.
           IF NOT WS-HISTORICO-ABIERTO
              OPEN OUTPUT HISTORICO
              IF WS-FILE-STATUS-HIS NOT = "00"
                 DISPLAY "PROG0099: NO SE PUDO CREAR "
                         WS-NOMBRE-HISTORICO ", STATUS "
                         WS-FILE-STATUS-HIS "; " WS-NOMBRE-ACTIVO
                         " NO SE TOCA"
                 CLOSE ACTIVO
                       TEMPORAL
                 CALL "CBL_DELETE_FILE" USING WS-NOMBRE-TEMPORAL
                     RETURNING WS-BORRA-RESULTADO
                 END-CALL
                 GO TO 030-FIN-DEPURA-ARCHIVO
              END-IF
              MOVE "S" TO WS-SW-HISTORICO-ABIERTO
           END-IF
           MOVE REG-ACTIVO TO REG-HISTORICO
           MOVE WS-TAB-ARC-LARGO (WS-IX-ARC) TO WS-LARGO-REGISTRO
           WRITE REG-HISTORICO
           ADD 1 TO WS-CONT-MOVIDOS
           IF WS-MOV-FECHA-DESDE = ZEROS
              OR WS-FECHA-REG < WS-MOV-FECHA-DESDE
                 MOVE WS-FECHA-REG TO WS-MOV-FECHA-DESDE
           END-IF
           IF WS-FECHA-REG > WS-MOV-FECHA-HASTA
              MOVE WS-FECHA-REG TO WS-MOV-FECHA-HASTA
           END-IF
           GO TO 031-LEE-ACTIVO.

       034-CONSERVA.
           MOVE REG-ACTIVO TO REG-TEMPORAL
           MOVE WS-TAB-ARC-LARGO (WS-IX-ARC) TO WS-LARGO-REGISTRO
           WRITE REG-TEMPORAL
           ADD 1 TO WS-CONT-VIGENTES
           GO TO 031-LEE-ACTIVO.

       032-FIN-LEE-ACTIVO.
           CLOSE ACTIVO
                 TEMPORAL
           IF WS-CONT-MOVIDOS = ZEROS
              CALL "CBL_DELETE_FILE" USING WS-NOMBRE-TEMPORAL
                  RETURNING WS-BORRA-RESULTADO
              END-CALL
              DISPLAY "PROG0099: " WS-NOMBRE-ACTIVO ": "
                      WS-CONT-LEIDOS " RENGLONES, NINGUNO VENCIDO"
              GO TO 030-FIN-DEPURA-ARCHIVO
           END-IF
           CLOSE HISTORICO
           PERFORM 040-REESCRIBE-ACTIVO THRU 040-FIN-REESCRIBE-ACTIVO
           PERFORM 050-CATALOGA
           ADD WS-CONT-MOVIDOS TO WS-CONT-TOTAL-MOVIDOS
           DISPLAY "PROG0099: " WS-NOMBRE-ACTIVO ": "
                   WS-CONT-MOVIDOS " RENGLONES DEL " WS-MOV-FECHA-DESDE
                   " AL " WS-MOV-FECHA-HASTA " PASARON A "
                   WS-NOMBRE-HISTORICO
           DISPLAY "PROG0099: " WS-NOMBRE-ACTIVO ": QUEDAN "
                   WS-CONT-VIGENTES " RENGLONES VIGENTES".

       030-FIN-DEPURA-ARCHIVO.
           EXIT.

       035-BUSCA-RETENCION.
           IF WS-TAB-RET-ARCHIVO (WS-IX-RET) =
                                  WS-TAB-ARC-NOMBRE (WS-IX-ARC)
              MOVE WS-TAB-RET-DIAS (WS-IX-RET) TO WS-DIAS-RETENCION
           END-IF.

      * -------------------------------------------------------------- *
      * 040-REESCRIBE-ACTIVO - EL ACTIVO SE VUELVE A ESCRIBIR DESDE LA *
      *                COPIA DE TRABAJO. SI ALGO FALLA LA COPIA SE     *
      *                DEJA EN DISCO: CON ELLA Y EL HISTORICO DE LA    *
      *                CORRIDA NO SE PIERDE NINGUN RENGLON             *
      * -------------------------------------------------------------- *
       040-REESCRIBE-ACTIVO.
           OPEN INPUT TEMPORAL
           IF WS-FILE-STATUS-TMP NOT = "00"
              DISPLAY "PROG0099: NO SE PUDO RELEER " WS-NOMBRE-TEMPORAL
                      ", STATUS " WS-FILE-STATUS-TMP "; "
                      WS-NOMBRE-ACTIVO " QUEDA DUPLICADO EN "
                      WS-NOMBRE-HISTORICO
              GO TO 040-FIN-REESCRIBE-ACTIVO
           END-IF
           OPEN OUTPUT ACTIVO
           IF WS-FILE-STATUS-ACT NOT = "00"
              DISPLAY "PROG0099: NO SE PUDO REESCRIBIR "
                      WS-NOMBRE-ACTIVO ", STATUS " WS-FILE-STATUS-ACT
                      "; LO VIGENTE QUEDO EN " WS-NOMBRE-TEMPORAL
              CLOSE TEMPORAL
              GO TO 040-FIN-REESCRIBE-ACTIVO
           END-IF
           GO TO 041-COPIA-RENGLON.

       041-COPIA-RENGLON.
           READ TEMPORAL
               AT END
                   MOVE "S" TO WS-SW-FIN-TEMPORAL
                   GO TO 042-FIN-COPIA
           END-READ
           MOVE REG-TEMPORAL TO REG-ACTIVO
           MOVE WS-TAB-ARC-LARGO (WS-IX-ARC) TO WS-LARGO-REGISTRO
           WRITE REG-ACTIVO
           ADD 1 TO WS-CONT-REESCRITOS
           GO TO 041-COPIA-RENGLON.

       042-FIN-COPIA.
           CLOSE TEMPORAL
                 ACTIVO
           IF WS-CONT-REESCRITOS = WS-CONT-VIGENTES
              CALL "CBL_DELETE_FILE" USING WS-NOMBRE-TEMPORAL
                  RETURNING WS-BORRA-RESULTADO
              END-CALL
           ELSE
              DISPLAY "PROG0099: ** " WS-NOMBRE-ACTIVO " QUEDO CON "
                      WS-CONT-REESCRITOS " DE " WS-CONT-VIGENTES
                      " RENGLONES; LA COPIA COMPLETA ESTA EN "
                      WS-NOMBRE-TEMPORAL " **"
           END-IF.

       040-FIN-REESCRIBE-ACTIVO.
           EXIT.

      * -------------------------------------------------------------- *
      * 050-CATALOGA - ANOTA EL MOVIMIENTO EN 04-CATALOGO-HISTORIA     *
      * -------------------------------------------------------------- *
       050-CATALOGA.
           MOVE WS-NOMBRE-ACTIVO      TO REG-CHI-ORIGEN
           MOVE WS-NOMBRE-HISTORICO   TO REG-CHI-ARCHIVO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-CHI-FECHA-CORRIDA
           MOVE WS-MOV-FECHA-DESDE    TO REG-CHI-FECHA-DESDE
           MOVE WS-MOV-FECHA-HASTA    TO REG-CHI-FECHA-HASTA
           MOVE WS-CONT-MOVIDOS       TO REG-CHI-CANTIDAD
           OPEN EXTEND CATALOGO-HISTORIA
           IF WS-FILE-STATUS-CHI = "35"
              OPEN OUTPUT CATALOGO-HISTORIA
           END-IF
           IF WS-FILE-STATUS-CHI NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-CATALOGO-HISTORIA, "
                      "STATUS " WS-FILE-STATUS-CHI
                      "; ANOTE A MANO " WS-NOMBRE-HISTORICO
           ELSE
              WRITE REG-CATALOGO-HISTORIA
              CLOSE CATALOGO-HISTORIA
           END-IF.

       095-OBTIENE-FECHA-HOY.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO        TO WS-FHG-ANIO
           MOVE WS-HOY-MES         TO WS-FHG-MES
           MOVE WS-HOY-DIA         TO WS-FHG-DIA.

       END PROGRAM PROG0099.
