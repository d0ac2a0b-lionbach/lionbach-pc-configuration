       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0064.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: RETROACTIVO DE AUMENTOS APROBADOS TARDE. BUSCA EN    *
      *           04-HIST-SALARIOS LOS AUMENTOS CUYA FECHA EFECTIVA    *
      *           CAE ANTES DEL FIN DEL ULTIMO PERIODO CERRADO DE      *
      *           04-PERIODOS Y, POR CADA PERIODO CERRADO QUE SE PAGO  *
      *           ANTES DE QUE EL AUMENTO LLEGARA AL MAESTRO, CALCULA  *
      *           LA DIFERENCIA (SALARIO / 30 POR LOS DIAS DEL PERIODO *
      *           YA CON EL AUMENTO VIGENTE). EN LA ACCION C IMPRIME   *
      *           EL REGISTRO 04-REP-RETROACTIVOS Y DEJA CADA          *
      *           DIFERENCIA PENDIENTE EN 04-RETROACTIVOS; EN LA       *
      *           ACCION A FINANZAS APRUEBA LAS PENDIENTES, QUE SE     *
      *           ASIGNAN AL PERIODO ABIERTO Y VIAJAN AL PROVEEDOR EN  *
      *           EL EXTRACTO DE PROG0008 COMO REGISTROS TIPO "R".     *
      *           UNA DIFERENCIA YA CALCULADA NO SE VUELVE A GENERAR.  *
      *           CADA EMPLEADO SE REVISA CONTRA LOS PERIODOS DE SU    *
      *           GRUPO DE PAGO, Y SE APRUEBA UN GRUPO A LA VEZ        *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO "04-PERIODOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PER.
           SELECT HIST-SALARIOS ASSIGN TO "04-HIST-SALARIOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-HIST.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT RETROACTIVOS ASSIGN TO "04-RETROACTIVOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-RET.
           SELECT REPORTE ASSIGN TO "04-REP-RETROACTIVOS".

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.
       FD  HIST-SALARIOS
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHISTFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  RETROACTIVOS
           RECORD CONTAINS 75 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WRETFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-PER      PIC X(02).
       01 WS-FILE-STATUS-HIST     PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-RET      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-PERIODOS  PIC X(01)    VALUE "N".
               88 WS-FIN-PERIODOS             VALUE "S".
           05 WS-SW-FIN-HIST      PIC X(01)    VALUE "N".
               88 WS-FIN-HIST                 VALUE "S".
           05 WS-SW-FIN-RET       PIC X(01)    VALUE "N".
               88 WS-FIN-RET                  VALUE "S".
           05 WS-SW-EMP-ABIERTO   PIC X(01)    VALUE "N".
               88 WS-EMP-ABIERTO              VALUE "S".
           05 WS-SW-YA-CALCULADO  PIC X(01)    VALUE "N".
               88 WS-YA-CALCULADO             VALUE "S".

       01 WS-ACCION               PIC X(01)    VALUE SPACES.
           88 WS-ACCION-CALCULAR          VALUE "C".
           88 WS-ACCION-APROBAR           VALUE "A".
       01 WS-RESPUESTA            PIC X(01)    VALUE SPACES.

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

      * -------------------------------------------------------------- *
      * WS-TABLA-PERIODOS - 04-PERIODOS COMPLETO EN MEMORIA, EN EL     *
      *                ORDEN EN QUE PROG0031 LO MANTIENE               *
      * -------------------------------------------------------------- *
       01 WS-TABLA-PERIODOS.
           05 WS-TAB-PER          OCCURS 200 TIMES.
               10 WS-TAB-PER-NUMERO
                                  PIC 9(04).
               10 WS-TAB-PER-INICIO
                                  PIC 9(08).
               10 WS-TAB-PER-FIN  PIC 9(08).
               10 WS-TAB-PER-PAGO PIC 9(08).
               10 WS-TAB-PER-ESTADO
                                  PIC X(01).
               10 WS-TAB-PER-FRECUENCIA
                                  PIC X(01).
               10 WS-TAB-PER-GRUPO
                                  PIC X(02).
       01 WS-CANT-PERIODOS        PIC 9(03)    VALUE ZEROS.
       01 WS-IX-PER               PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-ULTIMO-CIERRE - FIN DEL ULTIMO PERIODO CERRADO; UN AUMENTO  *
      *                QUE RIGE DESPUES DE ESA FECHA TODAVIA LO PAGA   *
      *                LA NOMINA NORMAL. WS-PERIODO-PAGO ES EL PERIODO *
      *                ABIERTO QUE CUBRE HOY, EN EL QUE SE PAGA LO     *
      *                APROBADO                                        *
      * -------------------------------------------------------------- *
       01 WS-ULTIMO-CIERRE        PIC 9(08)    VALUE ZEROS.
       01 WS-PERIODO-PAGO         PIC 9(04)    VALUE ZEROS.

      * EL GRUPO DE PAGO QUE SE APRUEBA (ACCION A), EL DEL EMPLEADO
      * DEL AUMENTO EN CURSO Y EL DEL PERIODO DE ORIGEN DE UN
      * RETROACTIVO (UN EMPLEADO O PERIODO SIN GRUPO ES DEL 01)
       01 WS-GRUPO-PAGO           PIC X(02)    VALUE SPACES.
       01 WS-GRUPO-EMPLEADO       PIC X(02)    VALUE SPACES.
       01 WS-GRUPO-RETRO          PIC X(02)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-TABLA-RETRO - 04-RETROACTIVOS COMPLETO EN MEMORIA (LO YA    *
      *                CALCULADO MAS LO DE ESTA CORRIDA); EL ARCHIVO   *
      *                SE REESCRIBE DESDE AQUI AL TERMINAR, COMO       *
      *                PROG0038 CON 04-TRANS-PENDIENTES                *
      * -------------------------------------------------------------- *
       01 WS-TABLA-RETRO.
           05 WS-TAB-RET          OCCURS 5000 TIMES.
               10 WS-TAB-RET-REGISTRO
                                  PIC X(75).
       01 WS-CANT-RETRO           PIC 9(05)    VALUE ZEROS.
       01 WS-IX-RET               PIC 9(05)    VALUE ZEROS.

       01 WS-RETRO-TRABAJO.
           05 WS-RT-NUMERO        PIC 9(05).
           05 WS-RT-PERIODO-ORIGEN
                                  PIC 9(04).
           05 WS-RT-FECHA-EFECTIVA
                                  PIC 9(08).
           05 WS-RT-FECHA-REGISTRO
                                  PIC 9(08).
           05 WS-RT-DIAS          PIC 9(03).
           05 WS-RT-DIFERENCIA    PIC 9(07)V99.
           05 WS-RT-IMPORTE       PIC 9(07)V99.
           05 WS-RT-ESTADO        PIC X(01).
           05 WS-RT-PERIODO-PAGO  PIC 9(04).
           05 WS-RT-USUARIO-CALCULA
                                  PIC X(08).
           05 WS-RT-USUARIO-APRUEBA
                                  PIC X(08).
           05 WS-RT-FECHA-CALCULO PIC 9(08).

       01 WS-CALCULO.
           05 WS-FECHA-EFECTIVA   PIC 9(08)    VALUE ZEROS.
           05 WS-DIFERENCIA       PIC 9(07)V99  VALUE ZEROS.
           05 WS-DIAS-PERIODO     PIC 9(03)    VALUE ZEROS.
           05 WS-DIAS-RETRO       PIC S9(05)   VALUE ZEROS.

       01 WS-FECHA-DESDE-G.
           05 WS-FD-ANIO          PIC 9(04).
           05 WS-FD-MES           PIC 9(02).
           05 WS-FD-DIA           PIC 9(02).

       01 WS-FECHA-DESDE REDEFINES WS-FECHA-DESDE-G
                                  PIC 9(08).

       01 WS-FECHA-HASTA-G.
           05 WS-FH-ANIO          PIC 9(04).
           05 WS-FH-MES           PIC 9(02).
           05 WS-FH-DIA           PIC 9(02).

       01 WS-FECHA-HASTA REDEFINES WS-FECHA-HASTA-G
                                  PIC 9(08).

       01 WS-CONTADORES.
           05 WS-CONT-AUMENTOS    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-NUEVOS      PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-REPETIDOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-PENDIENTES  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-APROBADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-MISMO-USUARIO
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-RETRO        PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-PENDIENTE    PIC 9(09)V99  VALUE ZEROS.

       01 WS-CONTROL-PAGINA.
           05 WS-LINEAS-PAGINA    PIC 9(03)    VALUE ZEROS.
           05 WS-MAX-LINEAS-PAGINA
                                  PIC 9(03)    VALUE 050.
           05 WS-PAGINA-ACTUAL    PIC 9(03)    VALUE ZEROS.

       01 WS-TITULO-1.
           05 FILLER              PIC X(29)    VALUE SPACES.
           05 WS-TIT-1            PIC X(22)
                                  VALUE "CENTRO DE CAPACITACION".
           05 FILLER              PIC X(29)    VALUE SPACES.

       01 WS-TITULO-2.
           05 FILLER              PIC X(08)    VALUE " FECHA: ".
           05 WS-TIT-2-DIA        PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-MES        PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(08)    VALUE SPACES.
           05 WS-TIT-2            PIC X(30)
                        VALUE "REGISTRO DE RETROACTIVOS".
           05 FILLER              PIC X(12)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(110)   VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 FILLER              PIC X(06)    VALUES "NUMERO".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(30)    VALUES "NOMBRE".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(07)    VALUES "PERIODO".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "INICIO".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "FIN".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(08)    VALUES "EFECTIVA".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(04)    VALUES "DIAS".
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 FILLER              PIC X(09)    VALUES "DIF. MES".
           05 FILLER              PIC X(06)    VALUES SPACES.
           05 FILLER              PIC X(07)    VALUES "IMPORTE".

       01 WS-DETALLE.
           05 FILLER              PIC X(01).
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 WS-DET-PERIODO      PIC 9(04).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-INICIO       PIC 9(08).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-FIN          PIC 9(08).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-EFECTIVA     PIC 9(08).
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-DIAS         PIC ZZ9.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-DIFERENCIA   PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUES SPACES.
           05 WS-DET-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(21)    VALUES SPACES.

       01 WS-LINEA-TOTAL.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(26)
                       VALUE "DIFERENCIAS NUEVAS      : ".
           05 WS-TOT-CANT-ED      PIC ZZ,ZZ9.
           05 FILLER              PIC X(14)
                       VALUE "  TOTAL:      ".
           05 WS-TOT-IMPORTE-ED   PIC $$$$,$$$,$$9.99.
           05 FILLER              PIC X(70)    VALUE SPACES.

       01 WS-LINEA-FIRMA.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(40)
                       VALUE "APRUEBA FINANZAS: ______________________".
           05 FILLER              PIC X(91)    VALUE SPACES.

       COPY WFIRMA.

       PROCEDURE DIVISION.
       010-INICIO.
      * EL RETROACTIVO LO CALCULA RH O FINANZAS, PERO SOLO FINANZAS
      * (O EL ADMINISTRADOR) LO APRUEBA PARA PAGO
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           DISPLAY "PROG0064: RETROACTIVOS DE AUMENTOS"
           DISPLAY "ACCION (C = CALCULAR, A = APROBAR): "
           ACCEPT WS-ACCION
           IF NOT WS-ACCION-CALCULAR AND NOT WS-ACCION-APROBAR
              DISPLAY "PROG0064: ACCION NO VALIDA"
              GOBACK
           END-IF
           IF WS-ACCION-APROBAR
              AND NOT WS-FIR-FINANZAS AND NOT WS-FIR-ADMINISTRADOR
                 DISPLAY "PROG0064: SOLO EL ROL DE FINANZAS PUEDE "
                         "APROBAR RETROACTIVOS"
                 GOBACK
           END-IF
           IF WS-ACCION-CALCULAR
              AND WS-FIR-SOLO-CONSULTA
                 DISPLAY "PROG0064: EL ROL DE CONSULTA NO PUEDE "
                         "CALCULAR RETROACTIVOS"
                 GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           IF WS-ACCION-APROBAR
              DISPLAY "GRUPO DE PAGO A APROBAR [01]: "
              ACCEPT WS-GRUPO-PAGO
              IF WS-GRUPO-PAGO = SPACES
                 MOVE "01" TO WS-GRUPO-PAGO
              END-IF
           END-IF
           PERFORM 015-CARGA-PERIODOS THRU 015-FIN-CARGA-PERIODOS
           IF WS-CANT-PERIODOS = ZEROS
              DISPLAY "PROG0064: SIN 04-PERIODOS NO HAY PERIODOS "
                      "CERRADOS; NADA QUE CALCULAR"
              GOBACK
           END-IF
           PERFORM 017-CARGA-RETROACTIVOS THRU 017-FIN-CARGA-RETRO
           IF WS-ACCION-APROBAR
              GO TO 200-APRUEBA
           END-IF
           IF WS-ULTIMO-CIERRE = ZEROS
              DISPLAY "PROG0064: NO HAY PERIODOS CERRADOS EN "
                      "04-PERIODOS; NADA QUE CALCULAR"
              GOBACK
           END-IF
           OPEN INPUT HIST-SALARIOS
           IF WS-FILE-STATUS-HIST NOT = "00"
              DISPLAY "PROG0064: SIN 04-HIST-SALARIOS, STATUS "
                      WS-FILE-STATUS-HIST "; NADA QUE CALCULAR"
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP = "00"
              MOVE "S" TO WS-SW-EMP-ABIERTO
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-HOY-DIA  TO WS-TIT-2-DIA
           MOVE WS-HOY-MES  TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO TO WS-TIT-2-ANIO
           PERFORM 005-IMPRIME-ENCABEZADOS
           GO TO 020-LEE-HISTORIA.

       005-IMPRIME-ENCABEZADOS.
           ADD 1 TO WS-PAGINA-ACTUAL
           MOVE WS-PAGINA-ACTUAL TO WS-TIT-2-PAGINA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE 5 TO WS-LINEAS-PAGINA.

      * -------------------------------------------------------------- *
      * 015-CARGA-PERIODOS - LEE 04-PERIODOS A LA TABLA, ANOTANDO EL   *
      *                FIN DEL ULTIMO PERIODO CERRADO Y EL PERIODO     *
      *                ABIERTO DEL GRUPO QUE SE APRUEBA QUE CUBRE HOY  *
      * -------------------------------------------------------------- *
       015-CARGA-PERIODOS.
           OPEN INPUT PERIODOS
           IF WS-FILE-STATUS-PER NOT = "00"
              GO TO 015-FIN-CARGA-PERIODOS
           END-IF
           GO TO 0151-LEE-PERIODO.

       0151-LEE-PERIODO.
           IF WS-CANT-PERIODOS >= 200
              DISPLAY "PROG0064: 04-PERIODOS EXCEDE 200 RENGLONES; "
                      "LOS RESTANTES NO SE CONSIDERAN"
              GO TO 0152-FIN-LEE-PERIODO
           END-IF
           READ PERIODOS
               AT END
                   MOVE "S" TO WS-SW-FIN-PERIODOS
                   GO TO 0152-FIN-LEE-PERIODO
           END-READ
           IF REG-PER-GRUPO = SPACES
              MOVE "01" TO REG-PER-GRUPO
           END-IF
           ADD 1 TO WS-CANT-PERIODOS
           MOVE REG-PER-NUMERO
                     TO WS-TAB-PER-NUMERO (WS-CANT-PERIODOS)
           MOVE REG-PER-FECHA-INICIO
                     TO WS-TAB-PER-INICIO (WS-CANT-PERIODOS)
           MOVE REG-PER-FECHA-FIN
                     TO WS-TAB-PER-FIN (WS-CANT-PERIODOS)
           MOVE REG-PER-FECHA-PAGO
                     TO WS-TAB-PER-PAGO (WS-CANT-PERIODOS)
           MOVE REG-PER-ESTADO
                     TO WS-TAB-PER-ESTADO (WS-CANT-PERIODOS)
           MOVE REG-PER-FRECUENCIA
                     TO WS-TAB-PER-FRECUENCIA (WS-CANT-PERIODOS)
           MOVE REG-PER-GRUPO
                     TO WS-TAB-PER-GRUPO (WS-CANT-PERIODOS)
           IF REG-PER-CERRADO
              AND REG-PER-FECHA-FIN > WS-ULTIMO-CIERRE
                 MOVE REG-PER-FECHA-FIN TO WS-ULTIMO-CIERRE
           END-IF
           IF REG-PER-ABIERTO
              AND WS-FECHA-HOY-CCYYMMDD NOT < REG-PER-FECHA-INICIO
              AND WS-FECHA-HOY-CCYYMMDD NOT > REG-PER-FECHA-FIN
              AND REG-PER-GRUPO = WS-GRUPO-PAGO
                 MOVE REG-PER-NUMERO TO WS-PERIODO-PAGO
           END-IF
           GO TO 0151-LEE-PERIODO.

       0152-FIN-LEE-PERIODO.
           CLOSE PERIODOS.

       015-FIN-CARGA-PERIODOS.
           EXIT.

      * -------------------------------------------------------------- *
      * 017-CARGA-RETROACTIVOS - LO YA CALCULADO EN CORRIDAS ANTERIORES*
      *                (PENDIENTE O APROBADO) A LA TABLA. SIN ARCHIVO  *
      *                LA TABLA QUEDA VACIA                            *
      * -------------------------------------------------------------- *
       017-CARGA-RETROACTIVOS.
           OPEN INPUT RETROACTIVOS
           IF WS-FILE-STATUS-RET NOT = "00"
              GO TO 017-FIN-CARGA-RETRO
           END-IF
           GO TO 0171-LEE-RETRO.

       0171-LEE-RETRO.
           IF WS-CANT-RETRO >= 5000
              DISPLAY "PROG0064: 04-RETROACTIVOS EXCEDE 5000 "
                      "RENGLONES; DEPURE EL ARCHIVO ANTES DE SEGUIR"
              CLOSE RETROACTIVOS
              GOBACK
           END-IF
           READ RETROACTIVOS
               AT END
                   MOVE "S" TO WS-SW-FIN-RET
                   GO TO 0172-FIN-LEE-RETRO
           END-READ
           ADD 1 TO WS-CANT-RETRO
           MOVE REG-RETROACTIVO TO WS-TAB-RET-REGISTRO (WS-CANT-RETRO)
           GO TO 0171-LEE-RETRO.

       0172-FIN-LEE-RETRO.
           CLOSE RETROACTIVOS.

       017-FIN-CARGA-RETRO.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-LEE-HISTORIA - SOLO LOS AUMENTOS CUENTAN; UN RENGLON SIN   *
      *                FECHA EFECTIVA (ANTERIOR A QUE SE ANOTARA) RIGE *
      *                DESDE SU FECHA. SI RIGE DESPUES DEL ULTIMO      *
      *                CIERRE, LA NOMINA NORMAL YA LO PAGA             *
      * -------------------------------------------------------------- *
       020-LEE-HISTORIA.
           READ HIST-SALARIOS
               AT END
                   MOVE "S" TO WS-SW-FIN-HIST
                   GO TO 090-FIN-CALCULO
           END-READ
           IF REG-HIST-SALARIO-DESPUES NOT > REG-HIST-SALARIO-ANTES
              GO TO 020-LEE-HISTORIA
           END-IF
           IF REG-HIST-FECHA-EFECTIVA NUMERIC
              AND REG-HIST-FECHA-EFECTIVA NOT = ZEROS
                 MOVE REG-HIST-FECHA-EFECTIVA TO WS-FECHA-EFECTIVA
           ELSE
              MOVE REG-HIST-FECHA TO WS-FECHA-EFECTIVA
           END-IF
           IF WS-FECHA-EFECTIVA > WS-ULTIMO-CIERRE
              GO TO 020-LEE-HISTORIA
           END-IF
           ADD 1 TO WS-CONT-AUMENTOS
           SUBTRACT REG-HIST-SALARIO-ANTES FROM REG-HIST-SALARIO-DESPUES
               GIVING WS-DIFERENCIA
      * SIN MAESTRO (O SIN EL EMPLEADO) SE TOMA EL GRUPO 01
           MOVE "01" TO WS-GRUPO-EMPLEADO
           IF WS-EMP-ABIERTO
              MOVE REG-HIST-NUMERO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF REG-EMP-GRUPO-PAGO NOT = SPACES
                         MOVE REG-EMP-GRUPO-PAGO TO WS-GRUPO-EMPLEADO
                      END-IF
              END-READ
           END-IF
           PERFORM 030-REVISA-PERIODO THRU 030-FIN-REVISA-PERIODO
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > WS-CANT-PERIODOS
           GO TO 020-LEE-HISTORIA.

      * -------------------------------------------------------------- *
      * 030-REVISA-PERIODO - UN PERIODO CERRADO SE QUEDO CORTO SI      *
      *                TERMINA YA CON EL AUMENTO VIGENTE Y SE PAGO     *
      *                ANTES DE QUE EL AUMENTO SE REGISTRARA. LOS DIAS *
      *                SON LOS DEL PERIODO DESDE LA FECHA EFECTIVA, EN *
      *                BASE 30 COMO EL RESTO DE LA CASA, TOPADOS A LOS *
      *                DIAS DE LA FRECUENCIA (7, 15 O 30)              *
      * -------------------------------------------------------------- *
       030-REVISA-PERIODO.
           IF WS-TAB-PER-ESTADO (WS-IX-PER) NOT = "C"
              OR WS-TAB-PER-GRUPO (WS-IX-PER) NOT = WS-GRUPO-EMPLEADO
                 GO TO 030-FIN-REVISA-PERIODO
           END-IF
           IF WS-TAB-PER-FIN (WS-IX-PER) < WS-FECHA-EFECTIVA
              GO TO 030-FIN-REVISA-PERIODO
           END-IF
           IF WS-TAB-PER-PAGO (WS-IX-PER) NOT < REG-HIST-FECHA
              GO TO 030-FIN-REVISA-PERIODO
           END-IF
           MOVE WS-TAB-PER-FIN (WS-IX-PER) TO WS-FECHA-HASTA
           IF WS-TAB-PER-INICIO (WS-IX-PER) > WS-FECHA-EFECTIVA
              MOVE WS-TAB-PER-INICIO (WS-IX-PER) TO WS-FECHA-DESDE
           ELSE
              MOVE WS-FECHA-EFECTIVA TO WS-FECHA-DESDE
           END-IF
           COMPUTE WS-DIAS-RETRO =
                   ((WS-FH-ANIO - WS-FD-ANIO) * 360)
                   + ((WS-FH-MES - WS-FD-MES) * 30)
                   + (WS-FH-DIA - WS-FD-DIA) + 1
           MOVE 015 TO WS-DIAS-PERIODO
           IF WS-TAB-PER-FRECUENCIA (WS-IX-PER) = "S"
              MOVE 007 TO WS-DIAS-PERIODO
           END-IF
           IF WS-TAB-PER-FRECUENCIA (WS-IX-PER) = "M"
              MOVE 030 TO WS-DIAS-PERIODO
           END-IF
           IF WS-DIAS-RETRO > WS-DIAS-PERIODO
              MOVE WS-DIAS-PERIODO TO WS-DIAS-RETRO
           END-IF
           IF WS-DIAS-RETRO NOT > ZEROS
              GO TO 030-FIN-REVISA-PERIODO
           END-IF
           MOVE REG-HIST-NUMERO             TO WS-RT-NUMERO
           MOVE WS-TAB-PER-NUMERO (WS-IX-PER)
                                            TO WS-RT-PERIODO-ORIGEN
           MOVE WS-FECHA-EFECTIVA           TO WS-RT-FECHA-EFECTIVA
           MOVE REG-HIST-FECHA              TO WS-RT-FECHA-REGISTRO
           PERFORM 035-BUSCA-CALCULADO THRU 035-FIN-BUSCA-CALCULADO
           IF WS-YA-CALCULADO
              ADD 1 TO WS-CONT-REPETIDOS
              GO TO 030-FIN-REVISA-PERIODO
           END-IF
           IF WS-CANT-RETRO >= 5000
              DISPLAY "PROG0064: 04-RETROACTIVOS LLENO (5000); EL "
                      "EMPLEADO " REG-HIST-NUMERO " QUEDA SIN CALCULAR"
              GO TO 030-FIN-REVISA-PERIODO
           END-IF
           MOVE WS-DIAS-RETRO               TO WS-RT-DIAS
           MOVE WS-DIFERENCIA               TO WS-RT-DIFERENCIA
           COMPUTE WS-RT-IMPORTE ROUNDED =
                   WS-DIFERENCIA * WS-DIAS-RETRO / 30
           MOVE "P"                         TO WS-RT-ESTADO
           MOVE ZEROS                       TO WS-RT-PERIODO-PAGO
           MOVE WS-FIR-ID                   TO WS-RT-USUARIO-CALCULA
           MOVE SPACES                      TO WS-RT-USUARIO-APRUEBA
           MOVE WS-FECHA-HOY-CCYYMMDD       TO WS-RT-FECHA-CALCULO
           ADD 1 TO WS-CANT-RETRO
           MOVE WS-RETRO-TRABAJO TO WS-TAB-RET-REGISTRO (WS-CANT-RETRO)
           ADD 1 TO WS-CONT-NUEVOS
           ADD WS-RT-IMPORTE TO WS-TOT-RETRO
           PERFORM 060-IMPRIME-DETALLE.

       030-FIN-REVISA-PERIODO.
           EXIT.

      * -------------------------------------------------------------- *
      * 035-BUSCA-CALCULADO - EL MISMO AUMENTO (EMPLEADO, FECHA DE     *
      *                REGISTRO Y FECHA EFECTIVA) EN EL MISMO PERIODO  *
      *                YA SE CALCULO EN UNA CORRIDA ANTERIOR           *
      * -------------------------------------------------------------- *
       035-BUSCA-CALCULADO.
           MOVE "N" TO WS-SW-YA-CALCULADO
           MOVE 1   TO WS-IX-RET
           GO TO 0351-REVISA-CALCULADO.

       0351-REVISA-CALCULADO.
           IF WS-IX-RET > WS-CANT-RETRO
              GO TO 035-FIN-BUSCA-CALCULADO
           END-IF
           MOVE WS-TAB-RET-REGISTRO (WS-IX-RET) TO REG-RETROACTIVO
           IF REG-RET-NUMERO = WS-RT-NUMERO
              AND REG-RET-PERIODO-ORIGEN = WS-RT-PERIODO-ORIGEN
              AND REG-RET-FECHA-EFECTIVA = WS-RT-FECHA-EFECTIVA
              AND REG-RET-FECHA-REGISTRO = WS-RT-FECHA-REGISTRO
                 MOVE "S" TO WS-SW-YA-CALCULADO
                 GO TO 035-FIN-BUSCA-CALCULADO
           END-IF
           ADD 1 TO WS-IX-RET
           GO TO 0351-REVISA-CALCULADO.

       035-FIN-BUSCA-CALCULADO.
           EXIT.

       060-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
           END-IF
           MOVE SPACES TO WS-DET-NOMBRE
           IF WS-EMP-ABIERTO
              MOVE WS-RT-NUMERO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      MOVE "** NO ESTA EN EL MAESTRO **"
                                     TO WS-DET-NOMBRE
                  NOT INVALID KEY
                      MOVE REG-EMP-NOMBRE TO WS-DET-NOMBRE
              END-READ
           END-IF
           MOVE WS-RT-NUMERO                 TO WS-DET-NUMERO
           MOVE WS-RT-PERIODO-ORIGEN         TO WS-DET-PERIODO
           MOVE WS-TAB-PER-INICIO (WS-IX-PER) TO WS-DET-INICIO
           MOVE WS-TAB-PER-FIN (WS-IX-PER)   TO WS-DET-FIN
           MOVE WS-RT-FECHA-EFECTIVA         TO WS-DET-EFECTIVA
           MOVE WS-RT-DIAS                   TO WS-DET-DIAS
           MOVE WS-RT-DIFERENCIA             TO WS-DET-DIFERENCIA
           MOVE WS-RT-IMPORTE                TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

      * -------------------------------------------------------------- *
      * 080-REESCRIBE-RETROACTIVOS - DEJA 04-RETROACTIVOS COMPLETO     *
      *                DESDE LA TABLA                                  *
      * -------------------------------------------------------------- *
       080-REESCRIBE-RETROACTIVOS.
           OPEN OUTPUT RETROACTIVOS
           IF WS-FILE-STATUS-RET NOT = "00"
              DISPLAY "PROG0064: NO SE PUDO REESCRIBIR 04-RETROACTIVOS"
                      ", STATUS " WS-FILE-STATUS-RET
              GO TO 080-FIN-REESCRIBE
           END-IF
           PERFORM 081-ESCRIBE-UNO
               VARYING WS-IX-RET FROM 1 BY 1
               UNTIL WS-IX-RET > WS-CANT-RETRO
           CLOSE RETROACTIVOS.

       080-FIN-REESCRIBE.
           EXIT.

       081-ESCRIBE-UNO.
           MOVE WS-TAB-RET-REGISTRO (WS-IX-RET) TO REG-RETROACTIVO
           WRITE REG-RETROACTIVO.

       090-FIN-CALCULO.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE WS-CONT-NUEVOS TO WS-TOT-CANT-ED
           MOVE WS-TOT-RETRO   TO WS-TOT-IMPORTE-ED
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-LINEA-FIRMA AFTER ADVANCING 3
           CLOSE HIST-SALARIOS
                 REPORTE
           IF WS-EMP-ABIERTO
              CLOSE EMPLEADOS
           END-IF
           IF WS-CONT-NUEVOS NOT = ZEROS
              PERFORM 080-REESCRIBE-RETROACTIVOS THRU 080-FIN-REESCRIBE
           END-IF
           DISPLAY "PROG0064: AUMENTOS ANTERIORES AL CIERRE: "
                   WS-CONT-AUMENTOS
           DISPLAY "PROG0064: DIFERENCIAS NUEVAS           : "
                   WS-CONT-NUEVOS
           DISPLAY "PROG0064: YA CALCULADAS ANTES          : "
                   WS-CONT-REPETIDOS
           DISPLAY "PROG0064: TOTAL NUEVO                  : "
                   WS-TOT-RETRO
           DISPLAY "PROG0064: REGISTRO EN 04-REP-RETROACTIVOS; "
                   "PENDIENTE DE APROBACION DE FINANZAS (ACCION A)"
           GOBACK.

      * -------------------------------------------------------------- *
      * 200-APRUEBA - FINANZAS APRUEBA DE UNA VEZ TODO LO PENDIENTE,   *
      *                CON EL REGISTRO IMPRESO A LA VISTA. QUIEN       *
      *                CALCULO NO PUEDE APROBAR LO SUYO. LO APROBADO   *
      *                SE ASIGNA AL PERIODO ABIERTO DE HOY PARA QUE    *
      *                PROG0008 LO MANDE EN ESE EXTRACTO               *
      * -------------------------------------------------------------- *
       200-APRUEBA.
           IF WS-PERIODO-PAGO = ZEROS
              DISPLAY "PROG0064: NO HAY PERIODO ABIERTO DEL GRUPO "
                      WS-GRUPO-PAGO " QUE CUBRA HOY (VER PROG0031); "
                      "NO SE PUEDE APROBAR"
              GOBACK
           END-IF
           PERFORM 210-CUENTA-PENDIENTE
               VARYING WS-IX-RET FROM 1 BY 1
               UNTIL WS-IX-RET > WS-CANT-RETRO
           IF WS-CONT-PENDIENTES = ZEROS
              DISPLAY "PROG0064: NO HAY RETROACTIVOS PENDIENTES QUE "
                      "PUEDA APROBAR"
              IF WS-CONT-MISMO-USUARIO NOT = ZEROS
                 DISPLAY "PROG0064: " WS-CONT-MISMO-USUARIO
                         " LOS CALCULO " WS-FIR-ID
                         " Y DEBE APROBARLOS OTRA PERSONA"
              END-IF
              GOBACK
           END-IF
           DISPLAY "PROG0064: PENDIENTES A APROBAR: "
                   WS-CONT-PENDIENTES " POR " WS-TOT-PENDIENTE
           IF WS-CONT-MISMO-USUARIO NOT = ZEROS
              DISPLAY "PROG0064: SE EXCLUYEN " WS-CONT-MISMO-USUARIO
                      " CALCULADOS POR USTED MISMO"
           END-IF
           DISPLAY "SE PAGAN EN EL PERIODO " WS-PERIODO-PAGO
                   ". APRUEBA (S/N): "
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA NOT = "S"
              DISPLAY "PROG0064: RETROACTIVOS NO APROBADOS"
              GOBACK
           END-IF
           PERFORM 220-APRUEBA-UNO
               VARYING WS-IX-RET FROM 1 BY 1
               UNTIL WS-IX-RET > WS-CANT-RETRO
           PERFORM 080-REESCRIBE-RETROACTIVOS THRU 080-FIN-REESCRIBE
           DISPLAY "PROG0064: RETROACTIVOS APROBADOS: "
                   WS-CONT-APROBADOS " PARA EL PERIODO "
                   WS-PERIODO-PAGO
           GOBACK.

       210-CUENTA-PENDIENTE.
           MOVE WS-TAB-RET-REGISTRO (WS-IX-RET) TO REG-RETROACTIVO
           PERFORM 230-GRUPO-RETRO THRU 230-FIN-GRUPO-RETRO
           IF REG-RET-PENDIENTE
              AND WS-GRUPO-RETRO = WS-GRUPO-PAGO
              IF REG-RET-USUARIO-CALCULA = WS-FIR-ID
                 ADD 1 TO WS-CONT-MISMO-USUARIO
              ELSE
                 ADD 1 TO WS-CONT-PENDIENTES
                 ADD REG-RET-IMPORTE TO WS-TOT-PENDIENTE
              END-IF
           END-IF.

       220-APRUEBA-UNO.
           MOVE WS-TAB-RET-REGISTRO (WS-IX-RET) TO REG-RETROACTIVO
           PERFORM 230-GRUPO-RETRO THRU 230-FIN-GRUPO-RETRO
           IF REG-RET-PENDIENTE
              AND REG-RET-USUARIO-CALCULA NOT = WS-FIR-ID
              AND WS-GRUPO-RETRO = WS-GRUPO-PAGO
                 MOVE "A"             TO REG-RET-ESTADO
                 MOVE WS-PERIODO-PAGO TO REG-RET-PERIODO-PAGO
                 MOVE WS-FIR-ID       TO REG-RET-USUARIO-APRUEBA
                 MOVE REG-RETROACTIVO TO WS-TAB-RET-REGISTRO (WS-IX-RET)
                 ADD 1 TO WS-CONT-APROBADOS
           END-IF.

      * -------------------------------------------------------------- *
      * 230-GRUPO-RETRO - EL GRUPO DE UN RETROACTIVO ES EL DE SU       *
      *                PERIODO DE ORIGEN; SI EL PERIODO YA NO ESTA EN  *
      *                04-PERIODOS SE TOMA EL GRUPO 01                 *
      * -------------------------------------------------------------- *
       230-GRUPO-RETRO.
           MOVE "01" TO WS-GRUPO-RETRO
           MOVE 1    TO WS-IX-PER
           GO TO 2301-REVISA-PERIODO.

       2301-REVISA-PERIODO.
           IF WS-IX-PER > WS-CANT-PERIODOS
              GO TO 230-FIN-GRUPO-RETRO
           END-IF
           IF WS-TAB-PER-NUMERO (WS-IX-PER) = REG-RET-PERIODO-ORIGEN
              MOVE WS-TAB-PER-GRUPO (WS-IX-PER) TO WS-GRUPO-RETRO
              GO TO 230-FIN-GRUPO-RETRO
           END-IF
           ADD 1 TO WS-IX-PER
           GO TO 2301-REVISA-PERIODO.

       230-FIN-GRUPO-RETRO.
           EXIT.

       END PROGRAM PROG0064.
