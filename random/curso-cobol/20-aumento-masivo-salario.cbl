      *           REGRABA EL MAESTRO, VERIFICANDO QUE CADA SALARIO     *
      *           SIGA SIENDO EL "ANTES" PROPUESTO. SI ALGUN           *
      *           DEPARTAMENTO EXCEDE SU TOPE, EL AUMENTO NO SE        *
      *           APLICA.                                              *
      *           CON EL AUMENTO POR MATRIZ DE MERITO EL PORCENTAJE DE *
      *           CADA EMPLEADO SALE DE 04-MATRIZ-MERITO (VER WMERFD)  *
      *           SEGUN SU CALIFICACION DEL ANIO EN 04-EVALUACIONES    *
      *           (VER PROG0086) Y LA POSICION DE SU SALARIO EN EL     *
      *           RANGO DE SU PUESTO (04-RANGOS-PUESTO); QUIEN NO      *
      *           TIENE CALIFICACION O RANGO SE LISTA PERO NO ENTRA A  *
      *           LA PROPUESTA. LOS TOPES SE COTEJAN IGUAL             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           SELECT PROPUESTA ASSIGN TO "04-PROPUESTA-AUMENTO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PROP.
           SELECT EVALUACIONES ASSIGN TO "04-EVALUACIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EVA-LLAVE
           FILE STATUS IS WS-FILE-STATUS-EVA.
           SELECT MATRIZ-CFG ASSIGN TO "04-MATRIZ-MERITO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-MER.
           SELECT RANGOS-CFG ASSIGN TO "04-RANGOS-PUESTO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-RANGOS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  REPORTE
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).
       FD  HIST-SALARIOS
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHISTFD.
       FD  PRESUPUESTO-CFG
           RECORD CONTAINS 26 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPROPFD.
       FD  EVALUACIONES
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEVAFD.
       FD  MATRIZ-CFG
           RECORD CONTAINS 7 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WMERFD.
       FD  RANGOS-CFG
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WRANGFD.

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       01 WS-FILE-STATUS-HIST     PIC X(02).
       01 WS-FILE-STATUS-PRES     PIC X(02).
       01 WS-FILE-STATUS-PROP     PIC X(02).
       01 WS-FILE-STATUS-EVA      PIC X(02).
       01 WS-FILE-STATUS-MER      PIC X(02).
       01 WS-FILE-STATUS-RANGOS   PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ARCHIVO   PIC X(01)    VALUE "N".
               88 WS-FIN-PRESUPUESTO          VALUE "S".
           05 WS-SW-FIN-PROPUESTA PIC X(01)    VALUE "N".
               88 WS-FIN-PROPUESTA            VALUE "S".
           05 WS-SW-FIN-MATRIZ    PIC X(01)    VALUE "N".
           05 WS-SW-FIN-RANGOS    PIC X(01)    VALUE "N".
           05 WS-SW-MATRIZ-OK     PIC X(01)    VALUE "N".
               88 WS-MATRIZ-OK                VALUE "S".
           05 WS-SW-EVALUACIONES  PIC X(01)    VALUE "N".
               88 WS-HAY-EVALUACIONES         VALUE "S".

       01 WS-RESPUESTA-APLICA     PIC X(01)    VALUE SPACES.
       01 WS-SW-EXCEDE-PRESUPUESTO

       01 WS-DIA-SEMANA-HOY       PIC 9(01).

      * -------------------------------------------------------------- *
      * WS-FECHA-EFECTIVA-AUMENTO - DESDE CUANDO RIGE EL AUMENTO. SI   *
      *                SE APRUEBA TARDE Y RIGE DESDE UN PERIODO YA     *
      *                CERRADO, LA DIFERENCIA LA PAGA EL RETROACTIVO   *
      *                DE PROG0064 CON ESTA FECHA                      *
      * -------------------------------------------------------------- *
       01 WS-FECHA-EFECTIVA-AUMENTO
                                  PIC 9(08)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-CRITERIO-ALCANCE - A QUIEN SE LE APLICA EL AUMENTO:         *
      *      1 = UN SOLO DEPARTAMENTO   2 = UN SOLO PUESTO             *
      * WS-CRITERIO-AUMENTO - COMO SE CALCULA EL AUMENTO:              *
      *      1 = PORCENTAJE SOBRE EL SALARIO ACTUAL                   *
      *      2 = MONTO FIJO PARA TODOS LOS AFECTADOS                  *
      *      3 = MATRIZ DE MERITO (CALIFICACION DEL ANIO EVALUADO Y   *
      *          POSICION EN EL RANGO DEL PUESTO)                     *
      * -------------------------------------------------------------- *
       01 WS-CRITERIO-AUMENTO.
           05 WS-TIPO-AUMENTO     PIC 9(01)    VALUE ZEROS.
               88 WS-AUMENTO-PORCENTAJE        VALUE 1.
               88 WS-AUMENTO-MONTO-FIJO        VALUE 2.
               88 WS-AUMENTO-MATRIZ            VALUE 3.
           05 WS-ANIO-EVALUACION  PIC 9(04)    VALUE ZEROS.
           05 WS-PORCENTAJE-AUMENTO
                                  PIC 9(03)V99  VALUE ZEROS.
           05 WS-MONTO-AUMENTO    PIC 9(07)V99  VALUE ZEROS.
           05 WS-ACUM-IMPACTO     PIC S9(09)V99 VALUE ZEROS.
           05 WS-CONT-APLICADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-DESFASADOS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-EVALUACION
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-RANGO   PIC 9(05)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-MATRIZ - PORCENTAJES DE 04-MATRIZ-MERITO: UN RENGLON  *
      *                POR CALIFICACION (1 A 5) Y UNA COLUMNA POR      *
      *                POSICION EN EL RANGO (0 A 5, EN LA COLUMNA      *
      *                POSICION + 1). LO QUE EL ARCHIVO NO TRAE QUEDA  *
      *                EN CEROS                                        *
      * -------------------------------------------------------------- *
       01 WS-TABLA-MATRIZ.
           05 WS-TAB-MER-CALIF    OCCURS 5 TIMES.
               10 WS-TAB-MER-PORCENTAJE
                                  PIC 9(03)V99 OCCURS 6 TIMES.

      * -------------------------------------------------------------- *
      * WS-TABLA-RANGOS - TABULADOR POR PUESTO CARGADO DE              *
      *                04-RANGOS-PUESTO EN ORDEN ASCENDENTE DE CODIGO  *
      * -------------------------------------------------------------- *
       01 WS-TABLA-RANGOS.
           05 WS-TAB-RANGO        OCCURS 10 TIMES
                                  ASCENDING KEY IS WS-TAB-RANGO-COD
                                  INDEXED BY WS-IX-RANGO.
               10 WS-TAB-RANGO-COD
                                  PIC 9(02)    VALUE 99.
               10 WS-TAB-RANGO-MIN
                                  PIC 9(07)V99 VALUE ZEROS.
               10 WS-TAB-RANGO-MAX
                                  PIC 9(07)V99 VALUE ZEROS.

      * -------------------------------------------------------------- *
      * LO QUE 031-PORCENTAJE-MATRIZ DETERMINA PARA CADA EMPLEADO      *
      * -------------------------------------------------------------- *
       01 WS-DATOS-MERITO.
           05 WS-CALIFICACION-EMP PIC 9(01)    VALUE ZEROS.
           05 WS-POSICION-RANGO   PIC 9(01)    VALUE ZEROS.
           05 WS-PORCENTAJE-EMP   PIC 9(03)V99 VALUE ZEROS.
           05 WS-OBSERVACION      PIC X(20)    VALUE SPACES.
           05 WS-SW-PROPONE       PIC X(01)    VALUE "S".
               88 WS-SE-PROPONE               VALUE "S".
       01 WS-IX-MER-CALIF         PIC 9(01)    VALUE ZEROS.
       01 WS-IX-MER-POS           PIC 9(01)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-IMPACTO - COSTO PROYECTADO DEL AUMENTO POR            *
           05 FILLER              PIC X(10)    VALUES "DESPUES".
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(10)    VALUES "DIFERENCIA".
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 FILLER              PIC X(04)    VALUES "CAL".
           05 FILLER              PIC X(04)    VALUES "POS".
           05 FILLER              PIC X(08)    VALUES "PORC".
           05 FILLER              PIC X(20)    VALUES "OBSERVACION".

       01 WS-DETALLE.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DET-DESPUES      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-DIFERENCIA   PIC -ZZ,ZZ9.99.
           05 FILLER              PIC X(06)    VALUES SPACES.
           05 WS-DET-CALIFICACION PIC X(01).
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-POSICION     PIC X(01).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-PORCENTAJE   PIC ZZ9.99   BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-OBSERVACION  PIC X(20).

       01 WS-LINEA-IMPACTO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-PRE-VEREDICTO    PIC X(20).
           05 FILLER              PIC X(48)    VALUE SPACES.

       01 WS-LINEA-EXCLUIDOS.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-EXC-LEYENDA      PIC X(26).
           05 WS-EXC-CANTIDAD     PIC ZZZZ9.
           05 FILLER              PIC X(97)    VALUE SPACES.

       COPY WFIRMA.

       LINKAGE SECTION.
           PERFORM 011-PIDE-ALCANCE THRU 011-FIN-PIDE-ALCANCE
           PERFORM 012-PIDE-AUMENTO THRU 012-FIN-PIDE-AUMENTO
           PERFORM 013-CARGA-PRESUPUESTO THRU 013-FIN-CARGA-PRES
           IF WS-AUMENTO-MATRIZ
              PERFORM 014-CARGA-MATRIZ THRU 014-FIN-CARGA-MATRIZ
              IF NOT WS-MATRIZ-OK
                 GOBACK
              END-IF
           END-IF
           OPEN INPUT EMPLEADOS
                OUTPUT REPORTE
                OUTPUT PROPUESTA
           EXIT.

       012-PIDE-AUMENTO.
           DISPLAY "TIPO DE AUMENTO (1-PORCENTAJE 2-MONTO FIJO "
                   "3-MATRIZ DE MERITO): "
           ACCEPT WS-TIPO-AUMENTO
           IF WS-AUMENTO-PORCENTAJE
              DISPLAY "PORCENTAJE DE AUMENTO (EJ. 010,00): "
              ACCEPT WS-PORCENTAJE-AUMENTO
           ELSE
              IF WS-AUMENTO-MATRIZ
                 DISPLAY "ANIO DE LA EVALUACION DE DESEMPENO (AAAA): "
                 ACCEPT WS-ANIO-EVALUACION
              ELSE
                 DISPLAY "MONTO FIJO DE AUMENTO: "
                 ACCEPT WS-MONTO-AUMENTO
              END-IF
           END-IF.

       012-FIN-PIDE-AUMENTO.
       013-FIN-CARGA-PRES.
           EXIT.

      * -------------------------------------------------------------- *
      * 014-CARGA-MATRIZ - PARA EL AUMENTO POR MERITO LEE              *
      *                04-MATRIZ-MERITO Y 04-RANGOS-PUESTO Y ABRE      *
      *                04-EVALUACIONES. SIN MATRIZ O SIN TABULADOR NO  *
      *                HAY DE DONDE SACAR PORCENTAJES Y NO SE SIMULA;  *
      *                SIN EVALUACIONES TODOS SALEN SIN CALIFICACION   *
      * -------------------------------------------------------------- *
       014-CARGA-MATRIZ.
           MOVE "N" TO WS-SW-MATRIZ-OK
           IF WS-ANIO-EVALUACION NOT NUMERIC
              OR WS-ANIO-EVALUACION = ZEROS
                 DISPLAY "PROG0017: ANIO DE EVALUACION INVALIDO"
                 GO TO 014-FIN-CARGA-MATRIZ
           END-IF
           MOVE ZEROS TO WS-TABLA-MATRIZ
           OPEN INPUT MATRIZ-CFG
           IF WS-FILE-STATUS-MER NOT = "00"
              DISPLAY "PROG0017: NO SE PUDO ABRIR 04-MATRIZ-MERITO, "
                      "STATUS " WS-FILE-STATUS-MER
              GO TO 014-FIN-CARGA-MATRIZ
           END-IF
           GO TO 0141-LEE-MATRIZ.

       0141-LEE-MATRIZ.
           READ MATRIZ-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-MATRIZ
                   GO TO 0142-FIN-LEE-MATRIZ
           END-READ
           IF REG-MER-CALIFICACION NOT NUMERIC
              OR REG-MER-POSICION NOT NUMERIC
              OR REG-MER-PORCENTAJE NOT NUMERIC
              OR REG-MER-CALIFICACION < 1
              OR REG-MER-CALIFICACION > 5
              OR REG-MER-POSICION > 5
                 DISPLAY "PROG0017: RENGLON INVALIDO EN "
                         "04-MATRIZ-MERITO: " REG-MATRIZ-MERITO
                 GO TO 0141-LEE-MATRIZ
           END-IF
           MOVE REG-MER-CALIFICACION TO WS-IX-MER-CALIF
           COMPUTE WS-IX-MER-POS = REG-MER-POSICION + 1
           MOVE REG-MER-PORCENTAJE
             TO WS-TAB-MER-PORCENTAJE (WS-IX-MER-CALIF, WS-IX-MER-POS)
           GO TO 0141-LEE-MATRIZ.

       0142-FIN-LEE-MATRIZ.
           CLOSE MATRIZ-CFG.

       0143-ABRE-RANGOS.
           SET WS-IX-RANGO TO 1
           OPEN INPUT RANGOS-CFG
           IF WS-FILE-STATUS-RANGOS NOT = "00"
              DISPLAY "PROG0017: NO SE PUDO ABRIR 04-RANGOS-PUESTO, "
                      "STATUS " WS-FILE-STATUS-RANGOS
              GO TO 014-FIN-CARGA-MATRIZ
           END-IF
           GO TO 0144-LEE-RANGO.

       0144-LEE-RANGO.
           IF WS-IX-RANGO > 10
              GO TO 0145-FIN-LEE-RANGO
           END-IF
           READ RANGOS-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-RANGOS
                   GO TO 0145-FIN-LEE-RANGO
           END-READ
           MOVE REG-RANGO-PUESTO-COD TO WS-TAB-RANGO-COD (WS-IX-RANGO)
           MOVE REG-RANGO-MINIMO     TO WS-TAB-RANGO-MIN (WS-IX-RANGO)
           MOVE REG-RANGO-MAXIMO     TO WS-TAB-RANGO-MAX (WS-IX-RANGO)
           SET WS-IX-RANGO UP BY 1
           GO TO 0144-LEE-RANGO.

       0145-FIN-LEE-RANGO.
           CLOSE RANGOS-CFG.

       0146-ABRE-EVALUACIONES.
           MOVE "S" TO WS-SW-MATRIZ-OK
           OPEN INPUT EVALUACIONES
           IF WS-FILE-STATUS-EVA = "00"
              MOVE "S" TO WS-SW-EVALUACIONES
           ELSE
              DISPLAY "PROG0017: SIN 04-EVALUACIONES, STATUS "
                      WS-FILE-STATUS-EVA "; NADIE TIENE CALIFICACION"
           END-IF.

       014-FIN-CARGA-MATRIZ.
           EXIT.

       020-LEE.
           READ EMPLEADOS NEXT RECORD INTO WS-REG-EMPLEADOS
               AT END
      * -------------------------------------------------------------- *
       030-SIMULA-AUMENTO.
           MOVE WS-SALARIO-EMP TO WS-SALARIO-ANTES
           MOVE "S"    TO WS-SW-PROPONE
           MOVE SPACES TO WS-OBSERVACION
           MOVE SPACES TO WS-DET-CALIFICACION
           MOVE SPACES TO WS-DET-POSICION
           MOVE ZEROS  TO WS-DET-PORCENTAJE
           IF WS-AUMENTO-PORCENTAJE
              COMPUTE WS-SALARIO-DESPUES ROUNDED =
                  WS-SALARIO-ANTES +
                  (WS-SALARIO-ANTES * WS-PORCENTAJE-AUMENTO / 100)
           ELSE
              IF WS-AUMENTO-MATRIZ
                 PERFORM 031-PORCENTAJE-MATRIZ
                     THRU 031-FIN-PORCENTAJE-MATRIZ
                 COMPUTE WS-SALARIO-DESPUES ROUNDED =
                     WS-SALARIO-ANTES +
                     (WS-SALARIO-ANTES * WS-PORCENTAJE-EMP / 100)
              ELSE
                 ADD WS-MONTO-AUMENTO TO WS-SALARIO-ANTES
                     GIVING WS-SALARIO-DESPUES
              END-IF
           END-IF
           SUBTRACT WS-SALARIO-ANTES FROM WS-SALARIO-DESPUES
               GIVING WS-DIFERENCIA-SALARIO
           MOVE WS-SALARIO-DESPUES TO WS-DET-DESPUES
           MOVE WS-DIFERENCIA-SALARIO
                                  TO WS-DET-DIFERENCIA
           MOVE WS-OBSERVACION     TO WS-DET-OBSERVACION
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           IF NOT WS-SE-PROPONE
              GO TO 030-FIN-SIMULA-AUMENTO
           END-IF
           ADD 1 TO WS-CONT-AFECTADOS
           ADD WS-DIFERENCIA-SALARIO TO WS-ACUM-IMPACTO
           PERFORM 032-ACUMULA-IMPACTO-DEPTO
       030-FIN-SIMULA-AUMENTO.
           EXIT.

      * -------------------------------------------------------------- *
      * 031-PORCENTAJE-MATRIZ - EL PORCENTAJE DEL EMPLEADO SEGUN SU    *
      *                CALIFICACION DEL ANIO EVALUADO Y LA POSICION DE *
      *                SU SALARIO EN EL RANGO DE SU PUESTO: 0 DEBAJO   *
      *                DEL MINIMO, 1 A 4 EL CUARTIL, 5 ARRIBA DEL      *
      *                MAXIMO. SIN CALIFICACION, SIN RANGO O CON 0% EN *
      *                LA MATRIZ EL EMPLEADO NO SE PROPONE             *
      * -------------------------------------------------------------- *
       031-PORCENTAJE-MATRIZ.
           MOVE ZEROS TO WS-CALIFICACION-EMP
           MOVE ZEROS TO WS-PORCENTAJE-EMP
           IF NOT WS-HAY-EVALUACIONES
              GO TO 0311-SIN-EVALUACION
           END-IF
           MOVE WS-ANIO-EVALUACION TO REG-EVA-ANIO
           MOVE WS-NUMERO-EMP      TO REG-EVA-EMPLEADO
           READ EVALUACIONES
               INVALID KEY
                   GO TO 0311-SIN-EVALUACION
           END-READ
           IF REG-EVA-CALIFICACION < 1 OR REG-EVA-CALIFICACION > 5
              GO TO 0311-SIN-EVALUACION
           END-IF
           MOVE REG-EVA-CALIFICACION TO WS-CALIFICACION-EMP
           MOVE WS-CALIFICACION-EMP  TO WS-DET-CALIFICACION
           SET WS-IX-RANGO TO 1
           SEARCH ALL WS-TAB-RANGO
               AT END
                   GO TO 0312-SIN-RANGO
               WHEN WS-TAB-RANGO-COD (WS-IX-RANGO) = WS-PUESTO-EMP
                   CONTINUE
           END-SEARCH
           IF WS-SALARIO-ANTES < WS-TAB-RANGO-MIN (WS-IX-RANGO)
              MOVE 0 TO WS-POSICION-RANGO
           ELSE
              IF WS-SALARIO-ANTES > WS-TAB-RANGO-MAX (WS-IX-RANGO)
                 MOVE 5 TO WS-POSICION-RANGO
              ELSE
                 IF WS-TAB-RANGO-MAX (WS-IX-RANGO) NOT >
                    WS-TAB-RANGO-MIN (WS-IX-RANGO)
                    MOVE 4 TO WS-POSICION-RANGO
                 ELSE
                    COMPUTE WS-POSICION-RANGO =
                        ((WS-SALARIO-ANTES
                          - WS-TAB-RANGO-MIN (WS-IX-RANGO)) * 4
                         / (WS-TAB-RANGO-MAX (WS-IX-RANGO)
                          - WS-TAB-RANGO-MIN (WS-IX-RANGO))) + 1
                    IF WS-POSICION-RANGO > 4
                       MOVE 4 TO WS-POSICION-RANGO
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE WS-POSICION-RANGO TO WS-DET-POSICION
           COMPUTE WS-IX-MER-POS = WS-POSICION-RANGO + 1
           MOVE WS-TAB-MER-PORCENTAJE
                    (WS-CALIFICACION-EMP, WS-IX-MER-POS)
                                  TO WS-PORCENTAJE-EMP
           MOVE WS-PORCENTAJE-EMP TO WS-DET-PORCENTAJE
           IF WS-PORCENTAJE-EMP = ZEROS
              MOVE "MATRIZ SIN AUMENTO" TO WS-OBSERVACION
              MOVE "N" TO WS-SW-PROPONE
           END-IF
           GO TO 031-FIN-PORCENTAJE-MATRIZ.

       0311-SIN-EVALUACION.
           MOVE "SIN EVALUACION" TO WS-OBSERVACION
           MOVE "N" TO WS-SW-PROPONE
           ADD 1 TO WS-CONT-SIN-EVALUACION
           GO TO 031-FIN-PORCENTAJE-MATRIZ.

       0312-SIN-RANGO.
           MOVE "PUESTO SIN RANGO" TO WS-OBSERVACION
           MOVE "N" TO WS-SW-PROPONE
           ADD 1 TO WS-CONT-SIN-RANGO.

       031-FIN-PORCENTAJE-MATRIZ.
           EXIT.

       032-ACUMULA-IMPACTO-DEPTO.
           MOVE 1 TO WS-IX-IMP
           GO TO 0321-REVISA-IMPACTO.
           MOVE REG-PROP-SALARIO-DESPUES
                                   TO REG-HIST-SALARIO-DESPUES
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-HIST-FECHA
           MOVE WS-FECHA-EFECTIVA-AUMENTO TO REG-HIST-FECHA-EFECTIVA
           MOVE WS-FIR-ID TO REG-HIST-USUARIO
           OPEN EXTEND HIST-SALARIOS
           IF WS-FILE-STATUS-HIST = "35"
           WRITE REG-REPORTE FROM WS-LINEA-IMPACTO AFTER ADVANCING 1
           MOVE WS-ACUM-IMPACTO   TO WS-IMP-TOTAL
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER ADVANCING 1
           IF WS-AUMENTO-MATRIZ
              MOVE "SIN EVALUACION DEL ANIO : " TO WS-EXC-LEYENDA
              MOVE WS-CONT-SIN-EVALUACION TO WS-EXC-CANTIDAD
              WRITE REG-REPORTE FROM WS-LINEA-EXCLUIDOS
                                     AFTER ADVANCING 1
              MOVE "PUESTO SIN RANGO        : " TO WS-EXC-LEYENDA
              MOVE WS-CONT-SIN-RANGO TO WS-EXC-CANTIDAD
              WRITE REG-REPORTE FROM WS-LINEA-EXCLUIDOS
                                     AFTER ADVANCING 1
              IF WS-HAY-EVALUACIONES
                 CLOSE EVALUACIONES
              END-IF
           END-IF
           PERFORM 091-COTEJA-PRESUPUESTO
               VARYING WS-IX-IMP FROM 1 BY 1
               UNTIL WS-IX-IMP > WS-CANT-IMPACTO
      * -------------------------------------------------------------- *
       200-APLICA-PROPUESTA.
           PERFORM 095-OBTIENE-FECHA-HOY
           PERFORM 205-PIDE-FECHA-EFECTIVA THRU 205-FIN-PIDE-FECHA
           OPEN I-O EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0017: NO SE PUDO REABRIR 04-EMPLEADOS, "
           END-IF
           GO TO 210-LEE-PROPUESTA.

      * -------------------------------------------------------------- *
      * 205-PIDE-FECHA-EFECTIVA - EL AUMENTO RIGE DESDE HOY O DESDE    *
      *                UNA FECHA PASADA; UNO A FUTURO SE CAPTURA EN    *
      *                PROG0037 PARA QUE LO APLIQUE PROG0038           *
      * -------------------------------------------------------------- *
       205-PIDE-FECHA-EFECTIVA.
           DISPLAY "FECHA EFECTIVA DEL AUMENTO (AAAAMMDD, VACIO = "
                   "HOY): "
           ACCEPT WS-FECHA-EFECTIVA-AUMENTO
           IF WS-FECHA-EFECTIVA-AUMENTO = ZEROS
              MOVE WS-FECHA-HOY-CCYYMMDD TO WS-FECHA-EFECTIVA-AUMENTO
           END-IF
           IF WS-FECHA-EFECTIVA-AUMENTO > WS-FECHA-HOY-CCYYMMDD
              DISPLAY "PROG0017: UN AUMENTO A FUTURO SE CAPTURA EN "
                      "PROG0037; DE UNA FECHA DE HOY O ANTERIOR"
              GO TO 205-PIDE-FECHA-EFECTIVA
           END-IF.

       205-FIN-PIDE-FECHA.
           EXIT.

       210-LEE-PROPUESTA.
           READ PROPUESTA
               AT END
