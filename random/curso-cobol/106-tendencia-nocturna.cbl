       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0103.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: TENDENCIA DE LA VENTANA NOCTURNA. CON LO QUE         *
      *           PROG0007 ANOTA EN 04-ESTADO-NOCTURNO SACA CUANTO     *
      *           TARDO CADA PASO CADA NOCHE DE LAS ULTIMAS 30, JUNTO  *
      *           A SU PROMEDIO MOVIL DE LAS 30 CORRIDAS BUENAS        *
      *           ANTERIORES Y SU UMBRAL, Y SENALA LOS QUE SE PASARON. *
      *           POR NOCHE IMPRIME LA VENTANA (INICIO DEL PRIMER PASO *
      *           A FIN DEL ULTIMO) CONTRA LA HORA LIMITE DE           *
      *           04-VENTANA-NOCTURNA, Y AL FINAL UN RESUMEN POR PASO  *
      *           CON SU PROMEDIO, SU PEOR NOCHE Y EL UMBRAL CON QUE   *
      *           SE JUZGARA LA SIGUIENTE. ES BATCH, SIN PREGUNTAS,    *
      *           PARA QUE OPERACIONES LO PONGA EN EL PLAN NOCTURNO.   *
      *           MISMO ESTILO DE 132 COLUMNAS QUE PROG0094            *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADO-NOCTURNO ASSIGN TO "04-ESTADO-NOCTURNO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-EST.
           SELECT VENTANA-NOCTURNA ASSIGN TO "04-VENTANA-NOCTURNA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-VEN.
           SELECT REPORTE ASSIGN TO "04-REP-TENDENCIA-NOCTURNA".

       DATA DIVISION.
       FILE SECTION.
       FD  ESTADO-NOCTURNO
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WESTNFD.
       FD  VENTANA-NOCTURNA
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WVENFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-EST      PIC X(02).
       01 WS-FILE-STATUS-VEN      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ESTADO    PIC X(01)    VALUE "N".
               88 WS-FIN-ESTADO               VALUE "S".
           05 WS-SW-JUZGADO       PIC X(01)    VALUE "N".
               88 WS-PASO-JUZGADO             VALUE "S".

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
      * WS-PARAMETROS-VENTANA - LO QUE TRAE 04-VENTANA-NOCTURNA (VER   *
      *                WVENFD); LOS VALORES DE AQUI SON LOS DE OMISION *
      *                Y SON LOS MISMOS DE PROG0007                    *
      * -------------------------------------------------------------- *
       01 WS-PARAMETROS-VENTANA.
           05 WS-PV-HORA-LIMITE   PIC 9(04)    VALUE 0600.
           05 WS-PV-PORCENTAJE    PIC 9(03)    VALUE 150.
           05 WS-PV-HOLGURA-SEG   PIC 9(05)    VALUE 00060.
           05 WS-PV-CORRIDAS-MINIMAS
                                  PIC 9(02)    VALUE 05.

      * -------------------------------------------------------------- *
      * WS-TABLA-NOCHES - PRIMERA PASADA: LAS ULTIMAS 30 FECHAS        *
      *                DISTINTAS DEL ARCHIVO, EN ANILLO, PARA SABER    *
      *                DESDE QUE NOCHE SE IMPRIME EL DETALLE           *
      * -------------------------------------------------------------- *
       01 WS-TABLA-NOCHES.
           05 WS-TAB-NOCHE-FECHA  PIC 9(08)    VALUE ZEROS
                                  OCCURS 30 TIMES.
       01 WS-CANT-NOCHES          PIC 9(02)    VALUE ZEROS.
       01 WS-SIG-NOCHE            PIC 9(02)    VALUE 1.
       01 WS-ULTIMA-FECHA-LEIDA   PIC 9(08)    VALUE ZEROS.
       01 WS-PRIMERA-NOCHE        PIC 9(08)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-DURACION - POR PASO (SECUENCIA Y PROGRAMA) LAS        *
      *                DURACIONES EN SEGUNDOS Y FECHAS DE SUS ULTIMAS  *
      *                30 CORRIDAS BUENAS, EN ANILLO (WS-TD-SIGUIENTE  *
      *                ES DONDE ENTRA LA PROXIMA), Y SU ULTIMA CORRIDA *
      *                CON LA MARCA QUE SE LE PUSO EN EL DETALLE       *
      * -------------------------------------------------------------- *
       01 WS-TABLA-DURACION.
           05 WS-TAB-DUR          OCCURS 20 TIMES.
               10 WS-TD-SECUENCIA PIC 9(02)    VALUE ZEROS.
               10 WS-TD-PROGRAMA  PIC X(08)    VALUE SPACES.
               10 WS-TD-CORRIDAS  PIC 9(02)    VALUE ZEROS.
               10 WS-TD-SIGUIENTE PIC 9(02)    VALUE ZEROS.
               10 WS-TD-ULTIMA-FECHA
                                  PIC 9(08)    VALUE ZEROS.
               10 WS-TD-ULTIMO-SEG
                                  PIC 9(05)    VALUE ZEROS.
               10 WS-TD-ULTIMA-MARCA
                                  PIC X(01)    VALUE SPACES.
               10 WS-TD-CORRIDA   OCCURS 30 TIMES.
                   15 WS-TD-FECHA PIC 9(08)    VALUE ZEROS.
                   15 WS-TD-SEGUNDOS
                                  PIC 9(05)    VALUE ZEROS.
       01 WS-CANT-DUR             PIC 9(02)    VALUE ZEROS.
       01 WS-IX-DUR               PIC 9(02)    VALUE ZEROS.
       01 WS-IX-BUSCA-DUR         PIC 9(02)    VALUE ZEROS.
       01 WS-IX-CORRIDA           PIC 9(02)    VALUE ZEROS.
       01 WS-MAX-CORRIDAS         PIC 9(02)    VALUE 30.

       01 WS-HORA-CALC-G.
           05 WS-HC-HORA          PIC 9(02).
           05 WS-HC-MINUTO        PIC 9(02).
           05 WS-HC-SEGUNDO       PIC 9(02).
           05 WS-HC-CENTESIMA     PIC 9(02).

       01 WS-HORA-CALC REDEFINES WS-HORA-CALC-G
                                  PIC 9(08).

       01 WS-HHMM-LIMITE-G.
           05 WS-HL-HORA          PIC 9(02).
           05 WS-HL-MINUTO        PIC 9(02).

       01 WS-HHMM-LIMITE REDEFINES WS-HHMM-LIMITE-G
                                  PIC 9(04).

       01 WS-SEG-INICIO           PIC 9(05)    VALUE ZEROS.
       01 WS-SEG-FIN              PIC 9(05)    VALUE ZEROS.
       01 WS-SEGUNDOS-PASO        PIC 9(05)    VALUE ZEROS.
       01 WS-SUMA-SEGUNDOS        PIC 9(07)    VALUE ZEROS.
       01 WS-PEOR-SEG             PIC 9(05)    VALUE ZEROS.
       01 WS-FECHA-PEOR           PIC 9(08)    VALUE ZEROS.
       01 WS-PROMEDIO-SEG         PIC 9(05)    VALUE ZEROS.
       01 WS-UMBRAL-SEG           PIC 9(06)    VALUE ZEROS.
       01 WS-UMBRAL-HOLGURA       PIC 9(06)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * NOCHE EN CURSO - LA VENTANA DE LA NOCHE QUE SE ESTA LEYENDO    *
      * -------------------------------------------------------------- *
       01 WS-NOCHE-EN-CURSO.
           05 WS-NC-FECHA         PIC 9(08)    VALUE ZEROS.
           05 WS-NC-INICIO        PIC 9(08)    VALUE ZEROS.
           05 WS-NC-FIN           PIC 9(08)    VALUE ZEROS.
           05 WS-NC-HHMM-INICIO   PIC 9(04)    VALUE ZEROS.
           05 WS-NC-HHMM-FIN      PIC 9(04)    VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-CONT-NOCHES-REP  PIC 9(03)    VALUE ZEROS.
           05 WS-CONT-NOCHES-FUERA
                                  PIC 9(03)    VALUE ZEROS.
           05 WS-CONT-EXCESOS     PIC 9(05)    VALUE ZEROS.
           05 WS-SUMA-VENTANAS    PIC 9(08)    VALUE ZEROS.
           05 WS-PROMEDIO-VENTANA PIC 9(05)    VALUE ZEROS.

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
           05 WS-TIT-2-FECHA      PIC 9(08).
           05 FILLER              PIC X(19)    VALUE SPACES.
           05 WS-TIT-2            PIC X(30)
                        VALUE "TENDENCIA DE LA VENTANA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(8)     VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01 WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUES ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01 WS-LINEA-CRITERIO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(29)
                       VALUE "UMBRAL = EL MAYOR ENTRE EL   ".
           05 WS-CRI-PORCENTAJE   PIC ZZ9.
           05 FILLER              PIC X(33)
                       VALUE "% DEL PROMEDIO Y EL PROMEDIO MAS ".
           05 WS-CRI-HOLGURA      PIC ZZ,ZZ9.
           05 FILLER              PIC X(19)
                       VALUE " SEG; SE JUZGA CON ".
           05 WS-CRI-MINIMO       PIC Z9.
           05 FILLER              PIC X(36)
                       VALUE " CORRIDAS BUENAS PREVIAS O MAS".

       01 WS-SUB-TITULO-DET.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(10)    VALUES "FECHA".
           05 FILLER              PIC X(04)    VALUES "SEC".
           05 FILLER              PIC X(10)    VALUES "PROGRAMA".
           05 FILLER              PIC X(10)    VALUES "INICIO".
           05 FILLER              PIC X(10)    VALUES "FIN".
           05 FILLER              PIC X(09)    VALUES " SEGUNDOS".
           05 FILLER              PIC X(09)    VALUES " PROMEDIO".
           05 FILLER              PIC X(09)    VALUES "   UMBRAL".
           05 FILLER              PIC X(05)    VALUES "  RES".
           05 FILLER              PIC X(52)    VALUES SPACES.

       01 WS-DETALLE.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-SECUENCIA    PIC 9(02).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-PROGRAMA     PIC X(08).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-INICIO.
               10 WS-DI-HORA      PIC 9(02).
               10 FILLER          PIC X(01)    VALUE ":".
               10 WS-DI-MINUTO    PIC 9(02).
               10 FILLER          PIC X(01)    VALUE ":".
               10 WS-DI-SEGUNDO   PIC 9(02).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-FIN.
               10 WS-DF-HORA      PIC 9(02).
               10 FILLER          PIC X(01)    VALUE ":".
               10 WS-DF-MINUTO    PIC 9(02).
               10 FILLER          PIC X(01)    VALUE ":".
               10 WS-DF-SEGUNDO   PIC 9(02).
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 WS-DET-SEGUNDOS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-PROMEDIO     PIC ZZ,ZZ9   BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-UMBRAL       PIC ZZZ,ZZ9  BLANK WHEN ZERO.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DET-RESULTADO    PIC X(02).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DET-MARCA        PIC X(20).
           05 FILLER              PIC X(30)    VALUES SPACES.

       01 WS-LINEA-VENTANA.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(12)    VALUE "VENTANA DEL ".
           05 WS-LV-FECHA         PIC 9(08).
           05 FILLER              PIC X(05)    VALUE ": DE ".
           05 WS-LV-INICIO.
               10 WS-LVI-HORA     PIC 9(02).
               10 FILLER          PIC X(01)    VALUE ":".
               10 WS-LVI-MINUTO   PIC 9(02).
           05 FILLER              PIC X(03)    VALUE " A ".
           05 WS-LV-FIN.
               10 WS-LVF-HORA     PIC 9(02).
               10 FILLER          PIC X(01)    VALUE ":".
               10 WS-LVF-MINUTO   PIC 9(02).
           05 FILLER              PIC X(02)    VALUE ", ".
           05 WS-LV-SEGUNDOS      PIC ZZ,ZZ9.
           05 FILLER              PIC X(13)    VALUE " SEG; LIMITE ".
           05 WS-LV-LIMITE.
               10 WS-LVL-HORA     PIC 9(02).
               10 FILLER          PIC X(01)    VALUE ":".
               10 WS-LVL-MINUTO   PIC 9(02).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LV-MARCA         PIC X(24).
           05 FILLER              PIC X(38)    VALUE SPACES.

       01 WS-SUB-TITULO-RES.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 FILLER              PIC X(04)    VALUES "SEC".
           05 FILLER              PIC X(10)    VALUES "PROGRAMA".
           05 FILLER              PIC X(09)    VALUES "CORRIDAS".
           05 FILLER              PIC X(09)    VALUES " PROMEDIO".
           05 FILLER              PIC X(09)    VALUES "     PEOR".
           05 FILLER              PIC X(12)    VALUES "  NOCHE PEOR".
           05 FILLER              PIC X(09)    VALUES "   UMBRAL".
           05 FILLER              PIC X(12)    VALUES "  ULTIMA    ".
           05 FILLER              PIC X(09)    VALUES " SEGUNDOS".
           05 FILLER              PIC X(45)    VALUES SPACES.

       01 WS-DETALLE-RES.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DRS-SECUENCIA    PIC 9(02).
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DRS-PROGRAMA     PIC X(08).
           05 FILLER              PIC X(09)    VALUES SPACES.
           05 WS-DRS-CORRIDAS     PIC Z9.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DRS-PROMEDIO     PIC ZZ,ZZ9   BLANK WHEN ZERO.
           05 FILLER              PIC X(03)    VALUES SPACES.
           05 WS-DRS-PEOR         PIC ZZ,ZZ9   BLANK WHEN ZERO.
           05 FILLER              PIC X(04)    VALUES SPACES.
           05 WS-DRS-FECHA-PEOR   PIC 9(08)    BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DRS-UMBRAL       PIC ZZZ,ZZ9  BLANK WHEN ZERO.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DRS-ULTIMA-FECHA PIC 9(08).
           05 FILLER              PIC X(05)    VALUES SPACES.
           05 WS-DRS-ULTIMO-SEG   PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUES SPACES.
           05 WS-DRS-MARCA        PIC X(20).
           05 FILLER              PIC X(23)    VALUES SPACES.

       01 WS-LINEA-TOTALES.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "NOCHES: ".
           05 WS-LT-NOCHES        PIC ZZ9.
           05 FILLER              PIC X(23)
                       VALUE "  FUERA DEL LIMITE:   ".
           05 WS-LT-FUERA         PIC ZZ9.
           05 FILLER              PIC X(22)
                       VALUE "  VENTANA PROMEDIO: ".
           05 WS-LT-PROMEDIO      PIC ZZ,ZZ9.
           05 FILLER              PIC X(24)
                       VALUE " SEG  PASOS EN EXCESO: ".
           05 WS-LT-EXCESOS       PIC ZZ,ZZ9.
           05 FILLER              PIC X(33)    VALUE SPACES.

       01 WS-LINEA-SIN-DATOS.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-SIN-DATOS-TEXTO  PIC X(60).
           05 FILLER              PIC X(68)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PROG0103: TENDENCIA DE LA VENTANA NOCTURNA"
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 015-CARGA-VENTANA
           PERFORM 020-BUSCA-NOCHES THRU 020-FIN-BUSCA-NOCHES
           OPEN OUTPUT REPORTE
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-TIT-2-FECHA
           MOVE "TENDENCIA DE LA VENTANA" TO WS-TIT-2
           PERFORM 005-IMPRIME-ENCABEZADOS
           MOVE WS-PV-PORCENTAJE       TO WS-CRI-PORCENTAJE
           MOVE WS-PV-HOLGURA-SEG      TO WS-CRI-HOLGURA
           MOVE WS-PV-CORRIDAS-MINIMAS TO WS-CRI-MINIMO
           WRITE REG-REPORTE FROM WS-LINEA-CRITERIO AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           IF WS-CANT-NOCHES = ZEROS
              MOVE "SIN CORRIDAS EN 04-ESTADO-NOCTURNO"
                                      TO WS-SIN-DATOS-TEXTO
              WRITE REG-REPORTE FROM WS-LINEA-SIN-DATOS
                    AFTER ADVANCING 2
              CLOSE REPORTE
              DISPLAY "PROG0103: SIN CORRIDAS EN 04-ESTADO-NOCTURNO"
              GOBACK
           END-IF
           WRITE REG-REPORTE FROM WS-SUB-TITULO-DET AFTER ADVANCING 2
           ADD 2 TO WS-LINEAS-PAGINA
           MOVE "N" TO WS-SW-FIN-ESTADO
           OPEN INPUT ESTADO-NOCTURNO
           GO TO 030-LEE-ESTADO.

       015-CARGA-VENTANA.
           OPEN INPUT VENTANA-NOCTURNA
           IF WS-FILE-STATUS-VEN = "00"
              READ VENTANA-NOCTURNA
                  NOT AT END
                      MOVE REG-VN-HORA-LIMITE  TO WS-PV-HORA-LIMITE
                      MOVE REG-VN-PORCENTAJE   TO WS-PV-PORCENTAJE
                      MOVE REG-VN-HOLGURA-SEG  TO WS-PV-HOLGURA-SEG
                      MOVE REG-VN-CORRIDAS-MINIMAS
                                               TO WS-PV-CORRIDAS-MINIMAS
              END-READ
              CLOSE VENTANA-NOCTURNA
           END-IF.

      * -------------------------------------------------------------- *
      * 020-BUSCA-NOCHES - PRIMERA PASADA: EL ARCHIVO VA EN ORDEN DE   *
      *                CORRIDA, ASI QUE AL TERMINAR LA FECHA MAS VIEJA *
      *                DEL ANILLO ES LA PRIMERA NOCHE DEL DETALLE      *
      * -------------------------------------------------------------- *
       020-BUSCA-NOCHES.
           MOVE ZEROS TO WS-CANT-NOCHES
                         WS-ULTIMA-FECHA-LEIDA
           MOVE 1     TO WS-SIG-NOCHE
           MOVE "N"   TO WS-SW-FIN-ESTADO
           OPEN INPUT ESTADO-NOCTURNO
           IF WS-FILE-STATUS-EST NOT = "00"
              GO TO 020-FIN-BUSCA-NOCHES
           END-IF
           GO TO 021-LEE-NOCHE.

       021-LEE-NOCHE.
           READ ESTADO-NOCTURNO
               AT END
                   MOVE "S" TO WS-SW-FIN-ESTADO
                   CLOSE ESTADO-NOCTURNO
                   GO TO 022-PRIMERA-NOCHE
           END-READ
           IF REG-EN-FECHA = WS-ULTIMA-FECHA-LEIDA
              GO TO 021-LEE-NOCHE
           END-IF
           MOVE REG-EN-FECHA TO WS-ULTIMA-FECHA-LEIDA
           MOVE REG-EN-FECHA TO WS-TAB-NOCHE-FECHA (WS-SIG-NOCHE)
           ADD 1 TO WS-SIG-NOCHE
           IF WS-SIG-NOCHE > WS-MAX-CORRIDAS
              MOVE 1 TO WS-SIG-NOCHE
           END-IF
           IF WS-CANT-NOCHES < WS-MAX-CORRIDAS
              ADD 1 TO WS-CANT-NOCHES
           END-IF
           GO TO 021-LEE-NOCHE.

       022-PRIMERA-NOCHE.
      * CON EL ANILLO LLENO LA MAS VIEJA ES LA QUE SIGUE EN TURNO
           IF WS-CANT-NOCHES < WS-MAX-CORRIDAS
              MOVE WS-TAB-NOCHE-FECHA (1) TO WS-PRIMERA-NOCHE
           ELSE
              MOVE WS-TAB-NOCHE-FECHA (WS-SIG-NOCHE)
                                          TO WS-PRIMERA-NOCHE
           END-IF.

       020-FIN-BUSCA-NOCHES.
           EXIT.

      * -------------------------------------------------------------- *
      * 030-LEE-ESTADO - SEGUNDA PASADA: CADA PASO SE JUZGA CONTRA LAS *
      *                CORRIDAS BUENAS QUE LLEVA ANTES DE EL, Y SOLO   *
      *                DESPUES ENTRA AL ANILLO SI TERMINO BIEN         *
      * -------------------------------------------------------------- *
       030-LEE-ESTADO.
           READ ESTADO-NOCTURNO
               AT END
                   MOVE "S" TO WS-SW-FIN-ESTADO
                   CLOSE ESTADO-NOCTURNO
                   IF WS-NC-FECHA NOT = ZEROS
                      PERFORM 045-CIERRA-NOCHE
                         THRU 045-FIN-CIERRA-NOCHE
                   END-IF
                   GO TO 050-IMPRIME-RESUMEN
           END-READ
           ADD 1 TO WS-CONT-LEIDOS
           IF REG-EN-FECHA NOT = WS-NC-FECHA
              IF WS-NC-FECHA NOT = ZEROS
                 PERFORM 045-CIERRA-NOCHE THRU 045-FIN-CIERRA-NOCHE
              END-IF
              MOVE REG-EN-FECHA TO WS-NC-FECHA
              MOVE ZEROS        TO WS-NC-INICIO
                                   WS-NC-FIN
           END-IF
           IF WS-NC-INICIO = ZEROS
              MOVE REG-EN-HORA-INICIO TO WS-NC-INICIO
           END-IF
           MOVE REG-EN-HORA-FIN TO WS-NC-FIN
           PERFORM 083-BUSCA-PASO
           IF WS-IX-DUR = ZEROS
              GO TO 030-LEE-ESTADO
           END-IF
           PERFORM 086-CALCULA-SEGUNDOS
           PERFORM 085-CALCULA-UMBRAL THRU 085-FIN-CALCULA-UMBRAL
           MOVE REG-EN-FECHA     TO WS-TD-ULTIMA-FECHA (WS-IX-DUR)
           MOVE WS-SEGUNDOS-PASO TO WS-TD-ULTIMO-SEG (WS-IX-DUR)
           MOVE SPACES           TO WS-TD-ULTIMA-MARCA (WS-IX-DUR)
           IF WS-PASO-JUZGADO
              AND WS-SEGUNDOS-PASO > WS-UMBRAL-SEG
                 MOVE "E" TO WS-TD-ULTIMA-MARCA (WS-IX-DUR)
           END-IF
           IF REG-EN-FECHA NOT < WS-PRIMERA-NOCHE
              PERFORM 040-IMPRIME-DETALLE
           END-IF
           IF REG-EN-BIEN
              MOVE REG-EN-FECHA TO WS-TD-FECHA (WS-IX-DUR,
                                   WS-TD-SIGUIENTE (WS-IX-DUR))
              MOVE WS-SEGUNDOS-PASO TO WS-TD-SEGUNDOS (WS-IX-DUR,
                                       WS-TD-SIGUIENTE (WS-IX-DUR))
              ADD 1 TO WS-TD-SIGUIENTE (WS-IX-DUR)
              IF WS-TD-SIGUIENTE (WS-IX-DUR) > WS-MAX-CORRIDAS
                 MOVE 1 TO WS-TD-SIGUIENTE (WS-IX-DUR)
              END-IF
              IF WS-TD-CORRIDAS (WS-IX-DUR) < WS-MAX-CORRIDAS
                 ADD 1 TO WS-TD-CORRIDAS (WS-IX-DUR)
              END-IF
           END-IF
           GO TO 030-LEE-ESTADO.

      * -------------------------------------------------------------- *
      * 050-IMPRIME-RESUMEN - POR PASO, SUS ULTIMAS 30 CORRIDAS BUENAS *
      *                Y EL UMBRAL CON QUE SE JUZGARA LA PROXIMA NOCHE *
      * -------------------------------------------------------------- *
       050-IMPRIME-RESUMEN.
           MOVE "RESUMEN POR PASO" TO WS-TIT-2
           PERFORM 005-IMPRIME-ENCABEZADOS
           WRITE REG-REPORTE FROM WS-SUB-TITULO-RES AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA
           PERFORM 055-RESUMEN-PASO
               VARYING WS-IX-DUR FROM 1 BY 1
               UNTIL WS-IX-DUR > WS-CANT-DUR
           IF WS-CONT-NOCHES-REP > ZEROS
              COMPUTE WS-PROMEDIO-VENTANA ROUNDED =
                      WS-SUMA-VENTANAS / WS-CONT-NOCHES-REP
           END-IF
           MOVE WS-CONT-NOCHES-REP   TO WS-LT-NOCHES
           MOVE WS-CONT-NOCHES-FUERA TO WS-LT-FUERA
           MOVE WS-PROMEDIO-VENTANA  TO WS-LT-PROMEDIO
           MOVE WS-CONT-EXCESOS      TO WS-LT-EXCESOS
           WRITE REG-REPORTE FROM WS-LINEA-TOTALES AFTER ADVANCING 2
           CLOSE REPORTE
           DISPLAY "PROG0103: NOCHES EN EL REPORTE: " WS-CONT-NOCHES-REP
                   ", FUERA DEL LIMITE: " WS-CONT-NOCHES-FUERA
                   ", PASOS EN EXCESO: " WS-CONT-EXCESOS
           GOBACK.

       005-IMPRIME-ENCABEZADOS.
           ADD 1 TO WS-PAGINA-ACTUAL
           MOVE WS-PAGINA-ACTUAL TO WS-TIT-2-PAGINA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           MOVE 3 TO WS-LINEAS-PAGINA.

       040-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA + 2 > WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
              WRITE REG-REPORTE FROM WS-SUB-TITULO-DET
                    AFTER ADVANCING 1
              ADD 1 TO WS-LINEAS-PAGINA
           END-IF
           MOVE REG-EN-FECHA       TO WS-DET-FECHA
           MOVE REG-EN-SECUENCIA   TO WS-DET-SECUENCIA
           MOVE REG-EN-PROGRAMA    TO WS-DET-PROGRAMA
           MOVE REG-EN-HORA-INICIO TO WS-HORA-CALC
           MOVE WS-HC-HORA         TO WS-DI-HORA
           MOVE WS-HC-MINUTO       TO WS-DI-MINUTO
           MOVE WS-HC-SEGUNDO      TO WS-DI-SEGUNDO
           MOVE REG-EN-HORA-FIN    TO WS-HORA-CALC
           MOVE WS-HC-HORA         TO WS-DF-HORA
           MOVE WS-HC-MINUTO       TO WS-DF-MINUTO
           MOVE WS-HC-SEGUNDO      TO WS-DF-SEGUNDO
           MOVE WS-SEGUNDOS-PASO   TO WS-DET-SEGUNDOS
           MOVE REG-EN-RESULTADO   TO WS-DET-RESULTADO
           MOVE SPACES             TO WS-DET-MARCA
           IF WS-PASO-JUZGADO
              MOVE WS-PROMEDIO-SEG TO WS-DET-PROMEDIO
              MOVE WS-UMBRAL-SEG   TO WS-DET-UMBRAL
              IF WS-SEGUNDOS-PASO > WS-UMBRAL-SEG
                 MOVE "** EXCESO **" TO WS-DET-MARCA
                 ADD 1 TO WS-CONT-EXCESOS
              END-IF
           ELSE
              MOVE ZEROS           TO WS-DET-PROMEDIO
                                      WS-DET-UMBRAL
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

      * -------------------------------------------------------------- *
      * 045-CIERRA-NOCHE - LA VENTANA DE LA NOCHE QUE TERMINA CONTRA   *
      *                LA HORA LIMITE. UNA VENTANA QUE ARRANCO EN LA   *
      *                TARDE Y NO CRUZO LA MEDIANOCHE NO PUEDE ESTAR   *
      *                PASADA DE LA HORA LIMITE                        *
      * -------------------------------------------------------------- *
       045-CIERRA-NOCHE.
           IF WS-NC-FECHA < WS-PRIMERA-NOCHE
              GO TO 045-FIN-CIERRA-NOCHE
           END-IF
           MOVE WS-NC-INICIO TO WS-HORA-CALC
           COMPUTE WS-NC-HHMM-INICIO = WS-HC-HORA * 100 + WS-HC-MINUTO
           COMPUTE WS-SEG-INICIO = WS-HC-HORA * 3600
                                 + WS-HC-MINUTO * 60 + WS-HC-SEGUNDO
           MOVE WS-NC-FIN TO WS-HORA-CALC
           COMPUTE WS-NC-HHMM-FIN = WS-HC-HORA * 100 + WS-HC-MINUTO
           COMPUTE WS-SEG-FIN = WS-HC-HORA * 3600
                              + WS-HC-MINUTO * 60 + WS-HC-SEGUNDO
           IF WS-SEG-FIN < WS-SEG-INICIO
              COMPUTE WS-SEGUNDOS-PASO =
                      WS-SEG-FIN + 86400 - WS-SEG-INICIO
           ELSE
              COMPUTE WS-SEGUNDOS-PASO = WS-SEG-FIN - WS-SEG-INICIO
           END-IF
           ADD 1 TO WS-CONT-NOCHES-REP
           ADD WS-SEGUNDOS-PASO TO WS-SUMA-VENTANAS
           MOVE WS-NC-FECHA       TO WS-LV-FECHA
           MOVE WS-NC-INICIO      TO WS-HORA-CALC
           MOVE WS-HC-HORA        TO WS-LVI-HORA
           MOVE WS-HC-MINUTO      TO WS-LVI-MINUTO
           MOVE WS-NC-FIN         TO WS-HORA-CALC
           MOVE WS-HC-HORA        TO WS-LVF-HORA
           MOVE WS-HC-MINUTO      TO WS-LVF-MINUTO
           MOVE WS-PV-HORA-LIMITE TO WS-HHMM-LIMITE
           MOVE WS-HL-HORA        TO WS-LVL-HORA
           MOVE WS-HL-MINUTO      TO WS-LVL-MINUTO
           MOVE WS-SEGUNDOS-PASO  TO WS-LV-SEGUNDOS
           MOVE SPACES            TO WS-LV-MARCA
           IF WS-NC-HHMM-FIN > WS-PV-HORA-LIMITE
              AND (WS-NC-HHMM-INICIO NOT > WS-PV-HORA-LIMITE
                   OR WS-NC-FIN < WS-NC-INICIO)
                 MOVE "** FUERA DE LIMITE **" TO WS-LV-MARCA
                 ADD 1 TO WS-CONT-NOCHES-FUERA
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-VENTANA AFTER ADVANCING 1
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE AFTER ADVANCING 1
           ADD 2 TO WS-LINEAS-PAGINA.

       045-FIN-CIERRA-NOCHE.
           EXIT.

       055-RESUMEN-PASO.
           IF WS-LINEAS-PAGINA + 1 > WS-MAX-LINEAS-PAGINA
              PERFORM 005-IMPRIME-ENCABEZADOS
              WRITE REG-REPORTE FROM WS-SUB-TITULO-RES
                    AFTER ADVANCING 1
              ADD 1 TO WS-LINEAS-PAGINA
           END-IF
           MOVE ZEROS TO WS-PEOR-SEG
                         WS-FECHA-PEOR
           PERFORM 085-CALCULA-UMBRAL THRU 085-FIN-CALCULA-UMBRAL
           PERFORM 056-BUSCA-PEOR
               VARYING WS-IX-CORRIDA FROM 1 BY 1
               UNTIL WS-IX-CORRIDA > WS-TD-CORRIDAS (WS-IX-DUR)
           MOVE WS-TD-SECUENCIA (WS-IX-DUR)   TO WS-DRS-SECUENCIA
           MOVE WS-TD-PROGRAMA (WS-IX-DUR)    TO WS-DRS-PROGRAMA
           MOVE WS-TD-CORRIDAS (WS-IX-DUR)    TO WS-DRS-CORRIDAS
           MOVE WS-PEOR-SEG                   TO WS-DRS-PEOR
           MOVE WS-FECHA-PEOR                 TO WS-DRS-FECHA-PEOR
           MOVE WS-TD-ULTIMA-FECHA (WS-IX-DUR)
                                              TO WS-DRS-ULTIMA-FECHA
           MOVE WS-TD-ULTIMO-SEG (WS-IX-DUR)  TO WS-DRS-ULTIMO-SEG
           MOVE SPACES                        TO WS-DRS-MARCA
           IF WS-TD-ULTIMA-MARCA (WS-IX-DUR) = "E"
              MOVE "** EXCESO **" TO WS-DRS-MARCA
           END-IF
           IF WS-TD-CORRIDAS (WS-IX-DUR) > ZEROS
              MOVE WS-PROMEDIO-SEG TO WS-DRS-PROMEDIO
           ELSE
              MOVE ZEROS           TO WS-DRS-PROMEDIO
           END-IF
           IF WS-PASO-JUZGADO
              MOVE WS-UMBRAL-SEG   TO WS-DRS-UMBRAL
           ELSE
              MOVE ZEROS           TO WS-DRS-UMBRAL
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-RES AFTER ADVANCING 1
           ADD 1 TO WS-LINEAS-PAGINA.

       056-BUSCA-PEOR.
           IF WS-TD-SEGUNDOS (WS-IX-DUR, WS-IX-CORRIDA) > WS-PEOR-SEG
              MOVE WS-TD-SEGUNDOS (WS-IX-DUR, WS-IX-CORRIDA)
                                           TO WS-PEOR-SEG
              MOVE WS-TD-FECHA (WS-IX-DUR, WS-IX-CORRIDA)
                                           TO WS-FECHA-PEOR
           END-IF.

      * -------------------------------------------------------------- *
      * 083-BUSCA-PASO - RENGLON DE WS-TABLA-DURACION DEL PASO DE      *
      *                REG-ESTADO-NOCTURNO; SI NO ESTA SE AGREGA. CERO *
      *                SI LA TABLA YA ESTA LLENA                       *
      * -------------------------------------------------------------- *
       083-BUSCA-PASO.
           MOVE ZEROS TO WS-IX-DUR
           PERFORM 0831-COMPARA-PASO
               VARYING WS-IX-BUSCA-DUR FROM 1 BY 1
               UNTIL WS-IX-BUSCA-DUR > WS-CANT-DUR
                  OR WS-IX-DUR NOT = ZEROS
           IF WS-IX-DUR = ZEROS
              AND WS-CANT-DUR < 20
                 ADD 1 TO WS-CANT-DUR
                 MOVE WS-CANT-DUR      TO WS-IX-DUR
                 MOVE REG-EN-SECUENCIA TO WS-TD-SECUENCIA (WS-IX-DUR)
                 MOVE REG-EN-PROGRAMA  TO WS-TD-PROGRAMA (WS-IX-DUR)
                 MOVE ZEROS            TO WS-TD-CORRIDAS (WS-IX-DUR)
                 MOVE 1                TO WS-TD-SIGUIENTE (WS-IX-DUR)
           END-IF.

       0831-COMPARA-PASO.
           IF WS-TD-SECUENCIA (WS-IX-BUSCA-DUR) = REG-EN-SECUENCIA
              AND WS-TD-PROGRAMA (WS-IX-BUSCA-DUR) = REG-EN-PROGRAMA
                 MOVE WS-IX-BUSCA-DUR TO WS-IX-DUR
           END-IF.

      * -------------------------------------------------------------- *
      * 085-CALCULA-UMBRAL - PROMEDIO DE LAS CORRIDAS DEL ANILLO Y EL  *
      *                UMBRAL: EL MAYOR ENTRE EL PROMEDIO POR EL       *
      *                PORCENTAJE Y EL PROMEDIO MAS LA HOLGURA (IGUAL  *
      *                QUE PROG0007). SIN LAS CORRIDAS MINIMAS EL PASO *
      *                NO SE JUZGA                                     *
      * -------------------------------------------------------------- *
       085-CALCULA-UMBRAL.
           MOVE ZEROS TO WS-PROMEDIO-SEG
                         WS-UMBRAL-SEG
           MOVE "N"   TO WS-SW-JUZGADO
           IF WS-TD-CORRIDAS (WS-IX-DUR) = ZEROS
              GO TO 085-FIN-CALCULA-UMBRAL
           END-IF
           MOVE ZEROS TO WS-SUMA-SEGUNDOS
           PERFORM 0851-SUMA-CORRIDA
               VARYING WS-IX-CORRIDA FROM 1 BY 1
               UNTIL WS-IX-CORRIDA > WS-TD-CORRIDAS (WS-IX-DUR)
           COMPUTE WS-PROMEDIO-SEG ROUNDED =
                   WS-SUMA-SEGUNDOS / WS-TD-CORRIDAS (WS-IX-DUR)
           COMPUTE WS-UMBRAL-SEG ROUNDED =
                   WS-PROMEDIO-SEG * WS-PV-PORCENTAJE / 100
           COMPUTE WS-UMBRAL-HOLGURA =
                   WS-PROMEDIO-SEG + WS-PV-HOLGURA-SEG
           IF WS-UMBRAL-HOLGURA > WS-UMBRAL-SEG
              MOVE WS-UMBRAL-HOLGURA TO WS-UMBRAL-SEG
           END-IF
           IF WS-TD-CORRIDAS (WS-IX-DUR) NOT < WS-PV-CORRIDAS-MINIMAS
              MOVE "S" TO WS-SW-JUZGADO
           END-IF.

       085-FIN-CALCULA-UMBRAL.
           EXIT.

       0851-SUMA-CORRIDA.
           ADD WS-TD-SEGUNDOS (WS-IX-DUR, WS-IX-CORRIDA)
               TO WS-SUMA-SEGUNDOS.

      * -------------------------------------------------------------- *
      * 086-CALCULA-SEGUNDOS - DURACION DEL PASO DE REG-ESTADO-        *
      *                NOCTURNO EN SEGUNDOS; SI TERMINO DESPUES DE LA  *
      *                MEDIANOCHE SE LE SUMA UN DIA AL FIN             *
      * -------------------------------------------------------------- *
       086-CALCULA-SEGUNDOS.
           MOVE REG-EN-HORA-INICIO TO WS-HORA-CALC
           COMPUTE WS-SEG-INICIO = WS-HC-HORA * 3600
                                 + WS-HC-MINUTO * 60 + WS-HC-SEGUNDO
           MOVE REG-EN-HORA-FIN TO WS-HORA-CALC
           COMPUTE WS-SEG-FIN = WS-HC-HORA * 3600
                              + WS-HC-MINUTO * 60 + WS-HC-SEGUNDO
           IF WS-SEG-FIN < WS-SEG-INICIO
              COMPUTE WS-SEGUNDOS-PASO =
                      WS-SEG-FIN + 86400 - WS-SEG-INICIO
           ELSE
              COMPUTE WS-SEGUNDOS-PASO = WS-SEG-FIN - WS-SEG-INICIO
           END-IF.

       END PROGRAM PROG0103.
