       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0106.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: REPORTE MENSUAL DE ANTIGUEDAD DE LOS CASOS DE RH     *
      *           PENDIENTES (ABIERTOS, EN INVESTIGACION O RESUELTOS   *
      *           SIN CERRAR, VER PROG0105). VA EN 04-PLAN-NOCTURNO    *
      *           JUNTO AL RECORDATORIO DE NOTAS DE PROG0053, PERO     *
      *           SOLO EMITE EL REPORTE LA PRIMERA NOCHE DE CADA MES:  *
      *           EL MES YA EMITIDO QUEDA EN 04-CASOS-ANTIG-CTL Y LAS  *
      *           DEMAS NOCHES EL PASO TERMINA SIN HACER NADA. UNA     *
      *           PAGINA POR DEPARTAMENTO (EL DEL EMPLEADO AL ABRIR EL *
      *           CASO) CON SUS CASOS, LOS DIAS QUE LLEVAN ABIERTOS    *
      *           (ANIOS DE 360 Y MESES DE 30, COMO PROG0083), SU      *
      *           REPARTO POR RANGO DE ANTIGUEDAD Y POR ESTADO Y EL    *
      *           CASO MAS ANTIGUO; AL FINAL EL RESUMEN DE LA EMPRESA. *
      *           EL REPORTE ES SOLO PARA RH                           *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS-RH ASSIGN TO "04-CASOS-RH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-CAS-NUMERO
           FILE STATUS IS WS-FILE-STATUS-CAS.
           SELECT CONTROL-ANTIG ASSIGN TO "04-CASOS-ANTIG-CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CTL.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT REPORTE ASSIGN TO "04-REP-ANTIGUEDAD-CASOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  CASOS-RH
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCASFD.
       FD  CONTROL-ANTIG
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCACFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  REPORTE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WDEPTOS.

       01 WS-FILE-STATUS-CAS      PIC X(02).
       01 WS-FILE-STATUS-CTL      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-REP      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-CASOS     PIC X(01)    VALUE "N".
               88 WS-FIN-CASOS                VALUE "S".

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

       01 WS-MES-ACTUAL           PIC 9(06)    VALUE ZEROS.
       01 WS-MES-EMITIDO          PIC 9(06)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * FECHAS DESDE/HASTA DE 050-DIAS-ENTRE, DESGLOSADAS PARA CONTAR  *
      * LOS DIAS CON ANIOS DE 360 Y MESES DE 30                        *
      * -------------------------------------------------------------- *
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

       01 WS-DIAS                 PIC S9(05)   VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-PENDIENTES - LOS CASOS NO CERRADOS, EN UNA TABLA      *
      *                PLANA QUE LUEGO SE IMPRIME POR DEPARTAMENTO     *
      *                (MISMO ESQUEMA QUE PROG0053). UN CASO CUYO      *
      *                DEPTO YA NO ESTA EN EL CATALOGO ENTRA CON DEPTO *
      *                000 Y SALE EN LA PAGINA SIN DEPARTAMENTO        *
      * -------------------------------------------------------------- *
       01 WS-TABLA-PENDIENTES.
           05 WS-TAB-PEN          OCCURS 500 TIMES
                                  INDEXED BY WS-IX-PEN.
               10 WS-TAB-PEN-DEPTO
                                  PIC 9(03).
               10 WS-TAB-PEN-CASO PIC 9(05).
               10 WS-TAB-PEN-TIPO PIC X(01).
               10 WS-TAB-PEN-ESTADO
                                  PIC X(01).
               10 WS-TAB-PEN-EMPLEADO
                                  PIC 9(05).
               10 WS-TAB-PEN-APERTURA
                                  PIC 9(08).
               10 WS-TAB-PEN-DIAS PIC 9(05).
               10 WS-TAB-PEN-INVESTIGADOR
                                  PIC X(08).
       01 WS-CANT-PENDIENTES      PIC 9(03)    VALUE ZEROS.
       01 WS-SW-TABLA-LLENA       PIC X(01)    VALUE "N".
           88 WS-TABLA-LLENA              VALUE "S".
       01 WS-CANT-DEPTO-IMPRESAS  PIC 9(03)    VALUE ZEROS.
       01 WS-DEPTO-EN-CURSO       PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-TABLA-ACUMULADOS - ENTRADA 1: EL DEPTO QUE SE ESTA          *
      *                IMPRIMIENDO; ENTRADA 2: TODA LA EMPRESA. LOS    *
      *                RANGOS SON 0-30, 31-60, 61-90, 91-180 Y MAS DE  *
      *                180 DIAS                                        *
      * -------------------------------------------------------------- *
       01 WS-TABLA-ACUMULADOS.
           05 WS-ACU              OCCURS 2 TIMES.
               10 WS-ACU-RANGO    PIC 9(05)    OCCURS 5 TIMES.
               10 WS-ACU-ABIERTOS PIC 9(05).
               10 WS-ACU-INVESTIGACION
                                  PIC 9(05).
               10 WS-ACU-RESUELTOS
                                  PIC 9(05).
               10 WS-ACU-TOTAL    PIC 9(05).
               10 WS-ACU-VIEJO-CASO
                                  PIC 9(05).
               10 WS-ACU-VIEJO-APERTURA
                                  PIC 9(08).
               10 WS-ACU-VIEJO-DIAS
                                  PIC 9(05).
       01 WS-IX-ACU               PIC 9(01)    VALUE ZEROS.
       01 WS-IX-RANGO             PIC 9(01)    VALUE ZEROS.

       01 WS-REP-TITULO.
           05 FILLER              PIC X(08)    VALUE " FECHA: ".
           05 WS-TIT-DIA          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(34)
                        VALUE "ANTIGUEDAD DE CASOS DE RH ABIERTOS".
           05 FILLER              PIC X(24)    VALUE SPACES.

       01 WS-REP-GUIONES.
           05 FILLER              PIC X(80)    VALUES ALL "-".

       01 WS-REP-TITULO-DEPTO.
           05 FILLER              PIC X(14)    VALUE "DEPARTAMENTO: ".
           05 WS-TITDEP-COD       PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TITDEP-NOM       PIC X(21).
           05 FILLER              PIC X(40)    VALUE SPACES.

       01 WS-REP-ENCABEZADO.
           05 FILLER              PIC X(40)    VALUE
              "  CASO   TIPO           ESTADO          ".
           05 FILLER              PIC X(40)    VALUE
              " EMPL.  APERTURA   DIAS  INVESTIG       ".

       01 WS-REP-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CASO         PIC 9(05).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-TIPO         PIC X(14).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ESTADO       PIC X(16).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-EMPLEADO     PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-APERTURA     PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DIAS         PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-INVESTIGADOR PIC X(08).
           05 FILLER              PIC X(07)    VALUE SPACES.

       01 WS-REP-RANGOS.
           05 FILLER              PIC X(14)    VALUE "  ANTIGUEDAD: ".
           05 FILLER              PIC X(06)    VALUE " 0-30:".
           05 WS-RAN-1            PIC ZZZZ9.
           05 FILLER              PIC X(08)    VALUE "  31-60:".
           05 WS-RAN-2            PIC ZZZZ9.
           05 FILLER              PIC X(08)    VALUE "  61-90:".
           05 WS-RAN-3            PIC ZZZZ9.
           05 FILLER              PIC X(09)    VALUE "  91-180:".
           05 WS-RAN-4            PIC ZZZZ9.
           05 FILLER              PIC X(07)    VALUE "  >180:".
           05 WS-RAN-5            PIC ZZZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.

       01 WS-REP-ESTADOS.
           05 FILLER              PIC X(11)    VALUE "  ESTADOS: ".
           05 FILLER              PIC X(09)    VALUE "ABIERTOS ".
           05 WS-EST-ABIERTOS     PIC ZZZZ9.
           05 FILLER              PIC X(13)    VALUE "  EN INVEST. ".
           05 WS-EST-INVESTIGACION
                                  PIC ZZZZ9.
           05 FILLER              PIC X(12)    VALUE "  RESUELTOS ".
           05 WS-EST-RESUELTOS    PIC ZZZZ9.
           05 FILLER              PIC X(08)    VALUE "  TOTAL ".
           05 WS-EST-TOTAL        PIC ZZZZ9.
           05 FILLER              PIC X(07)    VALUE SPACES.

       01 WS-REP-MAS-VIEJO.
           05 FILLER              PIC X(20)
                        VALUE "  MAS ANTIGUO: CASO ".
           05 WS-VIE-CASO         PIC 9(05).
           05 FILLER              PIC X(12)    VALUE " ABIERTO EL ".
           05 WS-VIE-APERTURA     PIC 9(08).
           05 FILLER              PIC X(02)    VALUE ", ".
           05 WS-VIE-DIAS         PIC ZZZZ9.
           05 FILLER              PIC X(05)    VALUE " DIAS".
           05 FILLER              PIC X(23)    VALUE SPACES.

       01 WS-REP-SIN-DATOS.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(40)
                        VALUE "SIN CASOS DE RH PENDIENTES".
           05 FILLER              PIC X(38)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           COMPUTE WS-MES-ACTUAL = WS-FHG-ANIO * 100 + WS-FHG-MES
           MOVE ZEROS TO WS-MES-EMITIDO
           OPEN INPUT CONTROL-ANTIG
           IF WS-FILE-STATUS-CTL = "00"
              READ CONTROL-ANTIG
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE REG-CAC-MES TO WS-MES-EMITIDO
              END-READ
              CLOSE CONTROL-ANTIG
           END-IF
           IF WS-MES-EMITIDO = WS-MES-ACTUAL
              DISPLAY "PROG0106: EL REPORTE DE ANTIGUEDAD DE CASOS DEL "
                      "MES " WS-MES-ACTUAL " YA SE EMITIO"
              GOBACK
           END-IF
           PERFORM 015-CARGA-DEPTOS THRU 015-FIN-CARGA-DEPTOS
           OPEN INPUT CASOS-RH
           IF WS-FILE-STATUS-CAS NOT = "00"
              DISPLAY "PROG0106: SIN ARCHIVO DE CASOS DE RH, STATUS "
                      WS-FILE-STATUS-CAS "; NADA QUE REPORTAR"
              GOBACK
           END-IF
           GO TO 020-LEE-CASO.

       015-CARGA-DEPTOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0106: NO SE PUDO ABRIR 04-DEPTOS: "
                      WS-FILE-STATUS-DEPTOS
              GO TO 015-FIN-CARGA-DEPTOS
           END-IF
           GO TO 0151-LEE-DEPTO-CAT.

       0151-LEE-DEPTO-CAT.
           IF WS-IX-DEPTO > 10
              GO TO 0152-FIN-LEE-DEPTO-CAT
           END-IF
           READ DEPTOS-CFG
               AT END
                   GO TO 0152-FIN-LEE-DEPTO-CAT
           END-READ
           MOVE REG-DEPTO-CAT-COD
                     TO WS-TAB-DEPTO-COD (WS-IX-DEPTO)
           MOVE REG-DEPTO-CAT-NOM
                     TO WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
           SET WS-IX-DEPTO UP BY 1
           GO TO 0151-LEE-DEPTO-CAT.

       0152-FIN-LEE-DEPTO-CAT.
           CLOSE DEPTOS-CFG.

       015-FIN-CARGA-DEPTOS.
           EXIT.

       020-LEE-CASO.
           READ CASOS-RH NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-CASOS
           END-READ
           IF WS-FIN-CASOS
              GO TO 090-IMPRIME-ANTIGUEDAD
           END-IF
           IF NOT REG-CAS-PENDIENTE
              GO TO 020-LEE-CASO
           END-IF
           IF WS-CANT-PENDIENTES >= 500
              IF NOT WS-TABLA-LLENA
                 DISPLAY "PROG0106: MAS DE 500 CASOS PENDIENTES; EL "
                         "REPORTE QUEDA INCOMPLETO"
                 MOVE "S" TO WS-SW-TABLA-LLENA
              END-IF
              GO TO 020-LEE-CASO
           END-IF
           ADD 1 TO WS-CANT-PENDIENTES
           SET WS-IX-PEN TO WS-CANT-PENDIENTES
           MOVE REG-CAS-DEPTO       TO WS-TAB-PEN-DEPTO (WS-IX-PEN)
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   MOVE ZEROS       TO WS-TAB-PEN-DEPTO (WS-IX-PEN)
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = REG-CAS-DEPTO
                   CONTINUE
           END-SEARCH
           MOVE REG-CAS-NUMERO      TO WS-TAB-PEN-CASO (WS-IX-PEN)
           MOVE REG-CAS-TIPO        TO WS-TAB-PEN-TIPO (WS-IX-PEN)
           MOVE REG-CAS-ESTADO      TO WS-TAB-PEN-ESTADO (WS-IX-PEN)
           MOVE REG-CAS-EMPLEADO    TO WS-TAB-PEN-EMPLEADO (WS-IX-PEN)
           MOVE REG-CAS-FECHA-APERTURA
                                    TO WS-TAB-PEN-APERTURA (WS-IX-PEN)
           MOVE REG-CAS-INVESTIGADOR
                                TO WS-TAB-PEN-INVESTIGADOR (WS-IX-PEN)
           MOVE REG-CAS-FECHA-APERTURA TO WS-FECHA-DESDE
           MOVE WS-FECHA-HOY-CCYYMMDD  TO WS-FECHA-HASTA
           PERFORM 050-DIAS-ENTRE
           MOVE WS-DIAS             TO WS-TAB-PEN-DIAS (WS-IX-PEN)
           GO TO 020-LEE-CASO.

       050-DIAS-ENTRE.
           COMPUTE WS-DIAS =
                   ((WS-FH-ANIO - WS-FD-ANIO) * 360)
                   + ((WS-FH-MES - WS-FD-MES) * 30)
                   + (WS-FH-DIA - WS-FD-DIA)
           IF WS-DIAS < ZEROS
              MOVE ZEROS TO WS-DIAS
           END-IF.

      * -------------------------------------------------------------- *
      * 090-IMPRIME-ANTIGUEDAD - UNA PAGINA POR DEPARTAMENTO DEL       *
      *                CATALOGO CON CASOS PENDIENTES, UNA PARA LOS     *
      *                CASOS SIN DEPARTAMENTO Y EL RESUMEN DE LA       *
      *                EMPRESA. AL TERMINAR SE ANOTA EL MES EN         *
      *                04-CASOS-ANTIG-CTL                              *
      * -------------------------------------------------------------- *
       090-IMPRIME-ANTIGUEDAD.
           CLOSE CASOS-RH
           OPEN OUTPUT REPORTE
           IF WS-FILE-STATUS-REP NOT = "00"
              DISPLAY "PROG0106: NO SE PUDO ABRIR "
                      "04-REP-ANTIGUEDAD-CASOS, STATUS "
                      WS-FILE-STATUS-REP
              GOBACK
           END-IF
           MOVE WS-HOY-DIA  TO WS-TIT-DIA
           MOVE WS-HOY-MES  TO WS-TIT-MES
           MOVE WS-HOY-ANIO TO WS-TIT-ANIO
           INITIALIZE WS-TABLA-ACUMULADOS
           PERFORM 091-IMPRIME-UN-DEPTO THRU 091-SIGUE
               VARYING WS-IX-DEPTO FROM 1 BY 1
               UNTIL WS-IX-DEPTO > 10
                  OR WS-TAB-DEPTO-COD (WS-IX-DEPTO) = 999
           PERFORM 094-IMPRIME-SIN-DEPTO THRU 094-FIN-SIN-DEPTO
           PERFORM 098-IMPRIME-EMPRESA
           CLOSE REPORTE
           MOVE WS-MES-ACTUAL         TO REG-CAC-MES
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-CAC-FECHA-CORRIDA
           OPEN OUTPUT CONTROL-ANTIG
           IF WS-FILE-STATUS-CTL NOT = "00"
              DISPLAY "PROG0106: AVISO, NO SE PUDO ANOTAR EL MES EN "
                      "04-CASOS-ANTIG-CTL, STATUS " WS-FILE-STATUS-CTL
           ELSE
              WRITE REG-CONTROL-ANTIG-CASOS
              CLOSE CONTROL-ANTIG
           END-IF
           DISPLAY "PROG0106: CASOS DE RH PENDIENTES: "
                   WS-CANT-PENDIENTES
           DISPLAY "PROG0106: REPORTE EN 04-REP-ANTIGUEDAD-CASOS"
           GOBACK.

       091-IMPRIME-UN-DEPTO.
           MOVE WS-TAB-DEPTO-COD (WS-IX-DEPTO) TO WS-DEPTO-EN-CURSO
           MOVE ZEROS TO WS-CANT-DEPTO-IMPRESAS
           PERFORM 092-CUENTA-DEPTO
               VARYING WS-IX-PEN FROM 1 BY 1
               UNTIL WS-IX-PEN > WS-CANT-PENDIENTES
           IF WS-CANT-DEPTO-IMPRESAS = ZEROS
              GO TO 091-SIGUE
           END-IF
           MOVE WS-DEPTO-EN-CURSO TO WS-TITDEP-COD
           MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO) TO WS-TITDEP-NOM
           PERFORM 095-IMPRIME-PAGINA-DEPTO.

       091-SIGUE.
           EXIT.

       092-CUENTA-DEPTO.
           IF WS-TAB-PEN-DEPTO (WS-IX-PEN) = WS-DEPTO-EN-CURSO
              ADD 1 TO WS-CANT-DEPTO-IMPRESAS
           END-IF.

       093-IMPRIME-CASO-DEPTO.
           IF WS-TAB-PEN-DEPTO (WS-IX-PEN) = WS-DEPTO-EN-CURSO
              MOVE WS-TAB-PEN-CASO (WS-IX-PEN)     TO WS-DET-CASO
              MOVE WS-TAB-PEN-EMPLEADO (WS-IX-PEN) TO WS-DET-EMPLEADO
              MOVE WS-TAB-PEN-APERTURA (WS-IX-PEN) TO WS-DET-APERTURA
              MOVE WS-TAB-PEN-DIAS (WS-IX-PEN)     TO WS-DET-DIAS
              MOVE WS-TAB-PEN-INVESTIGADOR (WS-IX-PEN)
                                          TO WS-DET-INVESTIGADOR
              MOVE "INVESTIGACION" TO WS-DET-TIPO
              IF WS-TAB-PEN-TIPO (WS-IX-PEN) = "D"
                 MOVE "DISCIPLINARIO" TO WS-DET-TIPO
              END-IF
              IF WS-TAB-PEN-TIPO (WS-IX-PEN) = "Q"
                 MOVE "QUEJA" TO WS-DET-TIPO
              END-IF
              MOVE "ABIERTO" TO WS-DET-ESTADO
              IF WS-TAB-PEN-ESTADO (WS-IX-PEN) = "I"
                 MOVE "EN INVESTIGACION" TO WS-DET-ESTADO
              END-IF
              IF WS-TAB-PEN-ESTADO (WS-IX-PEN) = "R"
                 MOVE "RESUELTO" TO WS-DET-ESTADO
              END-IF
              WRITE REG-REPORTE FROM WS-REP-DETALLE
                    AFTER ADVANCING 1
              MOVE 1 TO WS-IX-ACU
              PERFORM 097-ACUMULA
              MOVE 2 TO WS-IX-ACU
              PERFORM 097-ACUMULA
           END-IF.

       094-IMPRIME-SIN-DEPTO.
           MOVE ZEROS TO WS-DEPTO-EN-CURSO
           MOVE ZEROS TO WS-CANT-DEPTO-IMPRESAS
           PERFORM 092-CUENTA-DEPTO
               VARYING WS-IX-PEN FROM 1 BY 1
               UNTIL WS-IX-PEN > WS-CANT-PENDIENTES
           IF WS-CANT-DEPTO-IMPRESAS = ZEROS
              GO TO 094-FIN-SIN-DEPTO
           END-IF
           MOVE ZEROS TO WS-TITDEP-COD
           MOVE "(SIN DEPARTAMENTO)" TO WS-TITDEP-NOM
           PERFORM 095-IMPRIME-PAGINA-DEPTO.

       094-FIN-SIN-DEPTO.
           EXIT.

      * -------------------------------------------------------------- *
      * 095-IMPRIME-PAGINA-DEPTO - ENCABEZADO, LOS CASOS DEL DEPTO EN  *
      *                CURSO Y SU RESUMEN (ENTRADA 1 DE LOS            *
      *                ACUMULADOS, QUE SE LIMPIA AQUI)                 *
      * -------------------------------------------------------------- *
       095-IMPRIME-PAGINA-DEPTO.
           INITIALIZE WS-ACU (1)
           WRITE REG-REPORTE FROM WS-REP-TITULO
                 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-REP-TITULO-DEPTO
                 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-REP-GUIONES
                 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-REP-ENCABEZADO
                 AFTER ADVANCING 1
           PERFORM 093-IMPRIME-CASO-DEPTO
               VARYING WS-IX-PEN FROM 1 BY 1
               UNTIL WS-IX-PEN > WS-CANT-PENDIENTES
           WRITE REG-REPORTE FROM WS-REP-GUIONES
                 AFTER ADVANCING 1
           MOVE 1 TO WS-IX-ACU
           PERFORM 096-IMPRIME-RESUMEN.

       096-IMPRIME-RESUMEN.
           IF WS-ACU-TOTAL (WS-IX-ACU) = ZEROS
              WRITE REG-REPORTE FROM WS-REP-SIN-DATOS
                    AFTER ADVANCING 1
           ELSE
              MOVE WS-ACU-RANGO (WS-IX-ACU 1) TO WS-RAN-1
              MOVE WS-ACU-RANGO (WS-IX-ACU 2) TO WS-RAN-2
              MOVE WS-ACU-RANGO (WS-IX-ACU 3) TO WS-RAN-3
              MOVE WS-ACU-RANGO (WS-IX-ACU 4) TO WS-RAN-4
              MOVE WS-ACU-RANGO (WS-IX-ACU 5) TO WS-RAN-5
              WRITE REG-REPORTE FROM WS-REP-RANGOS
                    AFTER ADVANCING 1
              MOVE WS-ACU-ABIERTOS (WS-IX-ACU)  TO WS-EST-ABIERTOS
              MOVE WS-ACU-INVESTIGACION (WS-IX-ACU)
                                            TO WS-EST-INVESTIGACION
              MOVE WS-ACU-RESUELTOS (WS-IX-ACU) TO WS-EST-RESUELTOS
              MOVE WS-ACU-TOTAL (WS-IX-ACU)     TO WS-EST-TOTAL
              WRITE REG-REPORTE FROM WS-REP-ESTADOS
                    AFTER ADVANCING 1
              MOVE WS-ACU-VIEJO-CASO (WS-IX-ACU) TO WS-VIE-CASO
              MOVE WS-ACU-VIEJO-APERTURA (WS-IX-ACU)
                                            TO WS-VIE-APERTURA
              MOVE WS-ACU-VIEJO-DIAS (WS-IX-ACU) TO WS-VIE-DIAS
              WRITE REG-REPORTE FROM WS-REP-MAS-VIEJO
                    AFTER ADVANCING 1
           END-IF.

       097-ACUMULA.
           MOVE 5 TO WS-IX-RANGO
           IF WS-TAB-PEN-DIAS (WS-IX-PEN) NOT > 180
              MOVE 4 TO WS-IX-RANGO
           END-IF
           IF WS-TAB-PEN-DIAS (WS-IX-PEN) NOT > 90
              MOVE 3 TO WS-IX-RANGO
           END-IF
           IF WS-TAB-PEN-DIAS (WS-IX-PEN) NOT > 60
              MOVE 2 TO WS-IX-RANGO
           END-IF
           IF WS-TAB-PEN-DIAS (WS-IX-PEN) NOT > 30
              MOVE 1 TO WS-IX-RANGO
           END-IF
           ADD 1 TO WS-ACU-RANGO (WS-IX-ACU WS-IX-RANGO)
           ADD 1 TO WS-ACU-TOTAL (WS-IX-ACU)
           IF WS-TAB-PEN-ESTADO (WS-IX-PEN) = "A"
              ADD 1 TO WS-ACU-ABIERTOS (WS-IX-ACU)
           END-IF
           IF WS-TAB-PEN-ESTADO (WS-IX-PEN) = "I"
              ADD 1 TO WS-ACU-INVESTIGACION (WS-IX-ACU)
           END-IF
           IF WS-TAB-PEN-ESTADO (WS-IX-PEN) = "R"
              ADD 1 TO WS-ACU-RESUELTOS (WS-IX-ACU)
           END-IF
           IF WS-ACU-TOTAL (WS-IX-ACU) = 1
              OR WS-TAB-PEN-DIAS (WS-IX-PEN)
                 > WS-ACU-VIEJO-DIAS (WS-IX-ACU)
                 MOVE WS-TAB-PEN-CASO (WS-IX-PEN)
                                  TO WS-ACU-VIEJO-CASO (WS-IX-ACU)
                 MOVE WS-TAB-PEN-APERTURA (WS-IX-PEN)
                                  TO WS-ACU-VIEJO-APERTURA (WS-IX-ACU)
                 MOVE WS-TAB-PEN-DIAS (WS-IX-PEN)
                                  TO WS-ACU-VIEJO-DIAS (WS-IX-ACU)
           END-IF.

       098-IMPRIME-EMPRESA.
           WRITE REG-REPORTE FROM WS-REP-TITULO
                 AFTER ADVANCING PAGE
           MOVE ZEROS TO WS-TITDEP-COD
           MOVE "(TOTAL DE LA EMPRESA)" TO WS-TITDEP-NOM
           WRITE REG-REPORTE FROM WS-REP-TITULO-DEPTO
                 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-REP-GUIONES
                 AFTER ADVANCING 1
           MOVE 2 TO WS-IX-ACU
           PERFORM 096-IMPRIME-RESUMEN.

       END PROGRAM PROG0106.
