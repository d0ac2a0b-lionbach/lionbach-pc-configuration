      *           CUANDO EL PROVEEDOR DE NOMINA YA LO PROCESO, PARA    *
      *           QUE SALARIOS Y DEDUCCIONES NO VUELVAN A SALIR EN     *
      *           PERIODOS DISTINTOS. REESCRIBE EL ARCHIVO COMPLETO    *
      *           EN ORDEN ASCENDENTE DE FECHA DE INICIO. AL CERRAR    *
      *           UN PERIODO AGREGA SUS RESULTADOS (04-NOMINA-NETOS Y  *
      *           04-NOMINA-DEDUCCIONES) A LA HISTORIA PERMANENTE      *
      *           04-HIST-NOMINA, PORQUE EL SIGUIENTE CICLO LOS        *
      *           SOBREESCRIBE, Y ABONA AL FONDO DE AHORRO             *
      *           (04-FONDO-AHORRO) CADA LINEA FAHO QUE SE DESCONTO EN *
      *           EL PERIODO MAS LA APORTACION DE LA EMPRESA QUE FIJA  *
      *           04-PARAM-AHORRO                                      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           SELECT PERIODOS ASSIGN TO "04-PERIODOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PER.
           SELECT NOMINA-NETOS ASSIGN TO "04-NOMINA-NETOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-NET.
           SELECT NOMINA-DEDUCCIONES ASSIGN TO "04-NOMINA-DEDUCCIONES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DED.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT HIST-NOMINA ASSIGN TO "04-HIST-NOMINA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-HNO-LLAVE
           FILE STATUS IS WS-FILE-STATUS-HNO.
           SELECT FONDO-AHORRO ASSIGN TO "04-FONDO-AHORRO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-AHO-NUMERO
           FILE STATUS IS WS-FILE-STATUS-AHO.
           SELECT MOV-AHORRO ASSIGN TO "04-MOV-AHORRO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-MAH.
           SELECT PARAM-AHORRO ASSIGN TO "04-PARAM-AHORRO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-PAH.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.
       FD  NOMINA-NETOS
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNETFD.
       FD  NOMINA-DEDUCCIONES
           RECORD CONTAINS 67 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEDINT.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  HIST-NOMINA
           RECORD CONTAINS 103 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHNOFD.
       FD  FONDO-AHORRO
           RECORD CONTAINS 84 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAHOFD.
       FD  MOV-AHORRO
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WMAHFD.

      * -------------------------------------------------------------- *
      * PARAM-AHORRO - 04-PARAM-AHORRO, UN SOLO RENGLON CON EL         *
      *             PORCENTAJE DE LA APORTACION DEL EMPLEADO QUE LA    *
      *             EMPRESA PONE ENCIMA; LO MANTIENE FINANZAS A MANO.  *
      *             SI EL ARCHIVO NO EXISTE LA EMPRESA PONE EL 100%    *
      * -------------------------------------------------------------- *
       FD  PARAM-AHORRO
           RECORD CONTAINS 05 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PARAM-AHO.
           05  REG-PARAM-PCT-EMPRESA  PIC 9(03)V99.

       WORKING-STORAGE SECTION.
      * -------------------------------------------------------------- *
      * WS-TABLA-PERIODOS - CALENDARIO COMPLETO EN MEMORIA MIENTRAS SE *
      *                SE MANTIENE, ASCENDENTE POR FECHA DE INICIO     *
      *                IGUAL QUE WS-TABLA-FERIADOS EN PROG0022. LOS    *
      *                CALENDARIOS DE TODOS LOS GRUPOS DE PAGO VAN     *
      *                REVUELTOS EN LA MISMA TABLA                     *
      * -------------------------------------------------------------- *
       01 WS-TABLA-PERIODOS.
           05 WS-TAB-PER  OCCURS 120 TIMES
                           ASCENDING KEY IS WS-TAB-PER-INICIO
                           INDEXED BY WS-IX-PER.
      *        LAS ENTRADAS NO CARGADAS QUEDAN EN LA FECHA MAXIMA
      *        PARA QUE EL ORDEN ASCENDENTE DEL SEARCH ALL SE
      *        CONSERVE AUNQUE HAYA MENOS DE 120 PERIODOS
               10 WS-TAB-PER-INICIO   PIC 9(08)    VALUE 99999999.
               10 WS-TAB-PER-NUMERO   PIC 9(04)    VALUE ZEROS.
               10 WS-TAB-PER-FIN      PIC 9(08)    VALUE ZEROS.
               10 WS-TAB-PER-PAGO     PIC 9(08)    VALUE ZEROS.
               10 WS-TAB-PER-ESTADO   PIC X(01)    VALUE SPACES.
               10 WS-TAB-PER-FRECUENCIA
                                      PIC X(01)    VALUE SPACES.
               10 WS-TAB-PER-GRUPO    PIC X(02)    VALUE SPACES.

       01 WS-FILE-STATUS-PER      PIC X(02).
       01 WS-FILE-STATUS-NET      PIC X(02).
       01 WS-FILE-STATUS-DED      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-HNO      PIC X(02).
       01 WS-FILE-STATUS-AHO      PIC X(02).
       01 WS-FILE-STATUS-MAH      PIC X(02).
       01 WS-FILE-STATUS-PAH      PIC X(02).
       01 WS-SW-FIN-PERIODOS      PIC X(01)    VALUE "N".
           88 WS-FIN-PERIODOS             VALUE "S".
       01 WS-CANT-PERIODOS        PIC 9(03)    VALUE ZEROS.

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.
           05 WS-CAP-PER-INICIO   PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-PER-FIN      PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-PER-PAGO     PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-PER-FRECUENCIA
                                  PIC X(01)    VALUE SPACES.
           05 WS-CAP-PER-GRUPO    PIC X(02)    VALUE SPACES.

       01 WS-INDICES-AUX.
           05 WS-IX-AUX           PIC 9(03)    VALUE ZEROS.
           05 WS-IX-DESTINO       PIC 9(03)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-CONTROL-HISTORIA - EL PASO A 04-HIST-NOMINA QUE HACE EL     *
      *                CIERRE: SIN HISTORIA GRABADA NO SE CIERRA       *
      * -------------------------------------------------------------- *
       01 WS-CONTROL-HISTORIA.
           05 WS-SW-HISTORIA-OK   PIC X(01)    VALUE "N".
               88 WS-HISTORIA-OK              VALUE "S".
           05 WS-SW-FIN-NETOS     PIC X(01)    VALUE "N".
               88 WS-FIN-NETOS                VALUE "S".
           05 WS-SW-FIN-DEDUCCIONES
                                  PIC X(01)    VALUE "N".
               88 WS-FIN-DEDUCCIONES          VALUE "S".
           05 WS-SW-EMPLEADOS-OK  PIC X(01)    VALUE "N".
               88 WS-EMPLEADOS-OK             VALUE "S".
           05 WS-CONT-HNO-NETOS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-HNO-DED     PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-HNO-YA-EXISTE
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-NET-OTRO-GRUPO
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-GRUPO-NETO       PIC X(02)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-TABLA-RENGLONES - CUANTAS LINEAS DE DEDUCCION LLEVA CADA    *
      *                EMPLEADO; 04-NOMINA-DEDUCCIONES SALE EN EL      *
      *                ORDEN DE 04-DEDUCCIONES, NO AGRUPADO POR        *
      *                EMPLEADO, Y ASI EL RENGLON DE LA CLAVE SALE     *
      *                IGUAL SI EL CIERRE SE VUELVE A INTENTAR         *
      * -------------------------------------------------------------- *
       01 WS-TABLA-RENGLONES.
           05 WS-TAB-REN          OCCURS 5000 TIMES.
               10 WS-TAB-REN-NUMERO
                                  PIC 9(05).
               10 WS-TAB-REN-CANT PIC 9(03).
       01 WS-CANT-RENGLONES       PIC 9(05)    VALUE ZEROS.
       01 WS-IX-REN               PIC 9(05)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-CONTROL-AHORRO - EL ABONO AL FONDO DE AHORRO QUE HACE EL    *
      *                CIERRE. SOLO SE ABONA LA LINEA QUE ENTRA NUEVA  *
      *                A LA HISTORIA, ASI UN CIERRE REINTENTADO NO     *
      *                ABONA DOS VECES                                 *
      * -------------------------------------------------------------- *
       01 WS-CONTROL-AHORRO.
           05 WS-CODIGO-AHORRO    PIC X(04)    VALUE "FAHO".
           05 WS-PCT-EMPRESA-AHORRO
                                  PIC 9(03)V99  VALUE 100.00.
           05 WS-APORT-EMPRESA    PIC 9(07)V99  VALUE ZEROS.
           05 WS-SW-MOV-AHORRO    PIC X(01)    VALUE "N".
               88 WS-MOV-AHORRO-OK            VALUE "S".
           05 WS-SW-AHORRO-NUEVO  PIC X(01)    VALUE "N".
               88 WS-AHORRO-NUEVO             VALUE "S".
           05 WS-CONT-AHO-ABONOS  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-AHO-EMPLEADO PIC 9(09)V99  VALUE ZEROS.
           05 WS-TOT-AHO-EMPRESA  PIC 9(09)V99  VALUE ZEROS.

      * EL ENCABEZADO QUE PROG0024 ESTAMPA AL INICIO DE
      * 04-NOMINA-DEDUCCIONES, PARA SABER DE QUE PERIODO SON
       01 WS-ENC-DEDUCCIONES.
           05 WS-ENC-DED-TIPO     PIC X(01).
           05 WS-ENC-DED-PERIODO  PIC 9(04).
           05 FILLER              PIC X(62).

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

       COPY WFIRMA.

           GO TO 0211-LEE-PERIODO-CAL.

       0211-LEE-PERIODO-CAL.
           IF WS-CANT-PERIODOS >= 120
              GO TO 0212-FIN-LEE-PERIODO-CAL
           END-IF
           READ PERIODOS
                   TO WS-TAB-PER-PAGO (WS-CANT-PERIODOS)
           MOVE REG-PER-ESTADO
                   TO WS-TAB-PER-ESTADO (WS-CANT-PERIODOS)
           MOVE REG-PER-FRECUENCIA
                   TO WS-TAB-PER-FRECUENCIA (WS-CANT-PERIODOS)
           MOVE REG-PER-GRUPO
                   TO WS-TAB-PER-GRUPO (WS-CANT-PERIODOS)
           IF REG-PER-GRUPO = SPACES
              MOVE "01" TO WS-TAB-PER-GRUPO (WS-CANT-PERIODOS)
           END-IF
           GO TO 0211-LEE-PERIODO-CAL.

       0212-FIN-LEE-PERIODO-CAL.
      * -------------------------------------------------------------- *
      * 022-ALTA-PERIODO - UN PERIODO NUEVO NACE EN ESTADO PENDIENTE   *
      *                (P); NADIE PUEDE EXTRAER CONTRA EL HASTA QUE    *
      *                SE ABRA CON LA OPCION 2. EL PERIODO ES DE UN    *
      *                GRUPO DE PAGO Y SOLO NO DEBE ENCIMARSE CON LOS  *
      *                DE SU MISMO GRUPO; EL NUMERO NO SE REPITE NI    *
      *                ENTRE GRUPOS                                    *
      * -------------------------------------------------------------- *
       022-ALTA-PERIODO.
           MOVE "S"               TO WS-SW-DATOS-OK
           MOVE SPACES            TO WS-MOTIVO-INVALIDO
           IF WS-CANT-PERIODOS >= 120
              DISPLAY "CALENDARIO LLENO, NO CABEN MAS PERIODOS"
              GO TO 010-INICIO
           END-IF
           ACCEPT WS-CAP-PER-FIN
           DISPLAY "FECHA DE PAGO (AAAAMMDD)   : "
           ACCEPT WS-CAP-PER-PAGO
           DISPLAY "FRECUENCIA (S/Q/M)         : "
           ACCEPT WS-CAP-PER-FRECUENCIA
           DISPLAY "GRUPO DE PAGO [01]         : "
           MOVE SPACES TO WS-CAP-PER-GRUPO
           ACCEPT WS-CAP-PER-GRUPO
           IF WS-CAP-PER-GRUPO = SPACES
              MOVE "01" TO WS-CAP-PER-GRUPO
           END-IF
           IF WS-CAP-PER-FIN < WS-CAP-PER-INICIO
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "FIN ANTERIOR AL INICIO" TO WS-MOTIVO-INVALIDO
           END-IF
      * LA FRECUENCIA ESCOGE LA TARIFA DE ISR EN PROG0026
           IF WS-CAP-PER-FRECUENCIA NOT = "S"
              AND WS-CAP-PER-FRECUENCIA NOT = "Q"
              AND WS-CAP-PER-FRECUENCIA NOT = "M"
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "FRECUENCIA DEBE SER S, Q O M"
                                 TO WS-MOTIVO-INVALIDO
           END-IF
           PERFORM 0221-REVISA-DUPLICADO
               VARYING WS-IX-AUX FROM 1 BY 1
               UNTIL WS-IX-AUX > WS-CANT-PERIODOS
           MOVE WS-CAP-PER-FIN    TO WS-TAB-PER-FIN (WS-IX-DESTINO)
           MOVE WS-CAP-PER-PAGO   TO WS-TAB-PER-PAGO (WS-IX-DESTINO)
           MOVE "P"               TO WS-TAB-PER-ESTADO (WS-IX-DESTINO)
           MOVE WS-CAP-PER-FRECUENCIA
                             TO WS-TAB-PER-FRECUENCIA (WS-IX-DESTINO)
           MOVE WS-CAP-PER-GRUPO  TO WS-TAB-PER-GRUPO (WS-IX-DESTINO)
           ADD 1 TO WS-CANT-PERIODOS
           PERFORM 025-GRABA-PERIODOS THRU 025-FIN-GRABA-PERIODOS
           DISPLAY "PERIODO DADO DE ALTA (PENDIENTE DE ABRIR)"
              AND WS-CAP-PER-FIN NOT <
                       WS-TAB-PER-INICIO (WS-IX-AUX)
              AND WS-TAB-PER-INICIO (WS-IX-AUX) NOT = 99999999
              AND WS-TAB-PER-GRUPO (WS-IX-AUX) = WS-CAP-PER-GRUPO
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "SE ENCIMA CON OTRO PERIODO"
                                 TO WS-MOTIVO-INVALIDO
           MOVE WS-TAB-PER-PAGO (WS-IX-AUX)
                             TO WS-TAB-PER-PAGO (WS-IX-AUX + 1)
           MOVE WS-TAB-PER-ESTADO (WS-IX-AUX)
                             TO WS-TAB-PER-ESTADO (WS-IX-AUX + 1)
           MOVE WS-TAB-PER-FRECUENCIA (WS-IX-AUX)
                             TO WS-TAB-PER-FRECUENCIA (WS-IX-AUX + 1)
           MOVE WS-TAB-PER-GRUPO (WS-IX-AUX)
                             TO WS-TAB-PER-GRUPO (WS-IX-AUX + 1).

       023-ABRE-PERIODO.
           DISPLAY "NUMERO DE PERIODO A ABRIR: "
              DISPLAY "CIERRE CANCELADO"
              GO TO 010-INICIO
           END-IF
      * 04-NOMINA-NETOS ES DE LA ULTIMA CORRIDA DE PROG0026; SI FUE
      * DE OTRO GRUPO DE PAGO NO ES LA NOMINA DE ESTE PERIODO
           MOVE WS-TAB-PER-GRUPO (WS-IX-AUX) TO WS-CAP-PER-GRUPO
           PERFORM 035-REVISA-GRUPO-NETOS THRU 035-FIN-REVISA-GRUPO
           IF WS-CONT-NET-OTRO-GRUPO NOT = ZEROS
              DISPLAY "CIERRE CANCELADO: 04-NOMINA-NETOS TRAE "
                      WS-CONT-NET-OTRO-GRUPO " EMPLEADOS DE OTRO "
                      "GRUPO DE PAGO; CORRA PROG0026 DEL GRUPO "
                      WS-CAP-PER-GRUPO
              GO TO 010-INICIO
           END-IF
      * LOS RESULTADOS DEL PERIODO PASAN A LA HISTORIA ANTES DE
      * MARCARLO CERRADO; SI NO SE PUDIERON GUARDAR EL PERIODO SIGUE
      * ABIERTO PARA QUE EL SIGUIENTE CICLO NO LOS PISE
           PERFORM 032-GUARDA-HISTORIA THRU 032-FIN-GUARDA-HISTORIA
           IF NOT WS-HISTORIA-OK
              DISPLAY "CIERRE CANCELADO: NO SE GUARDO LA HISTORIA "
                      "DE NOMINA DEL PERIODO"
              GO TO 010-INICIO
           END-IF
           MOVE "C" TO WS-TAB-PER-ESTADO (WS-IX-AUX)
           PERFORM 025-GRABA-PERIODOS THRU 025-FIN-GRABA-PERIODOS
           DISPLAY "PERIODO CERRADO"
                   WS-TAB-PER-INICIO (WS-IX-PER) " - "
                   WS-TAB-PER-FIN (WS-IX-PER)
                   " PAGO " WS-TAB-PER-PAGO (WS-IX-PER)
                   " ESTADO " WS-TAB-PER-ESTADO (WS-IX-PER)
                   " FREC " WS-TAB-PER-FRECUENCIA (WS-IX-PER)
                   " GRUPO " WS-TAB-PER-GRUPO (WS-IX-PER).

       025-GRABA-PERIODOS.
           OPEN OUTPUT PERIODOS
           MOVE WS-TAB-PER-FIN (WS-IX-PER)    TO REG-PER-FECHA-FIN
           MOVE WS-TAB-PER-PAGO (WS-IX-PER)   TO REG-PER-FECHA-PAGO
           MOVE WS-TAB-PER-ESTADO (WS-IX-PER) TO REG-PER-ESTADO
           MOVE WS-TAB-PER-FRECUENCIA (WS-IX-PER)
                                              TO REG-PER-FRECUENCIA
           MOVE WS-TAB-PER-GRUPO (WS-IX-PER)  TO REG-PER-GRUPO
           WRITE REG-PERIODO.

      * -------------------------------------------------------------- *
      * 032-GUARDA-HISTORIA - AGREGA A 04-HIST-NOMINA LOS RESULTADOS   *
      *                DEL PERIODO QUE SE CIERRA: UN RENGLON DE        *
      *                TOTALES POR CADA EMPLEADO DE 04-NOMINA-NETOS    *
      *                (CON EL PUESTO QUE TIENE HOY EN EL MAESTRO) Y   *
      *                UN RENGLON POR CADA LINEA DE                    *
      *                04-NOMINA-DEDUCCIONES, SOLO SI SU ENCABEZADO ES *
      *                DE ESTE MISMO PERIODO. UN RENGLON QUE YA ESTABA *
      *                (CIERRE REINTENTADO) SE DEJA COMO ESTABA        *
      * -------------------------------------------------------------- *
       032-GUARDA-HISTORIA.
           MOVE "N"   TO WS-SW-HISTORIA-OK
           MOVE "N"   TO WS-SW-FIN-NETOS
           MOVE "N"   TO WS-SW-FIN-DEDUCCIONES
           MOVE "N"   TO WS-SW-EMPLEADOS-OK
           MOVE ZEROS TO WS-CONT-HNO-NETOS
           MOVE ZEROS TO WS-CONT-HNO-DED
           MOVE ZEROS TO WS-CONT-HNO-YA-EXISTE
           MOVE ZEROS TO WS-CANT-RENGLONES
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           OPEN INPUT NOMINA-NETOS
           IF WS-FILE-STATUS-NET NOT = "00"
              DISPLAY "NO SE PUDO ABRIR 04-NOMINA-NETOS: "
                      WS-FILE-STATUS-NET " (CORRA PRIMERO PROG0026)"
              GO TO 032-FIN-GUARDA-HISTORIA
           END-IF
           OPEN I-O HIST-NOMINA
           IF WS-FILE-STATUS-HNO = "35"
              OPEN OUTPUT HIST-NOMINA
           END-IF
           IF WS-FILE-STATUS-HNO NOT = "00"
              DISPLAY "NO SE PUDO ABRIR 04-HIST-NOMINA: "
                      WS-FILE-STATUS-HNO
              CLOSE NOMINA-NETOS
              GO TO 032-FIN-GUARDA-HISTORIA
           END-IF
      * SIN EL FONDO DE AHORRO NO SE CIERRA: LAS LINEAS FAHO QUE
      * ENTRARAN A LA HISTORIA YA NO SE ABONARIAN EN UN REINTENTO
           OPEN I-O FONDO-AHORRO
           IF WS-FILE-STATUS-AHO = "35"
              OPEN OUTPUT FONDO-AHORRO
              CLOSE FONDO-AHORRO
              OPEN I-O FONDO-AHORRO
           END-IF
           IF WS-FILE-STATUS-AHO NOT = "00"
              DISPLAY "NO SE PUDO ABRIR 04-FONDO-AHORRO: "
                      WS-FILE-STATUS-AHO
              CLOSE NOMINA-NETOS
                    HIST-NOMINA
              GO TO 032-FIN-GUARDA-HISTORIA
           END-IF
           PERFORM 033-PREPARA-AHORRO THRU 033-FIN-PREPARA-AHORRO
      * SIN EL MAESTRO EL RECIBO REIMPRESO SALE SIN PUESTO, PERO LA
      * HISTORIA DE IMPORTES SE GUARDA DE TODOS MODOS
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP = "00"
              MOVE "S" TO WS-SW-EMPLEADOS-OK
           ELSE
              DISPLAY "NO SE PUDO ABRIR 04-EMPLEADOS: "
                      WS-FILE-STATUS-EMP
                      "; LA HISTORIA QUEDA SIN PUESTO"
           END-IF
           GO TO 0321-LEE-NETO.

       0321-LEE-NETO.
           READ NOMINA-NETOS
               AT END
                   MOVE "S" TO WS-SW-FIN-NETOS
                   GO TO 0322-FIN-LEE-NETO
           END-READ
           MOVE SPACES               TO REG-HIST-NOMINA
           MOVE WS-CAP-PER-NUMERO    TO REG-HNO-PERIODO
           MOVE REG-NETO-NUMERO      TO REG-HNO-NUMERO
           MOVE ZEROS                TO REG-HNO-RENGLON
           MOVE "T"                  TO REG-HNO-TIPO
           MOVE REG-NETO-NOMBRE      TO REG-HNO-NOMBRE
           MOVE REG-NETO-DEPTO       TO REG-HNO-DEPTO
           MOVE ZEROS                TO REG-HNO-PUESTO
           MOVE REG-NETO-BRUTO       TO REG-HNO-BRUTO
           MOVE REG-NETO-DEDUCCIONES TO REG-HNO-DEDUCCIONES
           MOVE REG-NETO-ISR         TO REG-HNO-ISR
           MOVE REG-NETO-IMSS        TO REG-HNO-IMSS
           MOVE REG-NETO-NETO        TO REG-HNO-NETO
           MOVE WS-FECHA-HOY-CCYYMMDD
                                     TO REG-HNO-FECHA-CIERRE
           IF WS-EMPLEADOS-OK
              MOVE REG-NETO-NUMERO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE REG-EMP-PUESTO TO REG-HNO-PUESTO
              END-READ
           END-IF
           WRITE REG-HIST-NOMINA
               INVALID KEY
                   ADD 1 TO WS-CONT-HNO-YA-EXISTE
                   GO TO 0321-LEE-NETO
           END-WRITE
           ADD 1 TO WS-CONT-HNO-NETOS
           GO TO 0321-LEE-NETO.

       0322-FIN-LEE-NETO.
           CLOSE NOMINA-NETOS
           IF WS-EMPLEADOS-OK
              CLOSE EMPLEADOS
           END-IF
           OPEN INPUT NOMINA-DEDUCCIONES
           IF WS-FILE-STATUS-DED NOT = "00"
              DISPLAY "SIN 04-NOMINA-DEDUCCIONES; LA HISTORIA DEL "
                      "PERIODO QUEDA SIN LINEAS DE DEDUCCION"
              GO TO 0326-TERMINA-HISTORIA
           END-IF
           READ NOMINA-DEDUCCIONES INTO WS-ENC-DEDUCCIONES
               AT END
                   MOVE "S" TO WS-SW-FIN-DEDUCCIONES
                   CLOSE NOMINA-DEDUCCIONES
                   GO TO 0326-TERMINA-HISTORIA
           END-READ
      * LAS LINEAS SON DE OTRO PERIODO SI PROG0024 YA CORRIO PARA EL
      * SIGUIENTE (O NUNCA CORRIO PARA ESTE): NO SE MEZCLAN
           IF WS-ENC-DED-TIPO NOT = "H"
              OR WS-ENC-DED-PERIODO NOT = WS-CAP-PER-NUMERO
                 DISPLAY "04-NOMINA-DEDUCCIONES NO ES DEL PERIODO "
                         WS-CAP-PER-NUMERO
                         "; LA HISTORIA QUEDA SIN LINEAS DE DEDUCCION"
                 CLOSE NOMINA-DEDUCCIONES
                 GO TO 0326-TERMINA-HISTORIA
           END-IF
           GO TO 0323-LEE-DEDUCCION.

       0323-LEE-DEDUCCION.
           READ NOMINA-DEDUCCIONES
               AT END
                   MOVE "S" TO WS-SW-FIN-DEDUCCIONES
                   GO TO 0325-FIN-LEE-DEDUCCION
           END-READ
           IF REG-DEDUCCION-INTERFAZ (1:1) = "H"
              GO TO 0323-LEE-DEDUCCION
           END-IF
           PERFORM 0324-CUENTA-RENGLON THRU 0324-FIN-CUENTA-RENGLON
           IF WS-IX-REN = ZEROS
              DISPLAY "DEMASIADAS LINEAS DE DEDUCCION, NO SE GUARDA "
                      "LA DEL EMPLEADO " DEDINT-NUMERO-EMP
              GO TO 0323-LEE-DEDUCCION
           END-IF
           MOVE SPACES             TO REG-HIST-NOMINA
           MOVE WS-CAP-PER-NUMERO  TO REG-HNO-PERIODO
           MOVE DEDINT-NUMERO-EMP  TO REG-HNO-NUMERO
           MOVE WS-TAB-REN-CANT (WS-IX-REN)
                                   TO REG-HNO-RENGLON
           MOVE "D"                TO REG-HNO-TIPO
           MOVE DEDINT-CODIGO      TO REG-HNO-DED-CODIGO
           MOVE DEDINT-DESCRIPCION TO REG-HNO-DED-DESC
           MOVE DEDINT-MONTO       TO REG-HNO-DED-MONTO
           WRITE REG-HIST-NOMINA
               INVALID KEY
                   ADD 1 TO WS-CONT-HNO-YA-EXISTE
                   GO TO 0323-LEE-DEDUCCION
           END-WRITE
           ADD 1 TO WS-CONT-HNO-DED
           IF DEDINT-CODIGO = WS-CODIGO-AHORRO
              PERFORM 034-ABONA-AHORRO THRU 034-FIN-ABONA-AHORRO
           END-IF
           GO TO 0323-LEE-DEDUCCION.

      * -------------------------------------------------------------- *
      * 0324-CUENTA-RENGLON - SIGUIENTE RENGLON DEL EMPLEADO DE LA     *
      *                LINEA EN CURSO; WS-IX-REN QUEDA EN CEROS SI YA  *
      *                NO CABE (TABLA LLENA O 998 LINEAS)              *
      * -------------------------------------------------------------- *
       0324-CUENTA-RENGLON.
           MOVE 1 TO WS-IX-REN
           GO TO 03241-REVISA-RENGLON.

       03241-REVISA-RENGLON.
           IF WS-IX-REN > WS-CANT-RENGLONES
              GO TO 03242-AGREGA-RENGLON
           END-IF
           IF WS-TAB-REN-NUMERO (WS-IX-REN) = DEDINT-NUMERO-EMP
              IF WS-TAB-REN-CANT (WS-IX-REN) >= 998
                 MOVE ZEROS TO WS-IX-REN
              ELSE
                 ADD 1 TO WS-TAB-REN-CANT (WS-IX-REN)
              END-IF
              GO TO 0324-FIN-CUENTA-RENGLON
           END-IF
           ADD 1 TO WS-IX-REN
           GO TO 03241-REVISA-RENGLON.

       03242-AGREGA-RENGLON.
           IF WS-CANT-RENGLONES >= 5000
              MOVE ZEROS TO WS-IX-REN
              GO TO 0324-FIN-CUENTA-RENGLON
           END-IF
           ADD 1 TO WS-CANT-RENGLONES
           MOVE WS-CANT-RENGLONES TO WS-IX-REN
           MOVE DEDINT-NUMERO-EMP TO WS-TAB-REN-NUMERO (WS-IX-REN)
           MOVE 1                 TO WS-TAB-REN-CANT (WS-IX-REN).

       0324-FIN-CUENTA-RENGLON.
           EXIT.

       0325-FIN-LEE-DEDUCCION.
           CLOSE NOMINA-DEDUCCIONES.

       0326-TERMINA-HISTORIA.
           CLOSE HIST-NOMINA
                 FONDO-AHORRO
           IF WS-MOV-AHORRO-OK
              CLOSE MOV-AHORRO
           END-IF
           MOVE "S" TO WS-SW-HISTORIA-OK
           DISPLAY "HISTORIA DE NOMINA DEL PERIODO "
                   WS-CAP-PER-NUMERO ": " WS-CONT-HNO-NETOS
                   " EMPLEADOS, " WS-CONT-HNO-DED " DEDUCCIONES"
           IF WS-CONT-HNO-YA-EXISTE NOT = ZEROS
              DISPLAY "RENGLONES QUE YA ESTABAN EN LA HISTORIA: "
                      WS-CONT-HNO-YA-EXISTE
           END-IF
           DISPLAY "FONDO DE AHORRO: " WS-CONT-AHO-ABONOS
                   " ABONOS, EMPLEADO " WS-TOT-AHO-EMPLEADO
                   " EMPRESA " WS-TOT-AHO-EMPRESA.

       032-FIN-GUARDA-HISTORIA.
           EXIT.

      * -------------------------------------------------------------- *
      * 033-PREPARA-AHORRO - TOMA EL PORCENTAJE DE LA EMPRESA DE       *
      *                04-PARAM-AHORRO Y ABRE EL DIARIO 04-MOV-AHORRO; *
      *                SIN DIARIO EL SALDO SE ABONA IGUAL, PERO EL     *
      *                MOVIMIENTO SE PIERDE                            *
      * -------------------------------------------------------------- *
       033-PREPARA-AHORRO.
           MOVE ZEROS TO WS-CONT-AHO-ABONOS
           MOVE ZEROS TO WS-TOT-AHO-EMPLEADO
           MOVE ZEROS TO WS-TOT-AHO-EMPRESA
           MOVE "N"   TO WS-SW-MOV-AHORRO
           OPEN INPUT PARAM-AHORRO
           IF WS-FILE-STATUS-PAH NOT = "00"
              DISPLAY "SIN 04-PARAM-AHORRO; LA EMPRESA APORTA EL 100% "
                      "DE LO QUE AHORRA EL EMPLEADO"
           ELSE
              READ PARAM-AHORRO
                  AT END
                      CONTINUE
                  NOT AT END
                      IF REG-PARAM-PCT-EMPRESA NUMERIC
                         MOVE REG-PARAM-PCT-EMPRESA
                                       TO WS-PCT-EMPRESA-AHORRO
                      END-IF
              END-READ
              CLOSE PARAM-AHORRO
           END-IF
           OPEN EXTEND MOV-AHORRO
           IF WS-FILE-STATUS-MAH = "35"
              OPEN OUTPUT MOV-AHORRO
           END-IF
           IF WS-FILE-STATUS-MAH = "00"
              MOVE "S" TO WS-SW-MOV-AHORRO
           ELSE
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-MOV-AHORRO, STATUS "
                      WS-FILE-STATUS-MAH "; MOVIMIENTOS PERDIDOS"
           END-IF.

       033-FIN-PREPARA-AHORRO.
           EXIT.

      * -------------------------------------------------------------- *
      * 034-ABONA-AHORRO - UNA LINEA FAHO RECIEN GUARDADA EN LA        *
      *                HISTORIA: SE ABONA AL SALDO DEL EMPLEADO LO QUE *
      *                SE LE DESCONTO Y AL DE LA EMPRESA SU PORCENTAJE *
      *                ENCIMA. UN EMPLEADO SIN CUENTA LA ESTRENA       *
      * -------------------------------------------------------------- *
       034-ABONA-AHORRO.
           MOVE "N" TO WS-SW-AHORRO-NUEVO
           MOVE DEDINT-NUMERO-EMP TO REG-AHO-NUMERO
           READ FONDO-AHORRO
               INVALID KEY
                   MOVE "S" TO WS-SW-AHORRO-NUEVO
           END-READ
           IF WS-AHORRO-NUEVO
              INITIALIZE REG-AHORRO
              MOVE DEDINT-NUMERO-EMP TO REG-AHO-NUMERO
              MOVE DEDINT-NOMBRE-EMP TO REG-AHO-NOMBRE
           END-IF
           COMPUTE WS-APORT-EMPRESA ROUNDED =
                   DEDINT-MONTO * WS-PCT-EMPRESA-AHORRO / 100
           ADD DEDINT-MONTO       TO REG-AHO-SALDO-EMPLEADO
           ADD WS-APORT-EMPRESA   TO REG-AHO-SALDO-EMPRESA
           MOVE WS-CAP-PER-NUMERO TO REG-AHO-ULT-PERIODO
           MOVE WS-FECHA-HOY-CCYYMMDD
                                  TO REG-AHO-FECHA-ULT-MOV
           IF WS-AHORRO-NUEVO
              WRITE REG-AHORRO
           ELSE
              REWRITE REG-AHORRO
           END-IF
           IF WS-FILE-STATUS-AHO NOT = "00"
              DISPLAY "NO SE PUDO ABONAR EL FONDO DE AHORRO DEL "
                      "EMPLEADO " DEDINT-NUMERO-EMP ", STATUS "
                      WS-FILE-STATUS-AHO
              GO TO 034-FIN-ABONA-AHORRO
           END-IF
           ADD 1                TO WS-CONT-AHO-ABONOS
           ADD DEDINT-MONTO     TO WS-TOT-AHO-EMPLEADO
           ADD WS-APORT-EMPRESA TO WS-TOT-AHO-EMPRESA
           IF NOT WS-MOV-AHORRO-OK
              GO TO 034-FIN-ABONA-AHORRO
           END-IF
           MOVE DEDINT-NUMERO-EMP     TO REG-MAH-NUMERO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-MAH-FECHA
           MOVE WS-CAP-PER-NUMERO     TO REG-MAH-REFERENCIA
           MOVE "PROG0031"            TO REG-MAH-PROGRAMA
           MOVE "A"                   TO REG-MAH-TIPO
           MOVE DEDINT-MONTO          TO REG-MAH-IMPORTE
           WRITE REG-MOV-AHORRO
           IF WS-APORT-EMPRESA NOT = ZEROS
              MOVE "E"              TO REG-MAH-TIPO
              MOVE WS-APORT-EMPRESA TO REG-MAH-IMPORTE
              WRITE REG-MOV-AHORRO
           END-IF.

       034-FIN-ABONA-AHORRO.
           EXIT.

      * -------------------------------------------------------------- *
      * 035-REVISA-GRUPO-NETOS - CUENTA LOS RENGLONES DE               *
      *                04-NOMINA-NETOS DE EMPLEADOS QUE NO SON DEL     *
      *                GRUPO DE PAGO DEL PERIODO QUE SE CIERRA. UN     *
      *                EMPLEADO QUE YA NO ESTA EN EL MAESTRO NO SE     *
      *                PUEDE REVISAR Y SE DEJA PASAR; SIN NETOS O SIN  *
      *                MAESTRO DECIDE 032-GUARDA-HISTORIA              *
      * -------------------------------------------------------------- *
       035-REVISA-GRUPO-NETOS.
           MOVE ZEROS TO WS-CONT-NET-OTRO-GRUPO
           MOVE "N"   TO WS-SW-FIN-NETOS
           OPEN INPUT NOMINA-NETOS
           IF WS-FILE-STATUS-NET NOT = "00"
              GO TO 035-FIN-REVISA-GRUPO
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              CLOSE NOMINA-NETOS
              GO TO 035-FIN-REVISA-GRUPO
           END-IF
           GO TO 0351-LEE-NETO-GRUPO.

       0351-LEE-NETO-GRUPO.
           READ NOMINA-NETOS
               AT END
                   MOVE "S" TO WS-SW-FIN-NETOS
                   CLOSE NOMINA-NETOS
                         EMPLEADOS
                   GO TO 035-FIN-REVISA-GRUPO
           END-READ
           MOVE REG-NETO-NUMERO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   GO TO 0351-LEE-NETO-GRUPO
           END-READ
           MOVE REG-EMP-GRUPO-PAGO TO WS-GRUPO-NETO
           IF WS-GRUPO-NETO = SPACES
              MOVE "01" TO WS-GRUPO-NETO
           END-IF
           IF WS-GRUPO-NETO NOT = WS-CAP-PER-GRUPO
              ADD 1 TO WS-CONT-NET-OTRO-GRUPO
           END-IF
           GO TO 0351-LEE-NETO-GRUPO.

       035-FIN-REVISA-GRUPO.
           EXIT.

       100-FIN.
           GOBACK.
       END PROGRAM PROG0031.
