      *           FILTRO), SE PAGINA EN PANTALLA COMO EL LISTADO DE    *
      *           NOTAS001 Y OPCIONALMENTE LA SELECCION SE IMPRIME EN  *
      *           04-REP-AUDITORIA-EMP PARA ENTREGARSELA A RH O A LOS  *
      *           AUDITORES. SI EL RANGO DE FECHAS LLEGA A RENGLONES   *
      *           QUE PROG0099 YA PASO A ARCHIVOS HISTORICOS (SEGUN    *
      *           04-CATALOGO-HISTORIA) SE OFRECE BUSCAR TAMBIEN EN    *
      *           ELLOS, DEL MAS VIEJO AL MAS NUEVO Y AL FINAL EL      *
      *           ACTIVO                                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-EMPLEADOS ASSIGN TO DYNAMIC WS-NOMBRE-AUDIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AUDIT.
           SELECT REPORTE ASSIGN TO "04-REP-AUDITORIA-EMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-REP.
           SELECT CATALOGO-HISTORIA ASSIGN TO "04-CATALOGO-HISTORIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CHI.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(132).
       FD  CATALOGO-HISTORIA
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCATHFD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AUDIT    PIC X(02).
       01 WS-FILE-STATUS-REP      PIC X(02).
       01 WS-FILE-STATUS-CHI      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-AUDIT     PIC X(01)    VALUE "N".
               88 WS-FIN-AUDIT                VALUE "S".
           05 WS-SW-FIN-CATALOGO  PIC X(01)    VALUE "N".
               88 WS-FIN-CATALOGO             VALUE "S".
           05 WS-SW-ACTIVO-LEIDO  PIC X(01)    VALUE "N".
               88 WS-ACTIVO-LEIDO             VALUE "S".

       01 WS-NOMBRE-AUDIT         PIC X(40)    VALUE
              "04-AUDIT-EMPLEADOS".
       01 WS-ORIGEN-BUSCA         PIC X(20)    VALUE
              "04-AUDIT-EMPLEADOS".
       01 WS-NOMBRE-SIGUIENTE     PIC X(40)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-TABLA-HISTORICOS - LOS ARCHIVOS DE 04-CATALOGO-HISTORIA DE  *
      *                LA BITACORA QUE CAEN EN EL RANGO DE FECHAS, EN  *
      *                EL ORDEN DEL CATALOGO (DEL MAS VIEJO AL MAS     *
      *                NUEVO)                                          *
      * -------------------------------------------------------------- *
       01 WS-TABLA-HISTORICOS.
           05 WS-TAB-HIS          OCCURS 50 TIMES.
               10 WS-TAB-HIS-ORIGEN
                                  PIC X(20)    VALUE SPACES.
               10 WS-TAB-HIS-ARCHIVO
                                  PIC X(40)    VALUE SPACES.
       01 WS-CANT-HIS             PIC 9(02)    VALUE ZEROS.
       01 WS-IX-HIS               PIC 9(02)    VALUE ZEROS.
       01 WS-RESPUESTA-HISTORICOS PIC X(01)    VALUE "N".

       01 WS-FILTROS.
           05 WS-FIL-NUMERO       PIC 9(05)    VALUE ZEROS.
           ACCEPT WS-RESPUESTA-IMPRIME
           MOVE ZEROS TO WS-CONT-COINCIDEN
                         WS-CONT-PANTALLA
           PERFORM 015-CARGA-CATALOGO THRU 015-FIN-CARGA-CATALOGO
           IF WS-CANT-HIS > ZEROS
              DISPLAY "EL RANGO LLEGA A " WS-CANT-HIS " ARCHIVOS "
                      "HISTORICOS DE LA BITACORA"
              DISPLAY "BUSCAR TAMBIEN EN ELLOS (S/N): "
              ACCEPT WS-RESPUESTA-HISTORICOS
              IF WS-RESPUESTA-HISTORICOS NOT = "S"
                 DISPLAY "AVISO: SOLO SE REVISA EL ARCHIVO ACTIVO; "
                         "PUEDEN FALTAR MOVIMIENTOS ANTIGUOS"
                 MOVE ZEROS TO WS-CANT-HIS
              END-IF
           END-IF
           IF WS-RESPUESTA-IMPRIME = "S"
              OPEN OUTPUT REPORTE
              WRITE REG-REPORTE FROM WS-TITULO-REP
              WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           END-IF
           MOVE ZEROS TO WS-IX-HIS
           MOVE "N"   TO WS-SW-ACTIVO-LEIDO
           GO TO 017-ABRE-SIGUIENTE.

      * -------------------------------------------------------------- *
      * 015-CARGA-CATALOGO - JUNTA LOS ARCHIVOS HISTORICOS DE LA       *
      *                BITACORA CUYO RANGO DE FECHAS SE TRASLAPA CON   *
      *                EL DEL FILTRO. SIN CATALOGO NO HAY HISTORICOS   *
      * -------------------------------------------------------------- *
       015-CARGA-CATALOGO.
           MOVE ZEROS TO WS-CANT-HIS
           MOVE "N"   TO WS-SW-FIN-CATALOGO
           OPEN INPUT CATALOGO-HISTORIA
           IF WS-FILE-STATUS-CHI NOT = "00"
              GO TO 015-FIN-CARGA-CATALOGO
           END-IF
           GO TO 0151-LEE-CATALOGO.

       0151-LEE-CATALOGO.
           READ CATALOGO-HISTORIA
               AT END
                   MOVE "S" TO WS-SW-FIN-CATALOGO
                   CLOSE CATALOGO-HISTORIA
                   GO TO 015-FIN-CARGA-CATALOGO
           END-READ
           IF REG-CHI-ORIGEN NOT = WS-ORIGEN-BUSCA
              GO TO 0151-LEE-CATALOGO
           END-IF
           IF WS-FIL-FECHA-DESDE NOT = ZEROS
              AND REG-CHI-FECHA-HASTA < WS-FIL-FECHA-DESDE
                 GO TO 0151-LEE-CATALOGO
           END-IF
           IF WS-FIL-FECHA-HASTA NOT = ZEROS
              AND REG-CHI-FECHA-DESDE > WS-FIL-FECHA-HASTA
                 GO TO 0151-LEE-CATALOGO
           END-IF
           IF WS-CANT-HIS >= 50
              DISPLAY "AVISO: MAS DE 50 ARCHIVOS HISTORICOS; SE "
                      "OMITE " REG-CHI-ARCHIVO
              GO TO 0151-LEE-CATALOGO
           END-IF
           ADD 1 TO WS-CANT-HIS
           MOVE REG-CHI-ORIGEN  TO WS-TAB-HIS-ORIGEN (WS-CANT-HIS)
           MOVE REG-CHI-ARCHIVO TO WS-TAB-HIS-ARCHIVO (WS-CANT-HIS)
           GO TO 0151-LEE-CATALOGO.

       015-FIN-CARGA-CATALOGO.
           EXIT.

      * -------------------------------------------------------------- *
      * 017-ABRE-SIGUIENTE - ABRE EL SIGUIENTE ARCHIVO POR LEER: LOS   *
      *                HISTORICOS ELEGIDOS Y AL FINAL EL ACTIVO        *
      * -------------------------------------------------------------- *
       017-ABRE-SIGUIENTE.
           PERFORM 018-SIGUIENTE-ARCHIVO THRU 018-FIN-SIGUIENTE
           IF WS-NOMBRE-SIGUIENTE = SPACES
              GO TO 090-FIN-LECTURA
           END-IF
           MOVE WS-NOMBRE-SIGUIENTE TO WS-NOMBRE-AUDIT
           MOVE "N" TO WS-SW-FIN-AUDIT
           OPEN INPUT AUDIT-EMPLEADOS
           IF WS-FILE-STATUS-AUDIT NOT = "00"
              DISPLAY "SIN BITACORA DE AUDITORIA " WS-NOMBRE-AUDIT
                      " (STATUS " WS-FILE-STATUS-AUDIT ")"
              GO TO 017-ABRE-SIGUIENTE
           END-IF
           GO TO 020-LEE.

       018-SIGUIENTE-ARCHIVO.
           MOVE SPACES TO WS-NOMBRE-SIGUIENTE
           GO TO 0181-AVANZA.

       0181-AVANZA.
           ADD 1 TO WS-IX-HIS
           IF WS-IX-HIS > WS-CANT-HIS
              GO TO 0182-ACTIVO
           END-IF
           IF WS-TAB-HIS-ORIGEN (WS-IX-HIS) NOT = WS-ORIGEN-BUSCA
              GO TO 0181-AVANZA
           END-IF
           MOVE WS-TAB-HIS-ARCHIVO (WS-IX-HIS) TO WS-NOMBRE-SIGUIENTE
           GO TO 018-FIN-SIGUIENTE.

       0182-ACTIVO.
           MOVE WS-CANT-HIS TO WS-IX-HIS
           IF NOT WS-ACTIVO-LEIDO
              MOVE "S" TO WS-SW-ACTIVO-LEIDO
              MOVE WS-ORIGEN-BUSCA TO WS-NOMBRE-SIGUIENTE
           END-IF.

       018-FIN-SIGUIENTE.
           EXIT.

       020-LEE.
           READ AUDIT-EMPLEADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-AUDIT
                   CLOSE AUDIT-EMPLEADOS
                   GO TO 017-ABRE-SIGUIENTE
           END-READ
           IF WS-FIL-NUMERO NOT = ZEROS
              AND REG-AUD-NUMERO NOT = WS-FIL-NUMERO
           END-IF.

       090-FIN-LECTURA.
           IF WS-CONT-COINCIDEN = ZEROS
              DISPLAY "NINGUN MOVIMIENTO COINCIDE CON LOS FILTROS"
           ELSE
