      *           TODO LO QUE APUNTA A UN NUMERO DE EMPLEADO (NOTAS,   *
      *           04-HIST-SALARIOS, 04-DEDUCCIONES,                    *
      *           04-BAJAS-PENDIENTES, 04-REINGRESOS,                  *
      *           04-NOMINA-SNAPSHOT, 04-CASOS-RH) DEBE RESOLVER EN    *
      *           04-EMPLEADOS O                                       *
      *           EN 04-EMPLEADOS-ARCH (LOS HUERFANOS TIPICOS LOS      *
      *           DEJAN LAS CORRIDAS DE ARCHIVADO DE PROG0014).        *
      *           ADEMAS SE MARCAN LAS DEDUCCIONES DE EMPLEADOS QUE    *
      *           YA NO ESTAN ACTIVOS, LAS BAJAS PENDIENTES DE         *
      *           NUMEROS QUE YA NO EXISTEN Y LAS NOTAS QUE APUNTAN A  *
      *           DEPARTAMENTOS QUE NO ESTAN EN 04-DEPTOS O A CASOS DE *
      *           RH QUE NO ESTAN EN 04-CASOS-RH. EL                   *
      *           RESULTADO SALE EN 04-REP-INTEGRIDAD CON DETALLE Y    *
      *           CONTEOS POR ARCHIVO                                  *
      * -------------------------------------------------------------- *
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT CASOS-RH ASSIGN TO "04-CASOS-RH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-CAS-NUMERO
           FILE STATUS IS WS-FILE-STATUS-CAS.
           SELECT REPORTE ASSIGN TO "04-REP-INTEGRIDAD".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  ARCHIVO-BAJAS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD REPLACING REG-EMPLEADOS      BY REG-ARCH-EMPLEADOS
                              REG-EMP-NUMERO     BY REG-ARCH-NUMERO
                              REG-TRL-CANTIDAD
                                              BY REG-ARCH-TRL-CANTIDAD.
       FD  NOTAS-EMPLEADO
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNOTAFD.
       FD  HIST-SALARIOS
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHISTFD.
       FD  DEDUCCIONES-CFG
           BLOCK CONTAINS 0 RECORDS.
       COPY WREINFD.
       FD  SNAPSHOT-NOMINA
           RECORD CONTAINS 67 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNOMSNAP.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  CASOS-RH
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCASFD.
       FD  REPORTE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 WS-FILE-STATUS-REIN     PIC X(02).
       01 WS-FILE-STATUS-SNAP     PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-CAS      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ACTUAL    PIC X(01)    VALUE "N".
               88 WS-FIN-DEPTOS               VALUE "S".
           05 WS-SW-HAY-ARCHIVO   PIC X(01)    VALUE "N".
               88 WS-HAY-ARCHIVO              VALUE "S".
           05 WS-SW-HAY-CASOS     PIC X(01)    VALUE "N".
               88 WS-HAY-CASOS                VALUE "S".
           05 WS-SW-CASO-FALTA    PIC X(01)    VALUE "N".
               88 WS-CASO-FALTA               VALUE "S".

      * -------------------------------------------------------------- *
      * RESOLUCION DE UN NUMERO - EL NUMERO EN WS-NUM-BUSCA SE BUSCA   *
                      WS-FILE-STATUS-ARCH "); SOLO SE RESUELVE "
                      "CONTRA EL MAESTRO"
           END-IF
           OPEN INPUT CASOS-RH
           IF WS-FILE-STATUS-CAS = "00"
              MOVE "S" TO WS-SW-HAY-CASOS
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-DIA-PROCESO  TO WS-TIT-2-DIA
           MOVE WS-MES-PROCESO  TO WS-TIT-2-MES
           PERFORM 400-AUDITA-BAJAS-PEND THRU 400-FIN-AUDITA-BP
           PERFORM 500-AUDITA-REINGRESOS THRU 500-FIN-AUDITA-REIN
           PERFORM 600-AUDITA-SNAPSHOT THRU 600-FIN-AUDITA-SNAP
           PERFORM 700-AUDITA-CASOS THRU 700-FIN-AUDITA-CASOS
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1
           IF WS-TOT-HUERFANOS = ZEROS AND WS-TOT-MARCAS = ZEROS
              MOVE "*** SIN HUERFANOS NI MARCAS: INTEGRIDAD OK ***"
           IF WS-HAY-ARCHIVO
              CLOSE ARCHIVO-BAJAS
           END-IF
           IF WS-HAY-CASOS
              CLOSE CASOS-RH
           END-IF
           DISPLAY "PROG0043: HUERFANOS TOTALES: " WS-TOT-HUERFANOS
                   "  OTRAS MARCAS: " WS-TOT-MARCAS
           DISPLAY "PROG0043: REPORTE EN 04-REP-INTEGRIDAD"
                      CONTINUE
              END-SEARCH
           END-IF
           IF REG-NOTA-CASO NUMERIC AND REG-NOTA-CASO NOT = ZEROS
              PERFORM 102-REVISA-CASO-NOTA
           END-IF
           GO TO 101-LEE-NOTA.

      * EL NUMERO QUE SALE EN EL DETALLE ES EL DEL CASO QUE FALTA
       102-REVISA-CASO-NOTA.
           MOVE "N" TO WS-SW-CASO-FALTA
           IF WS-HAY-CASOS
              MOVE REG-NOTA-CASO TO REG-CAS-NUMERO
              READ CASOS-RH
                  INVALID KEY
                      MOVE "S" TO WS-SW-CASO-FALTA
              END-READ
           ELSE
              MOVE "S" TO WS-SW-CASO-FALTA
           END-IF
           IF WS-CASO-FALTA
              ADD 1 TO WS-CONT-MARCAS-ACT
              MOVE REG-NOTA-CASO TO WS-NUM-BUSCA
              MOVE "CASO DE RH DE LA NOTA NO EXISTE"
                               TO WS-HUE-MOTIVO
              PERFORM 040-ESCRIBE-HUERFANO
           END-IF.

       105-CIERRA-NOTAS.
           PERFORM 050-ESCRIBE-RESUMEN-ARCHIVO.

       600-FIN-AUDITA-SNAP.
           EXIT.

      * ================================================================ *
      * CASOS DE RECURSOS HUMANOS                                       *
      * ================================================================ *
       700-AUDITA-CASOS.
           MOVE "04-CASOS-RH"    TO WS-NOMBRE-ARCHIVO-ACT
           MOVE "N"              TO WS-SW-FIN-ACTUAL
           IF NOT WS-HAY-CASOS
              GO TO 705-CIERRA-CASOS
           END-IF
           MOVE ZEROS TO REG-CAS-NUMERO
           START CASOS-RH KEY NOT LESS THAN REG-CAS-NUMERO
               INVALID KEY
                   GO TO 705-CIERRA-CASOS
           END-START
           GO TO 701-LEE-CASO.

       701-LEE-CASO.
           READ CASOS-RH NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-ACTUAL
                   GO TO 705-CIERRA-CASOS
           END-READ
           ADD 1 TO WS-CONT-LEIDOS-ACT
           MOVE REG-CAS-EMPLEADO TO WS-NUM-BUSCA
           PERFORM 030-RESUELVE-NUMERO
           IF NOT WS-EN-MAESTRO AND NOT WS-EN-ARCHIVO
              ADD 1 TO WS-CONT-HUERFANOS-ACT
              MOVE "CASO DE RH DE UN NUMERO QUE NO EXISTE"
                               TO WS-HUE-MOTIVO
              PERFORM 040-ESCRIBE-HUERFANO
           END-IF
           GO TO 701-LEE-CASO.

       705-CIERRA-CASOS.
           PERFORM 050-ESCRIBE-RESUMEN-ARCHIVO.

       700-FIN-AUDITA-CASOS.
           EXIT.

       END PROGRAM PROG0043.
