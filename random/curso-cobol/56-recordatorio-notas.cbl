      *           NOTAS001), AGRUPADAS POR EL DEPARTAMENTO LIGADO      *
      *           (REG-NOTA-DEPTO) CON UNA PAGINA POR AREA, PARA QUE   *
      *           CADA QUIEN RECIBA SOLO LO SUYO Y EL CUADERNO DE      *
      *           PENDIENTES APARTE SE PUEDA JUBILAR. LAS NOTAS DE UN  *
      *           CASO DE RH (REG-NOTA-CASO, VER PROG0105) NO VAN A LA *
      *           PAGINA DE SU AREA SINO A UNA PAGINA PROPIA PARA RH   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-EMPLEADO
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNOTAFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  REPORTE
      * -------------------------------------------------------------- *
      * WS-TABLA-VENCIDAS - LAS NOTAS QUE VENCEN HOY O YA VENCIERON,   *
      *                EN UNA TABLA PLANA QUE LUEGO SE IMPRIME POR     *
      *                DEPARTAMENTO (MISMO ESQUEMA QUE PROG0025). UNA  *
      *                NOTA DE CASO DE RH ENTRA CON DEPTO 999, QUE     *
      *                NUNCA ES UN DEPTO DEL CATALOGO (MARCA LOS       *
      *                RENGLONES VACIOS DE WS-TABLA-DEPTOS)            *
      * -------------------------------------------------------------- *
       01 WS-TABLA-VENCIDAS.
           05 WS-TAB-VEN          OCCURS 200 TIMES
           ADD 1 TO WS-CANT-VENCIDAS
           SET WS-IX-VEN TO WS-CANT-VENCIDAS
           MOVE REG-NOTA-DEPTO       TO WS-TAB-VEN-DEPTO (WS-IX-VEN)
           IF REG-NOTA-CASO NUMERIC AND REG-NOTA-CASO NOT = ZEROS
              MOVE 999               TO WS-TAB-VEN-DEPTO (WS-IX-VEN)
           END-IF
           MOVE REG-NOTA-NUMERO      TO WS-TAB-VEN-NUMERO (WS-IX-VEN)
           MOVE REG-NOTA-TITULO      TO WS-TAB-VEN-TITULO (WS-IX-VEN)
           MOVE REG-NOTA-FECHA-LIMITE

      * -------------------------------------------------------------- *
      * 090-IMPRIME-RECORDATORIO - UNA PAGINA POR DEPARTAMENTO DEL     *
      *                CATALOGO CON SUS NOTAS VENCIDAS, UNA PAGINA     *
      *                PARA LAS NOTAS SIN DEPARTAMENTO LIGADO Y UNA    *
      *                FINAL PARA LAS DE CASOS DE RH                   *
      * -------------------------------------------------------------- *
       090-IMPRIME-RECORDATORIO.
           CLOSE NOTAS-EMPLEADO
           MOVE WS-HOY-DIA  TO WS-TIT-DIA
           MOVE WS-HOY-MES  TO WS-TIT-MES
           MOVE WS-HOY-ANIO TO WS-TIT-ANIO
           PERFORM 091-IMPRIME-UN-DEPTO THRU 091-SIGUE
               VARYING WS-IX-DEPTO FROM 1 BY 1
               UNTIL WS-IX-DEPTO > 10
                  OR WS-TAB-DEPTO-COD (WS-IX-DEPTO) = 999
           PERFORM 094-IMPRIME-SIN-DEPTO THRU 094-FIN-SIN-DEPTO
           PERFORM 095-IMPRIME-CASOS THRU 095-FIN-CASOS
           CLOSE REPORTE
           DISPLAY "PROG0053: NOTAS VENCIDAS RECORDADAS: "
                   WS-CANT-VENCIDAS
       094-FIN-SIN-DEPTO.
           EXIT.

       095-IMPRIME-CASOS.
           MOVE 999   TO WS-DEPTO-EN-CURSO
           MOVE ZEROS TO WS-CANT-DEPTO-IMPRESAS
           PERFORM 092-CUENTA-DEPTO
               VARYING WS-IX-VEN FROM 1 BY 1
               UNTIL WS-IX-VEN > WS-CANT-VENCIDAS
           IF WS-CANT-DEPTO-IMPRESAS = ZEROS
              GO TO 095-FIN-CASOS
           END-IF
           WRITE REG-REPORTE FROM WS-REP-TITULO
                 AFTER ADVANCING PAGE
           MOVE ZEROS TO WS-TITDEP-COD
           MOVE "(CASOS DE RH)" TO WS-TITDEP-NOM
           WRITE REG-REPORTE FROM WS-REP-TITULO-DEPTO
                 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-REP-GUIONES
                 AFTER ADVANCING 1
           PERFORM 093-IMPRIME-NOTA-DEPTO
               VARYING WS-IX-VEN FROM 1 BY 1
               UNTIL WS-IX-VEN > WS-CANT-VENCIDAS.

       095-FIN-CASOS.
           EXIT.

       END PROGRAM PROG0053.
