              GO TO 100-FIN
           END-IF
           IF WS-MODO-CAPTURA = "3"
              PERFORM 040-ENCOLA-SOLICITUD THRU 040-FIN-ENCOLA
              GO TO 100-FIN
           END-IF
           CALL "PROG0005" USING WS-FECHA-PROCESO WS-DIA-SEMANA-PROCESO
