      *           PERIODOS DE PRUEBA (3 MESES DESDE EL ALTA) QUE       *
      *           VENCEN EN LAS PROXIMAS DOS SEMANAS Y ANIVERSARIOS    *
      *           DE SERVICIO DEL PROXIMO MES, Y LUEGO INVOCA          *
      *           PROG0002 PARA CORRER EL REPORTE. DESPUES DEL         *
      *           RESPALDO DE 04-EMPLEADOS INVOCA PROG0100 PARA TOMAR  *
      *           EL JUEGO COMPLETO DE RESPALDO DE TODOS LOS ARCHIVOS  *
      *           DE DATOS; SI ESE JUEGO FALLA, LA NOCHE SE ABORTA.    *
      *           AL TERMINAR EL PLAN AVISA DE LOS PASOS QUE TARDARON  *
      *           MAS DE SU UMBRAL Y DE LA VENTANA QUE SE PASO DE LA   *
      *           HORA LIMITE DE 04-VENTANA-NOCTURNA                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-EST.

           SELECT VENTANA-NOCTURNA ASSIGN TO "04-VENTANA-NOCTURNA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-VEN.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.

       FD  RESPALDO
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RESPALDO            PIC X(96).

      * -------------------------------------------------------------- *
      * FERIADOS - CALENDARIO DE DIAS FESTIVOS DECLARADOS, UN REGISTRO  *
           BLOCK CONTAINS 0 RECORDS.
       COPY WESTNFD.

       FD  VENTANA-NOCTURNA
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WVENFD.

       WORKING-STORAGE SECTION.
       COPY WEMPWS.

       01 WS-CONT-PASOS-OK         PIC 9(02)    VALUE ZEROS.
       01 WS-CONT-PASOS-SALTADOS   PIC 9(02)    VALUE ZEROS.

       01 WS-FILE-STATUS-VEN       PIC X(02).

      * -------------------------------------------------------------- *
      * WS-PARAMETROS-VENTANA - LO QUE TRAE 04-VENTANA-NOCTURNA (VER   *
      *                WVENFD); LOS VALORES DE AQUI SON LOS DE OMISION *
      * -------------------------------------------------------------- *
       01 WS-PARAMETROS-VENTANA.
           05 WS-PV-HORA-LIMITE    PIC 9(04)    VALUE 0600.
           05 WS-PV-PORCENTAJE     PIC 9(03)    VALUE 150.
           05 WS-PV-HOLGURA-SEG    PIC 9(05)    VALUE 00060.
           05 WS-PV-CORRIDAS-MINIMAS
                                   PIC 9(02)    VALUE 05.

      * -------------------------------------------------------------- *
      * WS-TABLA-DURACION - POR PASO (SECUENCIA Y PROGRAMA) LAS        *
      *                DURACIONES EN SEGUNDOS DE SUS ULTIMAS 30        *
      *                CORRIDAS BUENAS ANTERIORES A HOY, EN ANILLO     *
      *                (WS-TD-SIGUIENTE ES DONDE ENTRA LA PROXIMA), Y  *
      *                LO QUE TARDO HOY                                *
      * -------------------------------------------------------------- *
       01 WS-TABLA-DURACION.
           05 WS-TAB-DUR           OCCURS 20 TIMES.
               10 WS-TD-SECUENCIA  PIC 9(02)    VALUE ZEROS.
               10 WS-TD-PROGRAMA   PIC X(08)    VALUE SPACES.
               10 WS-TD-CORRIDAS   PIC 9(02)    VALUE ZEROS.
               10 WS-TD-SIGUIENTE  PIC 9(02)    VALUE ZEROS.
               10 WS-TD-SEG-HOY    PIC 9(05)    VALUE ZEROS.
               10 WS-TD-SW-HOY     PIC X(01)    VALUE "N".
                   88 WS-TD-CORRIO-HOY         VALUE "S".
               10 WS-TD-SEGUNDOS   PIC 9(05)    VALUE ZEROS
                                   OCCURS 30 TIMES.
       01 WS-CANT-DUR              PIC 9(02)    VALUE ZEROS.
       01 WS-IX-DUR                PIC 9(02)    VALUE ZEROS.
       01 WS-IX-BUSCA-DUR          PIC 9(02)    VALUE ZEROS.
       01 WS-IX-CORRIDA            PIC 9(02)    VALUE ZEROS.
       01 WS-MAX-CORRIDAS          PIC 9(02)    VALUE 30.

       01 WS-HORA-CALC-G.
           05 WS-HC-HORA           PIC 9(02).
           05 WS-HC-MINUTO         PIC 9(02).
           05 WS-HC-SEGUNDO        PIC 9(02).
           05 WS-HC-CENTESIMA      PIC 9(02).

       01 WS-HORA-CALC REDEFINES WS-HORA-CALC-G
                                   PIC 9(08).

       01 WS-SEG-INICIO            PIC 9(05)    VALUE ZEROS.
       01 WS-SEG-FIN               PIC 9(05)    VALUE ZEROS.
       01 WS-SEGUNDOS-PASO         PIC 9(05)    VALUE ZEROS.
       01 WS-SUMA-SEGUNDOS         PIC 9(07)    VALUE ZEROS.
       01 WS-PROMEDIO-SEG          PIC 9(05)    VALUE ZEROS.
       01 WS-UMBRAL-SEG            PIC 9(06)    VALUE ZEROS.
       01 WS-UMBRAL-HOLGURA        PIC 9(06)    VALUE ZEROS.
       01 WS-CONT-EXCESOS          PIC 9(02)    VALUE ZEROS.

       01 WS-VENTANA-HOY.
           05 WS-VH-INICIO         PIC 9(08)    VALUE ZEROS.
           05 WS-VH-FIN            PIC 9(08)    VALUE ZEROS.
           05 WS-VH-HHMM-INICIO    PIC 9(04)    VALUE ZEROS.
           05 WS-VH-HHMM-FIN       PIC 9(04)    VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-VERIFICA-DIA-HABIL
           MOVE WS-DIA-SEMANA-HOY  TO WS-NR-GENERACION
           PERFORM 050-CALCULA-VENTANAS
           PERFORM 020-RESPALDA-EMPLEADOS THRU 023-FIN-RESPALDO
           IF WS-EXITO-RESPALDO
              PERFORM 025-RESPALDA-JUEGO-COMPLETO
           END-IF
           MOVE WS-NR-GENERACION   TO WS-BH-GENERACION-BAK
           MOVE WS-RESPALDADOS     TO WS-BH-CONT-RESPALDO
           IF WS-EXITO-RESPALDO
              PERFORM 058-IMPRIME-ALERTAS THRU 058-FIN-IMPRIME-ALERTAS
              PERFORM 070-CORRE-PLAN THRU 070-FIN-CORRE-PLAN
              PERFORM 080-REVISA-EXCESOS THRU 080-FIN-REVISA-EXCESOS
              IF WS-CADENA-DETENIDA
                 MOVE "N"          TO WS-BH-EXITO
              ELSE
       019-FIN-RESTAURA.
           EXIT.

      * -------------------------------------------------------------- *
      * 025-RESPALDA-JUEGO-COMPLETO - PROG0100 COPIA TODOS LOS         *
      *                ARCHIVOS DE DATOS AL JUEGO FECHADO DE HOY ANTES *
      *                DE QUE EL PLAN LOS TOQUE. SI REGRESA ERROR SE   *
      *                TRATA IGUAL QUE UN RESPALDO FALLIDO             *
      * -------------------------------------------------------------- *
       025-RESPALDA-JUEGO-COMPLETO.
           MOVE ZERO TO RETURN-CODE
           CALL "PROG0100"
               ON EXCEPTION
                   DISPLAY "PROG0007: NO SE PUDO INVOCAR PROG0100"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE NOT = ZERO
              DISPLAY "PROG0007: EL JUEGO COMPLETO DE RESPALDO NO "
                      "TERMINO BIEN"
              MOVE "N"  TO WS-SW-EXITO-RESPALDO
              MOVE ZERO TO RETURN-CODE
           END-IF
           CANCEL "PROG0100".

      * -------------------------------------------------------------- *
      * 050-CALCULA-VENTANAS - FECHAS LIMITE DE LAS ALERTAS: HOY + 14  *
      *                DIAS PARA VENCIMIENTOS DE PERIODO DE PRUEBA Y   *
              CLOSE ESTADO-NOCTURNO
           END-IF.

      * -------------------------------------------------------------- *
      * 080-REVISA-EXCESOS - AVISO DE LA MANANA: COMPARA LO QUE TARDO  *
      *                HOY CADA PASO DE 04-ESTADO-NOCTURNO CONTRA SU   *
      *                PROMEDIO DE LAS ULTIMAS 30 CORRIDAS BUENAS Y LA *
      *                VENTANA (INICIO DEL PRIMER PASO A FIN DEL       *
      *                ULTIMO) CONTRA LA HORA LIMITE. PROG0103 SACA EL *
      *                MISMO CALCULO NOCHE POR NOCHE EN SU REPORTE     *
      * -------------------------------------------------------------- *
       080-REVISA-EXCESOS.
           PERFORM 081-CARGA-VENTANA
           MOVE ZEROS TO WS-CANT-DUR
                         WS-CONT-EXCESOS
                         WS-VH-INICIO
                         WS-VH-FIN
           MOVE "N" TO WS-SW-FIN-ESTADO
           OPEN INPUT ESTADO-NOCTURNO
           IF WS-FILE-STATUS-EST NOT = "00"
              GO TO 080-FIN-REVISA-EXCESOS
           END-IF
           GO TO 082-LEE-ESTADO.

       082-LEE-ESTADO.
           READ ESTADO-NOCTURNO
               AT END
                   MOVE "S" TO WS-SW-FIN-ESTADO
                   CLOSE ESTADO-NOCTURNO
                   GO TO 084-EVALUA-EXCESOS
           END-READ
           IF REG-EN-FECHA > WS-FECHA-HOY-CCYYMMDD
              GO TO 082-LEE-ESTADO
           END-IF
      * DE NOCHES ANTERIORES SOLO CUENTA LO QUE TERMINO BIEN; DE HOY,
      * TODO (UN PASO QUE FALLO TARDANDO DE MAS TAMBIEN SE AVISA)
           IF REG-EN-FECHA < WS-FECHA-HOY-CCYYMMDD
              AND NOT REG-EN-BIEN
                 GO TO 082-LEE-ESTADO
           END-IF
           PERFORM 083-BUSCA-PASO
           IF WS-IX-DUR = ZEROS
              GO TO 082-LEE-ESTADO
           END-IF
           PERFORM 086-CALCULA-SEGUNDOS
           IF REG-EN-FECHA = WS-FECHA-HOY-CCYYMMDD
              MOVE WS-SEGUNDOS-PASO TO WS-TD-SEG-HOY (WS-IX-DUR)
              MOVE "S"              TO WS-TD-SW-HOY (WS-IX-DUR)
              IF WS-VH-INICIO = ZEROS
                 MOVE REG-EN-HORA-INICIO TO WS-VH-INICIO
              END-IF
              MOVE REG-EN-HORA-FIN  TO WS-VH-FIN
           ELSE
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
           GO TO 082-LEE-ESTADO.

       084-EVALUA-EXCESOS.
           PERFORM 085-EVALUA-PASO THRU 085-FIN-EVALUA-PASO
               VARYING WS-IX-DUR FROM 1 BY 1
               UNTIL WS-IX-DUR > WS-CANT-DUR
           IF WS-VH-INICIO = ZEROS
              GO TO 080-FIN-REVISA-EXCESOS
           END-IF
           MOVE WS-VH-INICIO TO WS-HORA-CALC
           COMPUTE WS-VH-HHMM-INICIO = WS-HC-HORA * 100 + WS-HC-MINUTO
           MOVE WS-VH-FIN TO WS-HORA-CALC
           COMPUTE WS-VH-HHMM-FIN = WS-HC-HORA * 100 + WS-HC-MINUTO
           DISPLAY "PROG0007: VENTANA NOCTURNA DE " WS-VH-HHMM-INICIO
                   " A " WS-VH-HHMM-FIN " (LIMITE " WS-PV-HORA-LIMITE
                   ")"
      * UNA VENTANA QUE ARRANCO EN LA TARDE Y NO HA CRUZADO LA
      * MEDIANOCHE NO PUEDE ESTAR PASADA DE LA HORA LIMITE
           IF WS-VH-HHMM-FIN > WS-PV-HORA-LIMITE
              AND (WS-VH-HHMM-INICIO NOT > WS-PV-HORA-LIMITE
                   OR WS-VH-FIN < WS-VH-INICIO)
                 DISPLAY "PROG0007: ** AVISO: LA VENTANA NOCTURNA "
                         "TERMINO A LAS " WS-VH-HHMM-FIN ", DESPUES "
                         "DE LA HORA LIMITE " WS-PV-HORA-LIMITE " **"
           END-IF
           IF WS-CONT-EXCESOS > ZEROS
              DISPLAY "PROG0007: ** " WS-CONT-EXCESOS " PASO(S) "
                      "TARDARON MAS DE SU UMBRAL; VEA EL REPORTE DE "
                      "PROG0103 **"
           END-IF.

       080-FIN-REVISA-EXCESOS.
           EXIT.

       081-CARGA-VENTANA.
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
                                          WS-TD-SEG-HOY (WS-IX-DUR)
                 MOVE 1                TO WS-TD-SIGUIENTE (WS-IX-DUR)
                 MOVE "N"              TO WS-TD-SW-HOY (WS-IX-DUR)
           END-IF.

       0831-COMPARA-PASO.
           IF WS-TD-SECUENCIA (WS-IX-BUSCA-DUR) = REG-EN-SECUENCIA
              AND WS-TD-PROGRAMA (WS-IX-BUSCA-DUR) = REG-EN-PROGRAMA
                 MOVE WS-IX-BUSCA-DUR TO WS-IX-DUR
           END-IF.

      * -------------------------------------------------------------- *
      * 085-EVALUA-PASO - EL UMBRAL ES EL MAYOR ENTRE EL PROMEDIO POR  *
      *                EL PORCENTAJE Y EL PROMEDIO MAS LA HOLGURA; SIN *
      *                LAS CORRIDAS MINIMAS NO SE JUZGA AL PASO        *
      * -------------------------------------------------------------- *
       085-EVALUA-PASO.
           IF NOT WS-TD-CORRIO-HOY (WS-IX-DUR)
              OR WS-TD-CORRIDAS (WS-IX-DUR) < WS-PV-CORRIDAS-MINIMAS
              OR WS-TD-CORRIDAS (WS-IX-DUR) = ZEROS
                 GO TO 085-FIN-EVALUA-PASO
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
           IF WS-TD-SEG-HOY (WS-IX-DUR) > WS-UMBRAL-SEG
              ADD 1 TO WS-CONT-EXCESOS
              DISPLAY "PROG0007: ** AVISO: EL PASO "
                      WS-TD-SECUENCIA (WS-IX-DUR) " ("
                      WS-TD-PROGRAMA (WS-IX-DUR) ") TARDO "
                      WS-TD-SEG-HOY (WS-IX-DUR) " SEG; SU PROMEDIO ES "
                      WS-PROMEDIO-SEG " Y SU UMBRAL " WS-UMBRAL-SEG
                      " **"
           END-IF.

       085-FIN-EVALUA-PASO.
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

      * -------------------------------------------------------------- *
      * 090-REGISTRA-HISTORIA-NOCTURNA - ANOTA EN 04-HISTORIA-NOCTURNA *
      *                UNA LINEA POR NOCHE (CORRIO O SE OMITIO, CUANTOS*
