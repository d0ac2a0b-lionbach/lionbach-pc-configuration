      *           CADA QUINCENA. SOLO MANDA LOS EMPLEADOS NUEVOS O QUE *
      *           CAMBIARON DESDE LA CORRIDA ANTERIOR, COMPARANDO      *
      *           CONTRA EL ULTIMO REGISTRO MANDADO POR EMPLEADO       *
      *           (04-NOMINA-SNAPSHOT), PARA NO REENVIAR CADA QUINCENA *
      *           A LOS QUE NO SE MUEVEN. AL FINAL AGREGA LAS          *
      *           INCIDENCIAS ("I") Y LOS RETROACTIVOS APROBADOS ("R") *
      *           DEL PERIODO EN CURSO. CORRE PARA UN SOLO GRUPO DE    *
      *           PAGO DE UNA SOLA EMPRESA (RAZON SOCIAL) A LA VEZ,    *
      *           CONTRA EL CALENDARIO DE ESE GRUPO: CADA EMPRESA      *
      *           LLEVA SU PROPIO ARCHIVO AL PROVEEDOR, CON SU         *
      *           REGISTRO PATRONAL EN EL ENCABEZADO                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-INC.

           SELECT RETROACTIVOS ASSIGN TO "04-RETROACTIVOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-RET.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.

       COPY WNOMFD.

       FD  SNAPSHOT-NOMINA
           RECORD CONTAINS 67 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNOMSNAP.

       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.

           BLOCK CONTAINS 0 RECORDS.
       COPY WINCFD.

       FD  RETROACTIVOS
           RECORD CONTAINS 75 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WRETFD.

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WEMPRWS.

       01 WS-FILE-STATUS-EMP       PIC X(02).
       01 WS-FILE-STATUS-NOM       PIC X(02).
           05 WS-EXTRAIDOS         PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-CAMBIO        PIC 9(05)    VALUE ZEROS.
           05 WS-EN-AUSENCIA       PIC 9(05)    VALUE ZEROS.
           05 WS-OTRO-GRUPO        PIC 9(05)    VALUE ZEROS.
           05 WS-OTRA-EMPRESA      PIC 9(05)    VALUE ZEROS.
           05 WS-BAJAS-EMPRESA     PIC 9(05)    VALUE ZEROS.
           05 WS-INC-OTRA-EMPRESA  PIC 9(05)    VALUE ZEROS.

      * EL GRUPO DE PAGO QUE SE EXTRAE EN ESTA CORRIDA (ESPACIOS =
      * GRUPO 01, LA NOMINA DE SIEMPRE, COMO EN LA CORRIDA NOCTURNA)
       01 WS-GRUPO-PAGO            PIC X(02)    VALUE SPACES.
      * LA EMPRESA (RAZON SOCIAL) QUE SE EXTRAE (ESPACIOS = 01)
       01 WS-EMPRESA               PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA-EMPLEADO      PIC X(02)    VALUE SPACES.

       01 WS-FILE-STATUS-AUS       PIC X(02).
       01 WS-SW-HAY-AUSENCIAS      PIC X(01)    VALUE "N".
           05 WS-INC-FECHA         PIC 9(08).
           05 FILLER               PIC X(36)    VALUE SPACES.

       01 WS-FILE-STATUS-RET       PIC X(02).
       01 WS-SW-FIN-RETROACTIVOS   PIC X(01)    VALUE "N".
           88 WS-FIN-RETROACTIVOS          VALUE "S".
       01 WS-CONT-RETROACTIVOS     PIC 9(05)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-RET-INTERFAZ - REGISTRO TIPO "R" DEL ARCHIVO DE INTERFAZ:   *
      *                UNA DIFERENCIA RETROACTIVA DE SALARIO (VER      *
      *                04-RETROACTIVOS Y PROG0064) APROBADA POR        *
      *                FINANZAS PARA PAGARSE EN EL PERIODO EN CURSO,   *
      *                CON EL PERIODO CERRADO AL QUE CORRESPONDE       *
      * -------------------------------------------------------------- *
       01 WS-RET-INTERFAZ.
           05 FILLER               PIC X(01)    VALUE "R".
           05 WS-RET-NUMERO        PIC 9(06).
           05 WS-RET-CONCEPTO      PIC X(03)    VALUE "RET".
           05 WS-RET-IMPORTE       PIC 9(07)V99.
           05 WS-RET-PERIODO-ORIGEN
                                   PIC 9(04).
           05 WS-RET-FECHA-EFECTIVA
                                   PIC 9(08).
           05 FILLER               PIC X(32)    VALUE SPACES.

       01 WS-SW-HAY-CAMBIO         PIC X(01)    VALUE "N".
           88 WS-HAY-CAMBIO                VALUE "S".

               10 WS-TAB-SNAP-SALARIO  PIC 9(07)V99.
               10 WS-TAB-SNAP-STATUS   PIC X(01).
               10 WS-TAB-SNAP-RFC      PIC X(13).
               10 WS-TAB-SNAP-EMPRESA  PIC X(02).
               10 WS-TAB-SNAP-EMPRESA-BAJA
                                       PIC X(02).

       01 WS-CANT-SNAP-VIEJO       PIC 9(05)    VALUE ZEROS.
      * LO QUE TRAIA EL SNAPSHOT VIEJO DEL EMPLEADO EN TURNO (SIN
      * ENTRADA: ESPACIOS)
       01 WS-SNAP-EMPRESA-VIEJA    PIC X(02)    VALUE SPACES.
       01 WS-SNAP-BAJA-VIEJA       PIC X(02)    VALUE SPACES.
       01 WS-SNAP-STATUS-VIEJO     PIC X(01)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-TABLA-EMP-CORRIDA - LOS EMPLEADOS DEL GRUPO Y LA EMPRESA DE *
      *                 ESTA CORRIDA, EN EL ORDEN ASCENDENTE EN QUE SE *
      *                 LEEN DEL MAESTRO, PARA QUE LAS INCIDENCIAS Y   *
      *                 LOS RETROACTIVOS DE EMPLEADOS DE OTRA EMPRESA  *
      *                 NO SALGAN EN ESTE ARCHIVO                      *
      * -------------------------------------------------------------- *
       01 WS-TABLA-EMP-CORRIDA.
           05 WS-TAB-COR       OCCURS 5000 TIMES
                                ASCENDING KEY IS WS-TAB-COR-NUMERO
                                INDEXED BY WS-IX-COR.
               10 WS-TAB-COR-NUMERO    PIC 9(05)    VALUE 99999.
       01 WS-CANT-EMP-CORRIDA      PIC 9(05)    VALUE ZEROS.
       01 WS-SW-FIN-SNAP           PIC X(01)    VALUE "N".
           88 WS-FIN-SNAP                  VALUE "S".

           05 WS-ENC-FIN           PIC 9(08).
           05 WS-ENC-PAGO          PIC 9(08).
           05 WS-ENC-SECUENCIA     PIC 9(05).
           05 WS-ENC-GRUPO         PIC X(02).
           05 WS-ENC-EMPRESA       PIC X(02).
           05 WS-ENC-REG-PATRONAL  PIC X(11).
           05 FILLER               PIC X(14)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-CONTROL-ENVIO-LLAMA - AREA PARA EL CONTROL DE ENVIOS DE     *
           05 WS-ENV-SECUENCIA     PIC 9(05)    VALUE ZEROS.
           05 WS-ENV-PERIODO       PIC 9(04)    VALUE ZEROS.
           05 WS-ENV-OK            PIC X(01)    VALUE "N".
           05 WS-ENV-GRUPO         PIC X(02)    VALUE SPACES.
           05 WS-ENV-EMPRESA       PIC X(02)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "GRUPO DE PAGO A EXTRAER [01]: "
           ACCEPT WS-GRUPO-PAGO
           IF WS-GRUPO-PAGO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO
           END-IF
           DISPLAY "EMPRESA (RAZON SOCIAL) A EXTRAER [01]: "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
              MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE WS-EMPRESA        TO WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           IF NOT WS-EMPRESA-OK
              DISPLAY "PROG0008: LA EMPRESA " WS-EMPRESA
                      " NO ESTA EN 04-EMPRESAS (VER PROG0010); "
                      "EXTRACTO NO CORRE"
              GO TO 100-FIN
           END-IF
           PERFORM 012-VALIDA-PERIODO THRU 012-FIN-VALIDA-PERIODO
           IF NOT WS-PERIODO-OK
              GO TO 100-FIN
      * CONFIRMACION EXPLICITA DEL OPERADOR
           MOVE "P"               TO WS-ENV-ACCION
           MOVE WS-PER-HOY-NUMERO TO WS-ENV-PERIODO
           MOVE WS-GRUPO-PAGO     TO WS-ENV-GRUPO
           MOVE WS-EMPRESA        TO WS-ENV-EMPRESA
           CALL "PROG0051" USING WS-CONTROL-ENVIO-LLAMA
           IF WS-ENV-OK NOT = "S"
              GO TO 100-FIN
           MOVE WS-PER-HOY-FIN    TO WS-ENC-FIN
           MOVE WS-PER-HOY-PAGO   TO WS-ENC-PAGO
           MOVE WS-ENV-SECUENCIA  TO WS-ENC-SECUENCIA
           MOVE WS-GRUPO-PAGO     TO WS-ENC-GRUPO
           MOVE WS-EMPRESA        TO WS-ENC-EMPRESA
           MOVE WS-EMPR-REG-PATRONAL
                                  TO WS-ENC-REG-PATRONAL
           WRITE REG-NOMINA-INTERFAZ FROM WS-ENC-INTERFAZ
      * LAS AUSENCIAS CON FECHAS SON OPCIONALES: SIN EL ARCHIVO, EL
      * EXTRACTO SE COMPORTA COMO SIEMPRE
           GO TO 021-LEE-EMPLEADO.

      * -------------------------------------------------------------- *
      * 012-VALIDA-PERIODO - BUSCA EN 04-PERIODOS EL PERIODO DEL GRUPO *
      *                QUE CUBRE LA FECHA DE HOY. SI NO HAY, SI AUN NO *
      *                SE ABRE O SI YA SE CERRO (VER PROG0031), EL     *
      *                EXTRACTO NO CORRE: ASI SALARIOS Y DEDUCCIONES   *
      *                YA NO PUEDEN SALIR EN PERIODOS DISTINTOS        *
      * -------------------------------------------------------------- *
               AT END
                   MOVE "S" TO WS-SW-FIN-PERIODOS
                   CLOSE PERIODOS
                   DISPLAY "PROG0008: NO HAY PERIODO DEL GRUPO "
                           WS-GRUPO-PAGO " QUE CUBRA LA FECHA DE "
                           "HOY; EXTRACTO NO CORRE"
                   GO TO 012-FIN-VALIDA-PERIODO
           END-READ
           IF REG-PER-GRUPO = SPACES
              MOVE "01" TO REG-PER-GRUPO
           END-IF
           IF WS-FECHA-HOY-CCYYMMDD < REG-PER-FECHA-INICIO
              OR WS-FECHA-HOY-CCYYMMDD > REG-PER-FECHA-FIN
              OR REG-PER-GRUPO NOT = WS-GRUPO-PAGO
                 GO TO 0121-LEE-PERIODO
           END-IF
           MOVE REG-PER-NUMERO       TO WS-PER-HOY-NUMERO
               WS-TAB-SNAP-STATUS  (WS-CANT-SNAP-VIEJO)
           MOVE SNAP-RFC-EMP     TO
               WS-TAB-SNAP-RFC     (WS-CANT-SNAP-VIEJO)
      * UN SNAPSHOT DE ANTES DE LAS EMPRESAS ES DE LA 01
           IF SNAP-EMPRESA = SPACES
              MOVE "01" TO SNAP-EMPRESA
           END-IF
           MOVE SNAP-EMPRESA     TO
               WS-TAB-SNAP-EMPRESA (WS-CANT-SNAP-VIEJO)
           MOVE SNAP-EMPRESA-BAJA TO
               WS-TAB-SNAP-EMPRESA-BAJA (WS-CANT-SNAP-VIEJO)
           GO TO 0151-LEE-SNAP.

       0152-FIN-LEE-SNAP.
      *                    MANDO LA CORRIDA ANTERIOR, PERO SIEMPRE     *
      *                    REFRESCA EL SNAPSHOT PARA LA PROXIMA. EL    *
      *                    REGISTRO TRAILER (REG-TRL-NUMERO = 99999)   *
      *                    NO ES UN EMPLEADO Y SE SALTA. UN EMPLEADO   *
      *                    DE OTRO GRUPO DE PAGO NO SE MANDA Y SE      *
      *                    QUEDA EN EL SNAPSHOT CON LO QUE TENIA; UNO  *
      *                    DE OTRA EMPRESA TAMPOCO, SALVO LA BAJA QUE  *
      *                    LE DEBA ESTA EMPRESA (VER 0272)             *
      * -------------------------------------------------------------- *
       021-LEE-EMPLEADO.
           READ EMPLEADOS
           IF REG-EMP-NUMERO = 99999
              GO TO 021-LEE-EMPLEADO
           END-IF
           MOVE REG-EMP-GRUPO-PAGO TO WS-GRUPO-PAGO-EMP
           IF WS-GRUPO-PAGO-EMP = SPACES
              MOVE "01" TO WS-GRUPO-PAGO-EMP
           END-IF
           IF WS-GRUPO-PAGO-EMP NOT = WS-GRUPO-PAGO
              ADD 1 TO WS-OTRO-GRUPO
              PERFORM 0271-CONSERVA-SNAPSHOT
              GO TO 021-LEE-EMPLEADO
           END-IF
           MOVE REG-EMP-EMPRESA   TO WS-EMPRESA-EMPLEADO
           IF WS-EMPRESA-EMPLEADO = SPACES
              MOVE "01" TO WS-EMPRESA-EMPLEADO
           END-IF
           IF WS-EMPRESA-EMPLEADO NOT = WS-EMPRESA
              ADD 1 TO WS-OTRA-EMPRESA
              PERFORM 0272-BAJA-OTRA-EMPRESA
              GO TO 021-LEE-EMPLEADO
           END-IF
           IF WS-CANT-EMP-CORRIDA < 5000
              ADD 1 TO WS-CANT-EMP-CORRIDA
              MOVE REG-EMP-NUMERO
                     TO WS-TAB-COR-NUMERO (WS-CANT-EMP-CORRIDA)
           END-IF
      * UN EMPLEADO DENTRO DE SU VENTANA DE AUSENCIA SOLO SE CUENTA
      * PARA EL LETRERO FINAL: SU STATUS 2 (PUESTO POR PROG0055)
      * DEBE VIAJAR COMO DELTA "S" PARA QUE EL PROVEEDOR DETENGA EL

       023-FIN-EXTRAE.
           PERFORM 028-EXTRAE-INCIDENCIAS THRU 028-FIN-EXTRAE-INC
           PERFORM 029-EXTRAE-RETROACTIVOS THRU 029-FIN-EXTRAE-RET
           CLOSE EMPLEADOS
                 NOMINA-INTERFAZ
                 SNAPSHOT-NOMINA
                   WS-EN-AUSENCIA
           DISPLAY "EMPLEADOS SIN CAMBIO (NO SE MANDARON): "
                   WS-SIN-CAMBIO
           DISPLAY "EMPLEADOS DE OTROS GRUPOS DE PAGO: "
                   WS-OTRO-GRUPO
           DISPLAY "EMPLEADOS DE OTRAS EMPRESAS: " WS-OTRA-EMPRESA
           DISPLAY "BAJAS POR CAMBIO DE EMPRESA MANDADAS: "
                   WS-BAJAS-EMPRESA
           IF WS-INC-OTRA-EMPRESA > 0
              DISPLAY "INCIDENCIAS/RETROACTIVOS DE OTRAS EMPRESAS "
                      "(NO SE MANDARON): " WS-INC-OTRA-EMPRESA
           END-IF
           MOVE "G" TO WS-ENV-ACCION
           CALL "PROG0051" USING WS-CONTROL-ENVIO-LLAMA
           DISPLAY "SECUENCIA DE ENVIO GENERADA: " WS-ENV-SECUENCIA
           IF REG-INC-PERIODO NOT = WS-PER-HOY-NUMERO
              GO TO 0281-LEE-INCIDENCIA
           END-IF
           SET WS-IX-COR TO 1
           SEARCH ALL WS-TAB-COR
               AT END
                   ADD 1 TO WS-INC-OTRA-EMPRESA
                   GO TO 0281-LEE-INCIDENCIA
               WHEN WS-TAB-COR-NUMERO (WS-IX-COR) = REG-INC-NUMERO
                   CONTINUE
           END-SEARCH
           MOVE REG-INC-NUMERO   TO WS-INC-NUMERO
           MOVE REG-INC-TIPO     TO WS-INC-TIPO
           MOVE REG-INC-CANTIDAD TO WS-INC-CANTIDAD
       028-FIN-EXTRAE-INC.
           EXIT.

      * -------------------------------------------------------------- *
      * 029-EXTRAE-RETROACTIVOS - LAS DIFERENCIAS RETROACTIVAS QUE     *
      *                FINANZAS APROBO PARA EL PERIODO EN CURSO SALEN  *
      *                COMO PERCEPCIONES TIPO "R", IGUAL QUE LAS       *
      *                INCIDENCIAS. LAS PENDIENTES DE APROBAR NO SE    *
      *                MANDAN. SIN 04-RETROACTIVOS NO HAY NADA         *
      * -------------------------------------------------------------- *
       029-EXTRAE-RETROACTIVOS.
           OPEN INPUT RETROACTIVOS
           IF WS-FILE-STATUS-RET NOT = "00"
              GO TO 029-FIN-EXTRAE-RET
           END-IF
           GO TO 0291-LEE-RETROACTIVO.

       0291-LEE-RETROACTIVO.
           READ RETROACTIVOS
               AT END
                   MOVE "S" TO WS-SW-FIN-RETROACTIVOS
                   CLOSE RETROACTIVOS
                   DISPLAY "RETROACTIVOS DEL PERIODO MANDADOS: "
                           WS-CONT-RETROACTIVOS
                   GO TO 029-FIN-EXTRAE-RET
           END-READ
           IF NOT REG-RET-APROBADO
              OR REG-RET-PERIODO-PAGO NOT = WS-PER-HOY-NUMERO
                 GO TO 0291-LEE-RETROACTIVO
           END-IF
           SET WS-IX-COR TO 1
           SEARCH ALL WS-TAB-COR
               AT END
                   ADD 1 TO WS-INC-OTRA-EMPRESA
                   GO TO 0291-LEE-RETROACTIVO
               WHEN WS-TAB-COR-NUMERO (WS-IX-COR) = REG-RET-NUMERO
                   CONTINUE
           END-SEARCH
           MOVE REG-RET-NUMERO         TO WS-RET-NUMERO
           MOVE REG-RET-IMPORTE        TO WS-RET-IMPORTE
           MOVE REG-RET-PERIODO-ORIGEN TO WS-RET-PERIODO-ORIGEN
           MOVE REG-RET-FECHA-EFECTIVA TO WS-RET-FECHA-EFECTIVA
           WRITE REG-NOMINA-INTERFAZ FROM WS-RET-INTERFAZ
           ADD 1 TO WS-CONT-RETROACTIVOS
           GO TO 0291-LEE-RETROACTIVO.

       029-FIN-EXTRAE-RET.
           EXIT.

      * -------------------------------------------------------------- *
      * 025-TRADUCE-A-INTERFAZ - PASA EL REGISTRO DE TRABAJO DEL       *
      *                          MAESTRO A LOS ANCHOS Y CODIGOS DE     *
      * 026-BUSCA-SNAPSHOT-VIEJO - COMPARA EL REGISTRO DE INTERFAZ     *
      *                    RECIEN TRADUCIDO CONTRA LO QUE SE MANDO LA  *
      *                    CORRIDA ANTERIOR PARA ESE MISMO NUMERO DE   *
      *                    EMPLEADO. SI ANTES ERA DE OTRA EMPRESA SE   *
      *                    MANDA COMPLETO, COMO ALTA EN ESTA           *
      * -------------------------------------------------------------- *
       026-BUSCA-SNAPSHOT-VIEJO.
           MOVE "N" TO WS-SW-HAY-CAMBIO
           MOVE SPACES TO WS-SNAP-EMPRESA-VIEJA
                          WS-SNAP-BAJA-VIEJA
                          WS-SNAP-STATUS-VIEJO
           SET WS-IX-SNAP TO 1
           SEARCH ALL WS-TAB-SNAP
               AT END
                   MOVE "S" TO WS-SW-HAY-CAMBIO
               WHEN WS-TAB-SNAP-NUMERO (WS-IX-SNAP) = NOM-NUMERO-EMP
                   MOVE WS-TAB-SNAP-EMPRESA (WS-IX-SNAP)
                                          TO WS-SNAP-EMPRESA-VIEJA
                   MOVE WS-TAB-SNAP-EMPRESA-BAJA (WS-IX-SNAP)
                                          TO WS-SNAP-BAJA-VIEJA
                   MOVE WS-TAB-SNAP-STATUS (WS-IX-SNAP)
                                          TO WS-SNAP-STATUS-VIEJO
                   IF WS-TAB-SNAP-NOMBRE (WS-IX-SNAP) NOT =
                                                     NOM-NOMBRE-EMP
                   OR WS-TAB-SNAP-DEPTO (WS-IX-SNAP) NOT =
                                                     NOM-STATUS-EMP
                   OR WS-TAB-SNAP-RFC (WS-IX-SNAP) NOT =
                                                     NOM-RFC-EMP
                   OR WS-TAB-SNAP-EMPRESA (WS-IX-SNAP) NOT =
                                                     WS-EMPRESA
                      MOVE "S" TO WS-SW-HAY-CAMBIO
                   END-IF
           END-SEARCH.
      * 027-ACTUALIZA-SNAPSHOT - DEJA EN 04-NOMINA-SNAPSHOT LO QUE SE  *
      *                    ACABA DE EVALUAR PARA ESTE EMPLEADO, HAYA   *
      *                    CAMBIADO O NO, PARA COMPARAR CONTRA ESO LA  *
      *                    PROXIMA CORRIDA. SI VENIA DE OTRA EMPRESA   *
      *                    DONDE SEGUIA VIVO, APUNTA EN                *
      *                    SNAP-EMPRESA-BAJA QUE ESA EMPRESA LE DEBE   *
      *                    AL PROVEEDOR SU BAJA (VER 0272)             *
      * -------------------------------------------------------------- *
       027-ACTUALIZA-SNAPSHOT.
           MOVE NOM-NUMERO-EMP    TO SNAP-NUMERO-EMP
           MOVE NOM-SALARIO-EMP   TO SNAP-SALARIO-EMP
           MOVE NOM-STATUS-EMP    TO SNAP-STATUS-EMP
           MOVE NOM-RFC-EMP       TO SNAP-RFC-EMP
           MOVE WS-EMPRESA        TO SNAP-EMPRESA
           IF WS-SNAP-EMPRESA-VIEJA NOT = SPACES
              AND WS-SNAP-EMPRESA-VIEJA NOT = WS-EMPRESA
              AND WS-SNAP-STATUS-VIEJO NOT = "B"
                 MOVE WS-SNAP-EMPRESA-VIEJA TO SNAP-EMPRESA-BAJA
           ELSE
              IF WS-SNAP-BAJA-VIEJA = WS-EMPRESA
                 MOVE SPACES             TO SNAP-EMPRESA-BAJA
              ELSE
                 MOVE WS-SNAP-BAJA-VIEJA TO SNAP-EMPRESA-BAJA
              END-IF
           END-IF
           WRITE REG-NOMINA-SNAPSHOT.

      * -------------------------------------------------------------- *
      * 0271-CONSERVA-SNAPSHOT - EL EMPLEADO ES DE OTRO GRUPO: SE      *
      *                    VUELVE A ESCRIBIR TAL CUAL LO ULTIMO QUE SE *
      *                    LE MANDO, PARA QUE LA CORRIDA DE SU GRUPO   *
      *                    NO LO VUELVA A MANDAR COMPLETO              *
      * -------------------------------------------------------------- *
       0271-CONSERVA-SNAPSHOT.
           SET WS-IX-SNAP TO 1
           SEARCH ALL WS-TAB-SNAP
               AT END
                   CONTINUE
               WHEN WS-TAB-SNAP-NUMERO (WS-IX-SNAP) = REG-EMP-NUMERO
                   PERFORM 0274-COPIA-SNAPSHOT
                   WRITE REG-NOMINA-SNAPSHOT
           END-SEARCH.

      * -------------------------------------------------------------- *
      * 0272-BAJA-OTRA-EMPRESA - EL EMPLEADO ES DE OTRA EMPRESA. SI LO *
      *       ULTIMO QUE SE LE MANDO FUE POR ESTA EMPRESA Y NO COMO    *
      *       BAJA, O SI SU SNAPSHOT DICE QUE ESTA EMPRESA LE DEBE LA  *
      *       BAJA (SE CAMBIO DE EMPRESA Y LA OTRA CORRIO PRIMERO), SE *
      *       MANDA AQUI COMO BAJA ("B") CON LO ULTIMO QUE SE LE       *
      *       MANDO, PARA QUE EL PROVEEDOR LO DEJE DE PAGAR POR ESTA   *
      *       RAZON SOCIAL. EN CUALQUIER CASO SU SNAPSHOT SE CONSERVA  *
      * -------------------------------------------------------------- *
       0272-BAJA-OTRA-EMPRESA.
           SET WS-IX-SNAP TO 1
           SEARCH ALL WS-TAB-SNAP
               AT END
                   CONTINUE
               WHEN WS-TAB-SNAP-NUMERO (WS-IX-SNAP) = REG-EMP-NUMERO
                   PERFORM 0274-COPIA-SNAPSHOT
                   IF SNAP-EMPRESA = WS-EMPRESA
                      AND SNAP-STATUS-EMP NOT = "B"
                         MOVE "B" TO SNAP-STATUS-EMP
                         PERFORM 0273-MANDA-BAJA-EMPRESA
                   ELSE
                      IF SNAP-EMPRESA-BAJA = WS-EMPRESA
                         MOVE SPACES TO SNAP-EMPRESA-BAJA
                         PERFORM 0273-MANDA-BAJA-EMPRESA
                      END-IF
                   END-IF
                   WRITE REG-NOMINA-SNAPSHOT
           END-SEARCH.

      * -------------------------------------------------------------- *
      * 0273-MANDA-BAJA-EMPRESA - ESCRIBE LA BAJA DEL EMPLEADO EN LA   *
      *                    INTERFAZ CON LO ULTIMO QUE SE LE MANDO      *
      * -------------------------------------------------------------- *
       0273-MANDA-BAJA-EMPRESA.
           MOVE SNAP-NUMERO-EMP   TO NOM-NUMERO-EMP
           MOVE SNAP-NOMBRE-EMP   TO NOM-NOMBRE-EMP
           MOVE SNAP-DEPTO-EMP    TO NOM-DEPTO-EMP
           MOVE SNAP-SALARIO-EMP  TO NOM-SALARIO-EMP
           MOVE "B"               TO NOM-STATUS-EMP
           MOVE SNAP-RFC-EMP      TO NOM-RFC-EMP
           WRITE REG-NOMINA-INTERFAZ
           ADD 1 TO WS-EXTRAIDOS
           ADD 1 TO WS-BAJAS-EMPRESA.

      * -------------------------------------------------------------- *
      * 0274-COPIA-SNAPSHOT - PASA LA ENTRADA WS-IX-SNAP DEL SNAPSHOT  *
      *                    VIEJO AL REGISTRO DEL SNAPSHOT NUEVO        *
      * -------------------------------------------------------------- *
       0274-COPIA-SNAPSHOT.
           MOVE WS-TAB-SNAP-NUMERO (WS-IX-SNAP)
                                  TO SNAP-NUMERO-EMP
           MOVE WS-TAB-SNAP-NOMBRE (WS-IX-SNAP)
                                  TO SNAP-NOMBRE-EMP
           MOVE WS-TAB-SNAP-DEPTO (WS-IX-SNAP)
                                  TO SNAP-DEPTO-EMP
           MOVE WS-TAB-SNAP-SALARIO (WS-IX-SNAP)
                                  TO SNAP-SALARIO-EMP
           MOVE WS-TAB-SNAP-STATUS (WS-IX-SNAP)
                                  TO SNAP-STATUS-EMP
           MOVE WS-TAB-SNAP-RFC (WS-IX-SNAP)
                                  TO SNAP-RFC-EMP
           MOVE WS-TAB-SNAP-EMPRESA (WS-IX-SNAP)
                                  TO SNAP-EMPRESA
           MOVE WS-TAB-SNAP-EMPRESA-BAJA (WS-IX-SNAP)
                                  TO SNAP-EMPRESA-BAJA.

       100-FIN.
           GOBACK.
       END PROGRAM PROG0008.
