       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0074.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: VISTO BUENO DE LAS SOLICITUDES DE REEMBOLSO DE       *
      *           GASTOS QUE PROG0073 DEJA PENDIENTES EN 04-GASTOS.    *
      *           SOLO LAS PUEDE RESOLVER EL GERENTE QUE 04-DEPTOS     *
      *           TIENE PARA EL DEPARTAMENTO DE LA SOLICITUD, Y NUNCA  *
      *           QUIEN LA CAPTURO NI EL PROPIO EMPLEADO (MISMA REGLA  *
      *           DE SOLICITANTE CONTRA APROBADOR DE PROG0020). LAS    *
      *           APROBADAS LAS PAGA PROG0041 EN LA SIGUIENTE          *
      *           DISPERSION DE NOMINA                                 *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GASTOS ASSIGN TO "04-GASTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-GAS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-GAS.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS
           RECORD CONTAINS 142 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WGASFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.

       WORKING-STORAGE SECTION.
       COPY WDEPTOS.

       01 WS-FILE-STATUS-GAS      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-SW-FIN-DEPTOS        PIC X(01)    VALUE "N".
           88 WS-FIN-DEPTOS               VALUE "S".

       01 WS-SW-FIN-GAS           PIC X(01)    VALUE "N".
           88 WS-FIN-GAS                  VALUE "S".

       01 WS-RESPUESTA            PIC X(01)    VALUE SPACES.

       01 WS-CONT-DEPTOS-GERENTE  PIC 9(02)    VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CONT-LEIDAS      PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-OTRO-DEPTO  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-PROPIAS     PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-APROBADAS   PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-RECHAZADAS  PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-SIN-RESOLVER
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-IMP-APROBADO     PIC 9(09)V99  VALUE ZEROS.

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

       PROCEDURE DIVISION.
       010-INICIO.
      * EL APROBADOR SE IDENTIFICA POR EL NUMERO DE EMPLEADO LIGADO A
      * SU OPERADOR EN 04-OPERADORES; SIN ESE NUMERO NO PUEDE SER
      * GERENTE DE NINGUN DEPARTAMENTO
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           IF WS-FIR-SOLO-CONSULTA
              DISPLAY "PROG0074: SU ROL ES DE SOLO CONSULTA"
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           PERFORM 015-CARGA-DEPTOS THRU 015-FIN-CARGA-DEPTOS
           PERFORM 016-CUENTA-DEPTOS THRU 016-FIN-CUENTA-DEPTOS
           IF WS-FIR-NUMERO-EMP = ZEROS
              OR WS-CONT-DEPTOS-GERENTE = ZEROS
                 DISPLAY "PROG0074: EL OPERADOR " WS-FIR-ID
                         " NO ES GERENTE DE NINGUN DEPARTAMENTO EN "
                         "04-DEPTOS"
                 GOBACK
           END-IF
           OPEN I-O GASTOS
           IF WS-FILE-STATUS-GAS NOT = "00"
              DISPLAY "PROG0074: NO SE PUDO ABRIR 04-GASTOS, "
                      "STATUS " WS-FILE-STATUS-GAS
              GOBACK
           END-IF
           GO TO 020-LEE.

       020-LEE.
           READ GASTOS
               AT END
                   MOVE "S" TO WS-SW-FIN-GAS
           END-READ
           IF WS-FIN-GAS
              GO TO 090-FIN-LECTURA
           END-IF
           IF NOT REG-GAS-PENDIENTE
              GO TO 020-LEE
           END-IF
           ADD 1 TO WS-CONT-LEIDAS
           PERFORM 030-RESUELVE-GASTO THRU 030-FIN-RESUELVE-GASTO
           GO TO 020-LEE.

      * -------------------------------------------------------------- *
      * 030-RESUELVE-GASTO - SOLO SE MUESTRAN LAS SOLICITUDES DE LOS   *
      *                DEPARTAMENTOS QUE GERENCIA QUIEN FIRMO; LAS     *
      *                DEMAS SE CUENTAN Y SE DEJAN PENDIENTES PARA SU  *
      *                GERENTE. S APRUEBA, N RECHAZA Y CUALQUIER OTRA  *
      *                RESPUESTA LA DEJA PENDIENTE PARA OTRA CORRIDA   *
      * -------------------------------------------------------------- *
       030-RESUELVE-GASTO.
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   ADD 1 TO WS-CONT-OTRO-DEPTO
                   GO TO 030-FIN-RESUELVE-GASTO
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = REG-GAS-DEPTO
                   CONTINUE
           END-SEARCH
           IF WS-TAB-DEPTO-GERENTE (WS-IX-DEPTO)
                     NOT = WS-FIR-NUMERO-EMP
              ADD 1 TO WS-CONT-OTRO-DEPTO
              GO TO 030-FIN-RESUELVE-GASTO
           END-IF
           DISPLAY " "
           DISPLAY "----- SOLICITUD DE REEMBOLSO PENDIENTE -----"
           DISPLAY "EMPLEADO       : " REG-GAS-NUMERO " "
                   REG-GAS-NOMBRE-EMP
           DISPLAY "DEPARTAMENTO   : " REG-GAS-DEPTO " "
                   WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
           DISPLAY "FECHA DEL GASTO: " REG-GAS-FECHA-GASTO
           DISPLAY "CONCEPTO       : " REG-GAS-CONCEPTO
           DISPLAY "IMPORTE        : " REG-GAS-IMPORTE
           DISPLAY "CAPTURADA POR  : " REG-GAS-USUARIO-CAPTURA
                   " EL " REG-GAS-FECHA-CAPTURA
      * IGUAL QUE EN LAS BAJAS, QUIEN CAPTURO LA SOLICITUD NO PUEDE
      * APROBARLA; TAMPOCO EL GERENTE SU PROPIO GASTO
           IF WS-FIR-ID = REG-GAS-USUARIO-CAPTURA
              DISPLAY "PROG0074: LA SOLICITUD LA CAPTURO "
                      REG-GAS-USUARIO-CAPTURA " Y NO PUEDE "
                      "APROBARLA LA MISMA PERSONA; QUEDA PENDIENTE"
              ADD 1 TO WS-CONT-PROPIAS
              GO TO 030-FIN-RESUELVE-GASTO
           END-IF
           IF WS-FIR-NUMERO-EMP = REG-GAS-NUMERO
              DISPLAY "PROG0074: EL GASTO ES DEL PROPIO GERENTE; "
                      "QUEDA PENDIENTE"
              ADD 1 TO WS-CONT-PROPIAS
              GO TO 030-FIN-RESUELVE-GASTO
           END-IF
           DISPLAY "APRUEBA EL REEMBOLSO (S=SI, N=NO, "
                   "ESPACIO=DEJAR PENDIENTE): "
           MOVE SPACES TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = "S"
              MOVE "A" TO REG-GAS-ESTADO
           ELSE
              IF WS-RESPUESTA = "N"
                 MOVE "R" TO REG-GAS-ESTADO
              ELSE
                 ADD 1 TO WS-CONT-SIN-RESOLVER
                 DISPLAY "SOLICITUD SIN RESOLVER"
                 GO TO 030-FIN-RESUELVE-GASTO
              END-IF
           END-IF
           MOVE WS-FIR-ID             TO REG-GAS-USUARIO-RESUELVE
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-GAS-FECHA-RESUELVE
           REWRITE REG-GASTO
               INVALID KEY
                   DISPLAY "PROG0074: NO SE PUDO ACTUALIZAR LA "
                           "SOLICITUD, STATUS " WS-FILE-STATUS-GAS
                   ADD 1 TO WS-CONT-SIN-RESOLVER
                   GO TO 030-FIN-RESUELVE-GASTO
           END-REWRITE
           IF REG-GAS-APROBADO
              ADD 1               TO WS-CONT-APROBADAS
              ADD REG-GAS-IMPORTE TO WS-IMP-APROBADO
              DISPLAY "REEMBOLSO APROBADO; SE PAGA EN LA SIGUIENTE "
                      "DISPERSION"
           ELSE
              ADD 1 TO WS-CONT-RECHAZADAS
              DISPLAY "REEMBOLSO RECHAZADO"
           END-IF.

       030-FIN-RESUELVE-GASTO.
           EXIT.

       015-CARGA-DEPTOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
           IF WS-FILE-STATUS-DEPTOS NOT = "00"
              DISPLAY "PROG0074: NO SE PUDO ABRIR 04-DEPTOS: "
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
                   MOVE "S" TO WS-SW-FIN-DEPTOS
                   GO TO 0152-FIN-LEE-DEPTO-CAT
           END-READ
           MOVE REG-DEPTO-CAT-COD
                     TO WS-TAB-DEPTO-COD (WS-IX-DEPTO)
           MOVE REG-DEPTO-CAT-NOM
                     TO WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
           MOVE REG-DEPTO-CAT-GERENTE
                     TO WS-TAB-DEPTO-GERENTE (WS-IX-DEPTO)
           SET WS-IX-DEPTO UP BY 1
           GO TO 0151-LEE-DEPTO-CAT.

       0152-FIN-LEE-DEPTO-CAT.
           CLOSE DEPTOS-CFG.

       015-FIN-CARGA-DEPTOS.
           CONTINUE.

      * -------------------------------------------------------------- *
      * 016-CUENTA-DEPTOS - CUANTOS DEPARTAMENTOS DEL CATALOGO TIENEN  *
      *                COMO GERENTE AL EMPLEADO DE QUIEN FIRMO         *
      * -------------------------------------------------------------- *
       016-CUENTA-DEPTOS.
           SET WS-IX-DEPTO TO 1.

       0161-REVISA-DEPTO.
           IF WS-IX-DEPTO > 10
              GO TO 016-FIN-CUENTA-DEPTOS
           END-IF
           IF WS-TAB-DEPTO-COD (WS-IX-DEPTO) NOT = 999
              AND WS-TAB-DEPTO-GERENTE (WS-IX-DEPTO)
                        = WS-FIR-NUMERO-EMP
                 ADD 1 TO WS-CONT-DEPTOS-GERENTE
                 DISPLAY "PROG0074: GERENTE DEL DEPARTAMENTO "
                         WS-TAB-DEPTO-COD (WS-IX-DEPTO) " "
                         WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
           END-IF
           SET WS-IX-DEPTO UP BY 1
           GO TO 0161-REVISA-DEPTO.

       016-FIN-CUENTA-DEPTOS.
           EXIT.

       090-FIN-LECTURA.
           CLOSE GASTOS
           DISPLAY " "
           DISPLAY "PROG0074: SOLICITUDES PENDIENTES : " WS-CONT-LEIDAS
           DISPLAY "PROG0074: DE OTROS DEPARTAMENTOS : "
                   WS-CONT-OTRO-DEPTO
           DISPLAY "PROG0074: PROPIAS, NO APROBABLES : "
                   WS-CONT-PROPIAS
           DISPLAY "PROG0074: APROBADAS              : "
                   WS-CONT-APROBADAS " POR " WS-IMP-APROBADO
           DISPLAY "PROG0074: RECHAZADAS             : "
                   WS-CONT-RECHAZADAS
           DISPLAY "PROG0074: SIN RESOLVER           : "
                   WS-CONT-SIN-RESOLVER
           GOBACK.
       END PROGRAM PROG0074.
