       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0101.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: SUBPROGRAMA COMPARTIDO (AL ESTILO DE PROG0048) QUE   *
      *           CUENTA LOS REGISTROS DE UN ARCHIVO DE DATOS O DE SU  *
      *           COPIA EN UN JUEGO DE RESPALDO. LOS LINE SEQUENTIAL   *
      *           SE LEEN COMO TEXTO; LOS INDEXADOS NECESITAN SU       *
      *           LLAVE Y SU LARGO, ASI QUE CADA FORMA DE INDEXADO     *
      *           TIENE AQUI SU SELECT (SOLO LA LLAVE PRIMARIA, QUE EN *
      *           TODOS VA AL PRINCIPIO DEL REGISTRO) Y EL TIPO DE     *
      *           WS-ARCHIVOS-RESPALDO DICE CUAL USAR. LO LLAMAN       *
      *           PROG0100 AL TOMAR EL RESPALDO Y PROG0102 AL          *
      *           RESTAURAR                                            *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEXTO ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-EMPLEADOS ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-EMPLEADOS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-BAJAS-PEND ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-BAJAS-PEND-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-CUENTAS-BANCO ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-CUENTAS-BANCO-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-OPERADORES ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-OPERADORES-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-AUSENCIAS ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-AUSENCIAS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-EVALUACIONES ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-EVALUACIONES-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-FINIQ-PEND ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-FINIQ-PEND-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-PRESTAMOS ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-PRESTAMOS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-PENSIONES ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-PENSIONES-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-PENS-APLIC ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-PENS-APLIC-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-VACACIONES ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-VACACIONES-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-REPARTO ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-REPARTO-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-GASTOS ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-GASTOS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-HIST-NOMINA ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-HIST-NOMINA-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-FONDO-AHORRO ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-FONDO-AHORRO-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-FINIQ-PAGO ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-FINIQ-PAGO-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-CERT-EMP ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-CERT-EMP-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-REEXPEDICION ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-REEXPEDICION-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-REQUISICIONES ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-REQUISICIONES-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-CANDIDATOS ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-CANDIDATOS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-DEPENDIENTES ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-DEPENDIENTES-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-CONTRATOS ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-CONTRATOS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-TURNOS-EMP ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-TURNOS-EMP-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-NOTAS ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-NOTAS-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.
           SELECT IDX-CASOS-RH ASSIGN TO DYNAMIC WS-NOMBRE-CUENTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-IX-CASOS-RH-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CTA.

       DATA DIVISION.
       FILE SECTION.
       FD  TEXTO
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
               DEPENDING ON WS-LARGO-LINEA
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TEXTO              PIC X(1000).
      * -------------------------------------------------------------- *
      * IDX-* - UNA FD POR FORMA DE INDEXADO (TIPO 01 A 25 DE          *
      *         WS-ARCHIVOS-RESPALDO), CON LA LLAVE PRIMARIA Y EL      *
      *         LARGO DEL COPYBOOK DE CADA ARCHIVO                     *
      * -------------------------------------------------------------- *
      * TIPO 01: 04-EMPLEADOS, 04-EMPLEADOS-ARCH Y 04-EMPLEADOS-CAP
       FD  IDX-EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-EMPLEADOS.
           05  REG-IX-EMPLEADOS-LLAVE PIC X(05).
           05  FILLER                 PIC X(91).
      * TIPO 02: 04-BAJAS-PENDIENTES
       FD  IDX-BAJAS-PEND
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-BAJAS-PEND.
           05  REG-IX-BAJAS-PEND-LLAVE
                                      PIC X(05).
           05  FILLER                 PIC X(58).
      * TIPO 03: 04-CUENTAS-BANCO
       FD  IDX-CUENTAS-BANCO
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-CUENTAS-BANCO.
           05  REG-IX-CUENTAS-BANCO-LLAVE
                                      PIC X(05).
           05  FILLER                 PIC X(32).
      * TIPO 04: 04-OPERADORES
       FD  IDX-OPERADORES
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-OPERADORES.
           05  REG-IX-OPERADORES-LLAVE
                                      PIC X(08).
           05  FILLER                 PIC X(88).
      * TIPO 05: 04-AUSENCIAS
       FD  IDX-AUSENCIAS
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-AUSENCIAS.
           05  REG-IX-AUSENCIAS-LLAVE PIC X(05).
           05  FILLER                 PIC X(37).
      * TIPO 06: 04-EVALUACIONES
       FD  IDX-EVALUACIONES
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-EVALUACIONES.
           05  REG-IX-EVALUACIONES-LLAVE
                                      PIC X(09).
           05  FILLER                 PIC X(62).
      * TIPO 07: 04-FINIQUITOS-PENDIENTES
       FD  IDX-FINIQ-PEND
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-FINIQ-PEND.
           05  REG-IX-FINIQ-PEND-LLAVE
                                      PIC X(05).
           05  FILLER                 PIC X(59).
      * TIPO 08: 04-PRESTAMOS Y 04-PLAZAS
       FD  IDX-PRESTAMOS
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-PRESTAMOS.
           05  REG-IX-PRESTAMOS-LLAVE PIC X(05).
           05  FILLER                 PIC X(44).
      * TIPO 09: 04-PENSIONES
       FD  IDX-PENSIONES
           RECORD CONTAINS 129 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-PENSIONES.
           05  REG-IX-PENSIONES-LLAVE PIC X(20).
           05  FILLER                 PIC X(109).
      * TIPO 10: 04-PENSIONES-APLICADAS
       FD  IDX-PENS-APLIC
           RECORD CONTAINS 127 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-PENS-APLIC.
           05  REG-IX-PENS-APLIC-LLAVE
                                      PIC X(24).
           05  FILLER                 PIC X(103).
      * TIPO 11: 04-VACACIONES
       FD  IDX-VACACIONES
           RECORD CONTAINS 15 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-VACACIONES.
           05  REG-IX-VACACIONES-LLAVE
                                      PIC X(05).
           05  FILLER                 PIC X(10).
      * TIPO 12: 04-REPARTO-COSTOS
       FD  IDX-REPARTO
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-REPARTO.
           05  REG-IX-REPARTO-LLAVE   PIC X(16).
           05  FILLER                 PIC X(21).
      * TIPO 13: 04-GASTOS
       FD  IDX-GASTOS
           RECORD CONTAINS 142 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-GASTOS.
           05  REG-IX-GASTOS-LLAVE    PIC X(21).
           05  FILLER                 PIC X(121).
      * TIPO 14: 04-HIST-NOMINA
       FD  IDX-HIST-NOMINA
           RECORD CONTAINS 103 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-HIST-NOMINA.
           05  REG-IX-HIST-NOMINA-LLAVE
                                      PIC X(12).
           05  FILLER                 PIC X(91).
      * TIPO 15: 04-FONDO-AHORRO
       FD  IDX-FONDO-AHORRO
           RECORD CONTAINS 84 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-FONDO-AHORRO.
           05  REG-IX-FONDO-AHORRO-LLAVE
                                      PIC X(05).
           05  FILLER                 PIC X(79).
      * TIPO 16: 04-FINIQUITOS-PAGO
       FD  IDX-FINIQ-PAGO
           RECORD CONTAINS 126 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-FINIQ-PAGO.
           05  REG-IX-FINIQ-PAGO-LLAVE
                                      PIC X(05).
           05  FILLER                 PIC X(121).
      * TIPO 17: 04-CERT-EMPLEADOS
       FD  IDX-CERT-EMP
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-CERT-EMP.
           05  REG-IX-CERT-EMP-LLAVE  PIC X(08).
           05  FILLER                 PIC X(47).
      * TIPO 18: 04-REEXPEDICION-BANCO
       FD  IDX-REEXPEDICION
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-REEXPEDICION.
           05  REG-IX-REEXPEDICION-LLAVE
                                      PIC X(16).
           05  FILLER                 PIC X(120).
      * TIPO 19: 04-REQUISICIONES
       FD  IDX-REQUISICIONES
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-REQUISICIONES.
           05  REG-IX-REQUISICIONES-LLAVE
                                      PIC X(05).
           05  FILLER                 PIC X(51).
      * TIPO 20: 04-CANDIDATOS
       FD  IDX-CANDIDATOS
           RECORD CONTAINS 114 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-CANDIDATOS.
           05  REG-IX-CANDIDATOS-LLAVE
                                      PIC X(08).
           05  FILLER                 PIC X(106).
      * TIPO 21: 04-DEPENDIENTES
       FD  IDX-DEPENDIENTES
           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-DEPENDIENTES.
           05  REG-IX-DEPENDIENTES-LLAVE
                                      PIC X(07).
           05  FILLER                 PIC X(59).
      * TIPO 22: 04-CONTRATOS
       FD  IDX-CONTRATOS
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-CONTRATOS.
           05  REG-IX-CONTRATOS-LLAVE PIC X(05).
           05  FILLER                 PIC X(36).
      * TIPO 23: 04-TURNOS-EMPLEADO
       FD  IDX-TURNOS-EMP
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-TURNOS-EMP.
           05  REG-IX-TURNOS-EMP-LLAVE
                                      PIC X(05).
           05  FILLER                 PIC X(26).
      * TIPO 24: notas DE NOTAS001
       FD  IDX-NOTAS
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-NOTAS.
           05  REG-IX-NOTAS-LLAVE     PIC X(04).
           05  FILLER                 PIC X(136).
      * TIPO 25: 04-CASOS-RH
       FD  IDX-CASOS-RH
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IX-CASOS-RH.
           05  REG-IX-CASOS-RH-LLAVE  PIC X(05).
           05  FILLER                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CTA      PIC X(02).
       01 WS-NOMBRE-CUENTA        PIC X(70)    VALUE SPACES.
       01 WS-LARGO-LINEA          PIC 9(04)    VALUE ZEROS.
       01 WS-TIPO-CUENTA          PIC 9(02)    VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-CUENTA-REGISTROS.
           05 LK-CRG-ARCHIVO      PIC X(70).
           05 LK-CRG-TIPO         PIC 9(02).
           05 LK-CRG-CANTIDAD     PIC 9(07).
           05 LK-CRG-STATUS       PIC X(02).

       PROCEDURE DIVISION USING LK-CUENTA-REGISTROS.
       010-INICIO.
           MOVE LK-CRG-ARCHIVO TO WS-NOMBRE-CUENTA
           MOVE LK-CRG-TIPO    TO WS-TIPO-CUENTA
           MOVE ZEROS          TO LK-CRG-CANTIDAD
           MOVE SPACES         TO LK-CRG-STATUS
           IF WS-TIPO-CUENTA = ZEROS
              GO TO 100-CUENTA-TEXTO
           END-IF
           GO TO 301-CUENTA-EMPLEADOS
                 302-CUENTA-BAJAS-PEND
                 303-CUENTA-CUENTAS-BANCO
                 304-CUENTA-OPERADORES
                 305-CUENTA-AUSENCIAS
                 306-CUENTA-EVALUACIONES
                 307-CUENTA-FINIQ-PEND
                 308-CUENTA-PRESTAMOS
                 309-CUENTA-PENSIONES
                 310-CUENTA-PENS-APLIC
                 311-CUENTA-VACACIONES
                 312-CUENTA-REPARTO
                 313-CUENTA-GASTOS
                 314-CUENTA-HIST-NOMINA
                 315-CUENTA-FONDO-AHORRO
                 316-CUENTA-FINIQ-PAGO
                 317-CUENTA-CERT-EMP
                 318-CUENTA-REEXPEDICION
                 319-CUENTA-REQUISICIONES
                 320-CUENTA-CANDIDATOS
                 321-CUENTA-DEPENDIENTES
                 322-CUENTA-CONTRATOS
                 323-CUENTA-TURNOS-EMP
                 324-CUENTA-NOTAS
                 325-CUENTA-CASOS-RH
               DEPENDING ON WS-TIPO-CUENTA
      * TIPO DESCONOCIDO: NO HAY CON QUE LEERLO
           MOVE "99" TO LK-CRG-STATUS
           GO TO 900-FIN.

       100-CUENTA-TEXTO.
           OPEN INPUT TEXTO
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 1001-LEE-TEXTO.

       1001-LEE-TEXTO.
           READ TEXTO
               AT END
                   CLOSE TEXTO
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE TEXTO
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 1001-LEE-TEXTO.

      * -------------------------------------------------------------- *
      * 3NN-CUENTA-* - UN PAR DE PARRAFOS POR CADA FD INDEXADA: ABRE,  *
      *                LEE EN ORDEN DE LLAVE HASTA EL FIN Y CIERRA. UN *
      *                STATUS DE LECTURA MALO DETIENE LA CUENTA Y SE   *
      *                REGRESA EN LK-CRG-STATUS                        *
      * -------------------------------------------------------------- *
       301-CUENTA-EMPLEADOS.
           OPEN INPUT IDX-EMPLEADOS
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3011-LEE-EMPLEADOS.

       3011-LEE-EMPLEADOS.
           READ IDX-EMPLEADOS NEXT
               AT END
                   CLOSE IDX-EMPLEADOS
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-EMPLEADOS
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3011-LEE-EMPLEADOS.

       302-CUENTA-BAJAS-PEND.
           OPEN INPUT IDX-BAJAS-PEND
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3021-LEE-BAJAS-PEND.

       3021-LEE-BAJAS-PEND.
           READ IDX-BAJAS-PEND NEXT
               AT END
                   CLOSE IDX-BAJAS-PEND
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-BAJAS-PEND
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3021-LEE-BAJAS-PEND.

       303-CUENTA-CUENTAS-BANCO.
           OPEN INPUT IDX-CUENTAS-BANCO
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3031-LEE-CUENTAS-BANCO.

       3031-LEE-CUENTAS-BANCO.
           READ IDX-CUENTAS-BANCO NEXT
               AT END
                   CLOSE IDX-CUENTAS-BANCO
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-CUENTAS-BANCO
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3031-LEE-CUENTAS-BANCO.

       304-CUENTA-OPERADORES.
           OPEN INPUT IDX-OPERADORES
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3041-LEE-OPERADORES.

       3041-LEE-OPERADORES.
           READ IDX-OPERADORES NEXT
               AT END
                   CLOSE IDX-OPERADORES
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-OPERADORES
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3041-LEE-OPERADORES.

       305-CUENTA-AUSENCIAS.
           OPEN INPUT IDX-AUSENCIAS
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3051-LEE-AUSENCIAS.

       3051-LEE-AUSENCIAS.
           READ IDX-AUSENCIAS NEXT
               AT END
                   CLOSE IDX-AUSENCIAS
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-AUSENCIAS
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3051-LEE-AUSENCIAS.

       306-CUENTA-EVALUACIONES.
           OPEN INPUT IDX-EVALUACIONES
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3061-LEE-EVALUACIONES.

       3061-LEE-EVALUACIONES.
           READ IDX-EVALUACIONES NEXT
               AT END
                   CLOSE IDX-EVALUACIONES
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-EVALUACIONES
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3061-LEE-EVALUACIONES.

       307-CUENTA-FINIQ-PEND.
           OPEN INPUT IDX-FINIQ-PEND
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3071-LEE-FINIQ-PEND.

       3071-LEE-FINIQ-PEND.
           READ IDX-FINIQ-PEND NEXT
               AT END
                   CLOSE IDX-FINIQ-PEND
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-FINIQ-PEND
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3071-LEE-FINIQ-PEND.

       308-CUENTA-PRESTAMOS.
           OPEN INPUT IDX-PRESTAMOS
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3081-LEE-PRESTAMOS.

       3081-LEE-PRESTAMOS.
           READ IDX-PRESTAMOS NEXT
               AT END
                   CLOSE IDX-PRESTAMOS
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-PRESTAMOS
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3081-LEE-PRESTAMOS.

       309-CUENTA-PENSIONES.
           OPEN INPUT IDX-PENSIONES
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3091-LEE-PENSIONES.

       3091-LEE-PENSIONES.
           READ IDX-PENSIONES NEXT
               AT END
                   CLOSE IDX-PENSIONES
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-PENSIONES
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3091-LEE-PENSIONES.

       310-CUENTA-PENS-APLIC.
           OPEN INPUT IDX-PENS-APLIC
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3101-LEE-PENS-APLIC.

       3101-LEE-PENS-APLIC.
           READ IDX-PENS-APLIC NEXT
               AT END
                   CLOSE IDX-PENS-APLIC
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-PENS-APLIC
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3101-LEE-PENS-APLIC.

       311-CUENTA-VACACIONES.
           OPEN INPUT IDX-VACACIONES
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3111-LEE-VACACIONES.

       3111-LEE-VACACIONES.
           READ IDX-VACACIONES NEXT
               AT END
                   CLOSE IDX-VACACIONES
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-VACACIONES
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3111-LEE-VACACIONES.

       312-CUENTA-REPARTO.
           OPEN INPUT IDX-REPARTO
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3121-LEE-REPARTO.

       3121-LEE-REPARTO.
           READ IDX-REPARTO NEXT
               AT END
                   CLOSE IDX-REPARTO
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-REPARTO
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3121-LEE-REPARTO.

       313-CUENTA-GASTOS.
           OPEN INPUT IDX-GASTOS
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3131-LEE-GASTOS.

       3131-LEE-GASTOS.
           READ IDX-GASTOS NEXT
               AT END
                   CLOSE IDX-GASTOS
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-GASTOS
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3131-LEE-GASTOS.

       314-CUENTA-HIST-NOMINA.
           OPEN INPUT IDX-HIST-NOMINA
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3141-LEE-HIST-NOMINA.

       3141-LEE-HIST-NOMINA.
           READ IDX-HIST-NOMINA NEXT
               AT END
                   CLOSE IDX-HIST-NOMINA
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-HIST-NOMINA
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3141-LEE-HIST-NOMINA.

       315-CUENTA-FONDO-AHORRO.
           OPEN INPUT IDX-FONDO-AHORRO
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3151-LEE-FONDO-AHORRO.

       3151-LEE-FONDO-AHORRO.
           READ IDX-FONDO-AHORRO NEXT
               AT END
                   CLOSE IDX-FONDO-AHORRO
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-FONDO-AHORRO
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3151-LEE-FONDO-AHORRO.

       316-CUENTA-FINIQ-PAGO.
           OPEN INPUT IDX-FINIQ-PAGO
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3161-LEE-FINIQ-PAGO.

       3161-LEE-FINIQ-PAGO.
           READ IDX-FINIQ-PAGO NEXT
               AT END
                   CLOSE IDX-FINIQ-PAGO
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-FINIQ-PAGO
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3161-LEE-FINIQ-PAGO.

       317-CUENTA-CERT-EMP.
           OPEN INPUT IDX-CERT-EMP
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3171-LEE-CERT-EMP.

       3171-LEE-CERT-EMP.
           READ IDX-CERT-EMP NEXT
               AT END
                   CLOSE IDX-CERT-EMP
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-CERT-EMP
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3171-LEE-CERT-EMP.

       318-CUENTA-REEXPEDICION.
           OPEN INPUT IDX-REEXPEDICION
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3181-LEE-REEXPEDICION.

       3181-LEE-REEXPEDICION.
           READ IDX-REEXPEDICION NEXT
               AT END
                   CLOSE IDX-REEXPEDICION
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-REEXPEDICION
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3181-LEE-REEXPEDICION.

       319-CUENTA-REQUISICIONES.
           OPEN INPUT IDX-REQUISICIONES
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3191-LEE-REQUISICIONES.

       3191-LEE-REQUISICIONES.
           READ IDX-REQUISICIONES NEXT
               AT END
                   CLOSE IDX-REQUISICIONES
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-REQUISICIONES
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3191-LEE-REQUISICIONES.

       320-CUENTA-CANDIDATOS.
           OPEN INPUT IDX-CANDIDATOS
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3201-LEE-CANDIDATOS.

       3201-LEE-CANDIDATOS.
           READ IDX-CANDIDATOS NEXT
               AT END
                   CLOSE IDX-CANDIDATOS
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-CANDIDATOS
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3201-LEE-CANDIDATOS.

       321-CUENTA-DEPENDIENTES.
           OPEN INPUT IDX-DEPENDIENTES
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3211-LEE-DEPENDIENTES.

       3211-LEE-DEPENDIENTES.
           READ IDX-DEPENDIENTES NEXT
               AT END
                   CLOSE IDX-DEPENDIENTES
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-DEPENDIENTES
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3211-LEE-DEPENDIENTES.

       322-CUENTA-CONTRATOS.
           OPEN INPUT IDX-CONTRATOS
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3221-LEE-CONTRATOS.

       3221-LEE-CONTRATOS.
           READ IDX-CONTRATOS NEXT
               AT END
                   CLOSE IDX-CONTRATOS
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-CONTRATOS
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3221-LEE-CONTRATOS.

       323-CUENTA-TURNOS-EMP.
           OPEN INPUT IDX-TURNOS-EMP
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3231-LEE-TURNOS-EMP.

       3231-LEE-TURNOS-EMP.
           READ IDX-TURNOS-EMP NEXT
               AT END
                   CLOSE IDX-TURNOS-EMP
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-TURNOS-EMP
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3231-LEE-TURNOS-EMP.

       324-CUENTA-NOTAS.
           OPEN INPUT IDX-NOTAS
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3241-LEE-NOTAS.

       3241-LEE-NOTAS.
           READ IDX-NOTAS NEXT
               AT END
                   CLOSE IDX-NOTAS
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-NOTAS
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3241-LEE-NOTAS.

       325-CUENTA-CASOS-RH.
           OPEN INPUT IDX-CASOS-RH
           MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
           IF WS-FILE-STATUS-CTA NOT = "00"
              GO TO 900-FIN
           END-IF
           GO TO 3251-LEE-CASOS-RH.

       3251-LEE-CASOS-RH.
           READ IDX-CASOS-RH NEXT
               AT END
                   CLOSE IDX-CASOS-RH
                   GO TO 900-FIN
           END-READ
           IF WS-FILE-STATUS-CTA NOT < "10"
              MOVE WS-FILE-STATUS-CTA TO LK-CRG-STATUS
              CLOSE IDX-CASOS-RH
              GO TO 900-FIN
           END-IF
           ADD 1 TO LK-CRG-CANTIDAD
           GO TO 3251-LEE-CASOS-RH.

       900-FIN.
           GOBACK.

       END PROGRAM PROG0101.
