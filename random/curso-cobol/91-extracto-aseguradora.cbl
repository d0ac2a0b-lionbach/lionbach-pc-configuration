       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0088.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: EXTRACTO MENSUAL DEL CENSO DE GASTOS MEDICOS PARA LA *
      *           ASEGURADORA (04-ASEGURADORA-INTERFAZ, VER WASEFD),   *
      *           EN VEZ DEL CORREO CON LA LISTA COMPLETA. IGUAL QUE   *
      *           PROG0008 CONTRA SU SNAPSHOT, SOLO MANDA LO QUE       *
      *           CAMBIO DESDE EL ULTIMO ENVIO                         *
      *           (04-ASEGURADORA-SNAPSHOT): ALTAS, BAJAS Y CAMBIOS    *
      *           DE DATOS. UN DEPENDIENTE VA EN EL CENSO SI TIENE     *
      *           GASTOS MEDICOS Y SU EMPLEADO SIGUE EN EL MAESTRO SIN *
      *           ESTAR DADO DE BAJA; LOS DE EMPLEADOS DADOS DE BAJA O *
      *           ARCHIVADOS (PROG0014) SALEN SOLOS COMO BAJA. LA      *
      *           SECUENCIA Y EL CANDADO DE PERIODO YA TRANSMITIDO     *
      *           LOS LLEVA PROG0051 (INTERFAZ "ASE", PERIODO AAMM);   *
      *           LA TRANSMISION SE CONFIRMA CON PROG0052              *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDIENTES ASSIGN TO "04-DEPENDIENTES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-DPN-LLAVE
           FILE STATUS IS WS-FILE-STATUS-DPN.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT ASEGURADORA-INTERFAZ
           ASSIGN TO "04-ASEGURADORA-INTERFAZ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-INT.
           SELECT SNAPSHOT-ASEGURADORA
           ASSIGN TO "04-ASEGURADORA-SNAPSHOT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-SNAP.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDIENTES
           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDPNFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  ASEGURADORA-INTERFAZ
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WASEFD.
       FD  SNAPSHOT-ASEGURADORA
           RECORD CONTAINS 78 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WASESNAP.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-DPN      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-INT      PIC X(02).
       01 WS-FILE-STATUS-SNAP     PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-DPN       PIC X(01)    VALUE "N".
               88 WS-FIN-DPN                  VALUE "S".
           05 WS-SW-FIN-SNAP      PIC X(01)    VALUE "N".
               88 WS-FIN-SNAP                 VALUE "S".
           05 WS-SW-EXCESO-SNAP   PIC X(01)    VALUE "N".
               88 WS-EXCESO-SNAP              VALUE "S".

      * -------------------------------------------------------------- *
      * WS-TABLA-SNAP-VIEJO - LO QUE LA ASEGURADORA TIENE SEGUN EL     *
      *                ENVIO ANTERIOR, CARGADO ANTES DE REESCRIBIR     *
      *                04-ASEGURADORA-SNAPSHOT. LO QUE AL FINAL QUEDA  *
      *                SIN VISTO YA NO ESTA EN EL CENSO Y SALE COMO    *
      *                BAJA                                            *
      * -------------------------------------------------------------- *
       01 WS-TABLA-SNAP-VIEJO.
           05 WS-TAB-SNAP         OCCURS 2000 TIMES
                                  ASCENDING KEY IS WS-TAB-SNAP-LLAVE
                                  INDEXED BY WS-IX-SNAP.
               10 WS-TAB-SNAP-LLAVE
                                  PIC 9(07)    VALUE 9999999.
               10 WS-TAB-SNAP-NOMBRE-EMP
                                  PIC X(30).
               10 WS-TAB-SNAP-NOMBRE-DEP
                                  PIC X(30).
               10 WS-TAB-SNAP-PARENTESCO
                                  PIC X(01).
               10 WS-TAB-SNAP-FECHA-NAC
                                  PIC 9(08).
               10 WS-TAB-SNAP-EMPRESA
                                  PIC X(02).
               10 WS-TAB-SNAP-VISTO
                                  PIC X(01)    VALUE "N".
       01 WS-CANT-SNAP-VIEJO      PIC 9(04)    VALUE ZEROS.
       01 WS-IX-BAJA              PIC 9(04)    VALUE ZEROS.

      * LLAVE EMPLEADO + CONSECUTIVO DEL DEPENDIENTE EN TURNO, PARA
      * BUSCARLO EN EL SNAPSHOT VIEJO
       01 WS-LLAVE-DEPENDIENTE.
           05 WS-LLA-EMPLEADO     PIC 9(05).
           05 WS-LLA-CONSEC       PIC 9(02).
       01 WS-LLAVE-BUSCA REDEFINES WS-LLAVE-DEPENDIENTE
                                  PIC 9(07).

       01 WS-NOMBRE-EMPLEADO      PIC X(30)    VALUE SPACES.
       01 WS-EMPRESA-EMPLEADO     PIC X(02)    VALUE SPACES.

       01 WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-EN-CENSO    PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-ALTAS       PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-BAJAS       PIC 9(05)    VALUE ZEROS.
           05 WS-CONT-CAMBIOS     PIC 9(05)    VALUE ZEROS.

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

      * EL PERIODO DEL CENSO ES EL MES: AAMM PARA PROG0051
       01 WS-PERIODO-CENSO.
           05 WS-PER-AA           PIC 9(02)    VALUE ZEROS.
           05 WS-PER-MM           PIC 9(02)    VALUE ZEROS.
       01 WS-PERIODO-CENSO-N REDEFINES WS-PERIODO-CENSO
                                  PIC 9(04).
       01 WS-SIGLO                PIC 9(02)    VALUE ZEROS.

       01 WS-ENC-INTERFAZ.
           05 FILLER              PIC X(01)    VALUE "H".
           05 WS-ENC-PERIODO      PIC 9(04).
           05 WS-ENC-FECHA        PIC 9(08).
           05 WS-ENC-SECUENCIA    PIC 9(05).
           05 FILLER              PIC X(61)    VALUE SPACES.

       01 WS-SUM-INTERFAZ.
           05 FILLER              PIC X(01)    VALUE "T".
           05 WS-SUM-ALTAS        PIC 9(05).
           05 WS-SUM-BAJAS        PIC 9(05).
           05 WS-SUM-CAMBIOS      PIC 9(05).
           05 WS-SUM-EN-CENSO     PIC 9(05).
           05 FILLER              PIC X(58)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-CONTROL-ENVIO-LLAMA - CONTROL DE ENVIOS VIA PROG0051,       *
      *                IGUAL QUE EN PROG0008. EL CENSO ES UNO SOLO     *
      *                PARA TODA LA POLIZA: GRUPO Y EMPRESA VAN EN     *
      *                ESPACIOS (01/01)                                *
      * -------------------------------------------------------------- *
       01 WS-CONTROL-ENVIO-LLAMA.
           05 WS-ENV-INTERFAZ     PIC X(03)    VALUE "ASE".
           05 WS-ENV-ACCION       PIC X(01)    VALUE SPACES.
           05 WS-ENV-SECUENCIA    PIC 9(05)    VALUE ZEROS.
           05 WS-ENV-PERIODO      PIC 9(04)    VALUE ZEROS.
           05 WS-ENV-OK           PIC X(01)    VALUE "N".
           05 WS-ENV-GRUPO        PIC X(02)    VALUE SPACES.
           05 WS-ENV-EMPRESA      PIC X(02)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           DIVIDE WS-HOY-ANIO BY 100 GIVING WS-SIGLO
               REMAINDER WS-PER-AA
           MOVE WS-HOY-MES TO WS-PER-MM
      * SIN 04-DEPENDIENTES NO SE SABE QUIEN ESTA EN EL CENSO: MANDAR
      * TODO EL SNAPSHOT COMO BAJA SERIA PEOR QUE NO MANDAR NADA
           OPEN INPUT DEPENDIENTES
           IF WS-FILE-STATUS-DPN NOT = "00"
              DISPLAY "PROG0088: NO SE PUDO ABRIR 04-DEPENDIENTES, "
                      "STATUS " WS-FILE-STATUS-DPN "; CENSO NO CORRE"
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "PROG0088: NO SE PUDO ABRIR 04-EMPLEADOS, "
                      "STATUS " WS-FILE-STATUS-EMP "; CENSO NO CORRE"
              CLOSE DEPENDIENTES
              GOBACK
           END-IF
           PERFORM 015-CARGA-SNAPSHOT-VIEJO THRU 015-FIN-CARGA-SNAPSHOT
           IF WS-EXCESO-SNAP
              DISPLAY "PROG0088: 04-ASEGURADORA-SNAPSHOT EXCEDE 2000 "
                      "RENGLONES; CENSO NO CORRE"
              GO TO 100-FIN
           END-IF
      * CONTROL DE ENVIOS: PROG0051 ASIGNA LA SECUENCIA DE ESTA
      * CORRIDA Y SE REHUSA SI EL MES YA SE TRANSMITIO, SALVO
      * CONFIRMACION EXPLICITA DEL OPERADOR
           MOVE "P"                 TO WS-ENV-ACCION
           MOVE WS-PERIODO-CENSO-N  TO WS-ENV-PERIODO
           CALL "PROG0051" USING WS-CONTROL-ENVIO-LLAMA
           IF WS-ENV-OK NOT = "S"
              GO TO 100-FIN
           END-IF
           OPEN OUTPUT ASEGURADORA-INTERFAZ
                       SNAPSHOT-ASEGURADORA
           IF WS-FILE-STATUS-INT NOT = "00"
              DISPLAY "PROG0088: NO SE PUDO CREAR "
                      "04-ASEGURADORA-INTERFAZ, STATUS "
                      WS-FILE-STATUS-INT
              GO TO 100-FIN
           END-IF
           MOVE WS-PERIODO-CENSO-N    TO WS-ENC-PERIODO
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-ENC-FECHA
           MOVE WS-ENV-SECUENCIA      TO WS-ENC-SECUENCIA
           WRITE REG-ASEGURADORA-INTERFAZ FROM WS-ENC-INTERFAZ
           GO TO 020-LEE-DEPENDIENTE.

      * -------------------------------------------------------------- *
      * 015-CARGA-SNAPSHOT-VIEJO - LEE 04-ASEGURADORA-SNAPSHOT         *
      *                COMPLETO, QUE YA VIENE EN ORDEN DE LLAVE PORQUE *
      *                ASI SE ESCRIBIO EL ENVIO ANTERIOR. SIN ARCHIVO  *
      *                (PRIMER ENVIO) TODO EL CENSO SALE COMO ALTA     *
      * -------------------------------------------------------------- *
       015-CARGA-SNAPSHOT-VIEJO.
           MOVE ZEROS TO WS-CANT-SNAP-VIEJO
           OPEN INPUT SNAPSHOT-ASEGURADORA
           IF WS-FILE-STATUS-SNAP NOT = "00"
              GO TO 015-FIN-CARGA-SNAPSHOT
           END-IF
           GO TO 0151-LEE-SNAP.

       0151-LEE-SNAP.
           READ SNAPSHOT-ASEGURADORA
               AT END
                   MOVE "S" TO WS-SW-FIN-SNAP
                   GO TO 0152-FIN-LEE-SNAP
           END-READ
           IF WS-CANT-SNAP-VIEJO >= 2000
              MOVE "S" TO WS-SW-EXCESO-SNAP
              GO TO 0152-FIN-LEE-SNAP
           END-IF
           ADD 1 TO WS-CANT-SNAP-VIEJO
           MOVE SASE-LLAVE       TO
               WS-TAB-SNAP-LLAVE      (WS-CANT-SNAP-VIEJO)
           MOVE SASE-NOMBRE-EMP  TO
               WS-TAB-SNAP-NOMBRE-EMP (WS-CANT-SNAP-VIEJO)
           MOVE SASE-NOMBRE-DEP  TO
               WS-TAB-SNAP-NOMBRE-DEP (WS-CANT-SNAP-VIEJO)
           MOVE SASE-PARENTESCO  TO
               WS-TAB-SNAP-PARENTESCO (WS-CANT-SNAP-VIEJO)
           MOVE SASE-FECHA-NACIMIENTO TO
               WS-TAB-SNAP-FECHA-NAC  (WS-CANT-SNAP-VIEJO)
           MOVE SASE-EMPRESA     TO
               WS-TAB-SNAP-EMPRESA    (WS-CANT-SNAP-VIEJO)
           GO TO 0151-LEE-SNAP.

       0152-FIN-LEE-SNAP.
           CLOSE SNAPSHOT-ASEGURADORA.

       015-FIN-CARGA-SNAPSHOT.
           CONTINUE.

      * -------------------------------------------------------------- *
      * 020-LEE-DEPENDIENTE - RECORRE 04-DEPENDIENTES EN ORDEN DE      *
      *                LLAVE. LOS QUE VAN EN EL CENSO SE ESCRIBEN AL   *
      *                SNAPSHOT NUEVO Y SE COMPARAN CONTRA EL VIEJO:   *
      *                SI NO ESTABAN SON ALTA, SI CAMBIARON SON CAMBIO *
      * -------------------------------------------------------------- *
       020-LEE-DEPENDIENTE.
           READ DEPENDIENTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-DPN
                   GO TO 030-BAJAS
           END-READ
           ADD 1 TO WS-CONT-LEIDOS
           IF NOT REG-DPN-ASEGURADO
              GO TO 020-LEE-DEPENDIENTE
           END-IF
           MOVE REG-DPN-EMPLEADO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   GO TO 020-LEE-DEPENDIENTE
           END-READ
           IF REG-EMP-STATUS = 3
              GO TO 020-LEE-DEPENDIENTE
           END-IF
           MOVE REG-EMP-NOMBRE  TO WS-NOMBRE-EMPLEADO
           MOVE REG-EMP-EMPRESA TO WS-EMPRESA-EMPLEADO
           IF WS-EMPRESA-EMPLEADO = SPACES
              MOVE "01" TO WS-EMPRESA-EMPLEADO
           END-IF
           ADD 1 TO WS-CONT-EN-CENSO
           PERFORM 025-ESCRIBE-SNAPSHOT
           MOVE REG-DPN-EMPLEADO TO WS-LLA-EMPLEADO
           MOVE REG-DPN-CONSEC   TO WS-LLA-CONSEC
           SET WS-IX-SNAP TO 1
           SEARCH ALL WS-TAB-SNAP
               AT END
                   MOVE "A" TO ASE-MOVIMIENTO
                   PERFORM 026-ESCRIBE-MOVIMIENTO
                   ADD 1 TO WS-CONT-ALTAS
               WHEN WS-TAB-SNAP-LLAVE (WS-IX-SNAP) = WS-LLAVE-BUSCA
                   MOVE "S" TO WS-TAB-SNAP-VISTO (WS-IX-SNAP)
                   PERFORM 027-REVISA-CAMBIO
           END-SEARCH
           GO TO 020-LEE-DEPENDIENTE.

       025-ESCRIBE-SNAPSHOT.
           MOVE REG-DPN-EMPLEADO         TO SASE-NUMERO-EMP
           MOVE REG-DPN-CONSEC           TO SASE-CONSEC
           MOVE WS-NOMBRE-EMPLEADO       TO SASE-NOMBRE-EMP
           MOVE REG-DPN-NOMBRE           TO SASE-NOMBRE-DEP
           MOVE REG-DPN-PARENTESCO       TO SASE-PARENTESCO
           MOVE REG-DPN-FECHA-NACIMIENTO TO SASE-FECHA-NACIMIENTO
           MOVE WS-EMPRESA-EMPLEADO      TO SASE-EMPRESA
           WRITE REG-ASEGURADORA-SNAPSHOT.

       026-ESCRIBE-MOVIMIENTO.
           MOVE SASE-NUMERO-EMP       TO ASE-NUMERO-EMP
           MOVE SASE-NOMBRE-EMP       TO ASE-NOMBRE-EMP
           MOVE SASE-CONSEC           TO ASE-CONSEC
           MOVE SASE-NOMBRE-DEP       TO ASE-NOMBRE-DEP
           MOVE SASE-PARENTESCO       TO ASE-PARENTESCO
           MOVE SASE-FECHA-NACIMIENTO TO ASE-FECHA-NACIMIENTO
           MOVE SASE-EMPRESA          TO ASE-EMPRESA
           WRITE REG-ASEGURADORA-INTERFAZ.

      * UN CAMBIO DE NOMBRE, PARENTESCO, NACIMIENTO O EMPRESA SE MANDA
      * CON LOS DATOS NUEVOS
       027-REVISA-CAMBIO.
           IF SASE-NOMBRE-EMP NOT = WS-TAB-SNAP-NOMBRE-EMP (WS-IX-SNAP)
              OR SASE-NOMBRE-DEP NOT =
                             WS-TAB-SNAP-NOMBRE-DEP (WS-IX-SNAP)
              OR SASE-PARENTESCO NOT =
                             WS-TAB-SNAP-PARENTESCO (WS-IX-SNAP)
              OR SASE-FECHA-NACIMIENTO NOT =
                             WS-TAB-SNAP-FECHA-NAC (WS-IX-SNAP)
              OR SASE-EMPRESA NOT = WS-TAB-SNAP-EMPRESA (WS-IX-SNAP)
                 MOVE "C" TO ASE-MOVIMIENTO
                 PERFORM 026-ESCRIBE-MOVIMIENTO
                 ADD 1 TO WS-CONT-CAMBIOS
           END-IF.

      * -------------------------------------------------------------- *
      * 030-BAJAS - LO DEL SNAPSHOT VIEJO QUE NO APARECIO EN EL CENSO  *
      *                (DEPENDIENTE BORRADO, SIN GASTOS MEDICOS, O     *
      *                EMPLEADO DADO DE BAJA O ARCHIVADO) SE MANDA     *
      *                COMO BAJA CON LOS DATOS QUE TENIA               *
      * -------------------------------------------------------------- *
       030-BAJAS.
           PERFORM 031-REVISA-BAJA
               VARYING WS-IX-BAJA FROM 1 BY 1
               UNTIL WS-IX-BAJA > WS-CANT-SNAP-VIEJO
           MOVE WS-CONT-ALTAS    TO WS-SUM-ALTAS
           MOVE WS-CONT-BAJAS    TO WS-SUM-BAJAS
           MOVE WS-CONT-CAMBIOS  TO WS-SUM-CAMBIOS
           MOVE WS-CONT-EN-CENSO TO WS-SUM-EN-CENSO
           WRITE REG-ASEGURADORA-INTERFAZ FROM WS-SUM-INTERFAZ
           CLOSE ASEGURADORA-INTERFAZ
                 SNAPSHOT-ASEGURADORA
           MOVE "G" TO WS-ENV-ACCION
           CALL "PROG0051" USING WS-CONTROL-ENVIO-LLAMA
           DISPLAY "PROG0088: CENSO " WS-PERIODO-CENSO-N
                   " SECUENCIA " WS-ENV-SECUENCIA
           DISPLAY "PROG0088: DEPENDIENTES LEIDOS : " WS-CONT-LEIDOS
           DISPLAY "PROG0088: EN EL CENSO         : " WS-CONT-EN-CENSO
           DISPLAY "PROG0088: ALTAS               : " WS-CONT-ALTAS
           DISPLAY "PROG0088: BAJAS               : " WS-CONT-BAJAS
           DISPLAY "PROG0088: CAMBIOS             : " WS-CONT-CAMBIOS
           DISPLAY "PROG0088: EL ARCHIVO QUEDO EN "
                   "04-ASEGURADORA-INTERFAZ; CONFIRME LA TRANSMISION "
                   "CON PROG0052"
           GO TO 100-FIN.

       031-REVISA-BAJA.
           IF WS-TAB-SNAP-VISTO (WS-IX-BAJA) NOT = "S"
              MOVE WS-TAB-SNAP-LLAVE (WS-IX-BAJA) TO WS-LLAVE-BUSCA
              MOVE "B"             TO ASE-MOVIMIENTO
              MOVE WS-LLA-EMPLEADO TO ASE-NUMERO-EMP
              MOVE WS-TAB-SNAP-NOMBRE-EMP (WS-IX-BAJA)
                                   TO ASE-NOMBRE-EMP
              MOVE WS-LLA-CONSEC   TO ASE-CONSEC
              MOVE WS-TAB-SNAP-NOMBRE-DEP (WS-IX-BAJA)
                                   TO ASE-NOMBRE-DEP
              MOVE WS-TAB-SNAP-PARENTESCO (WS-IX-BAJA)
                                   TO ASE-PARENTESCO
              MOVE WS-TAB-SNAP-FECHA-NAC (WS-IX-BAJA)
                                   TO ASE-FECHA-NACIMIENTO
              MOVE WS-TAB-SNAP-EMPRESA (WS-IX-BAJA)
                                   TO ASE-EMPRESA
              WRITE REG-ASEGURADORA-INTERFAZ
              ADD 1 TO WS-CONT-BAJAS
           END-IF.

       100-FIN.
           CLOSE DEPENDIENTES
                 EMPLEADOS
           GOBACK.

       END PROGRAM PROG0088.
