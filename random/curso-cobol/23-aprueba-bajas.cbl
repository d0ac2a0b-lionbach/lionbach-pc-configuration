      *           PROG0006 DEJA PENDIENTES EN 04-BAJAS-PENDIENTES. UN  *
      *           SUPERVISOR APRUEBA O RECHAZA CADA SOLICITUD; SOLO    *
      *           HASTA ENTONCES SE APLICA EL STATUS 3 (BAJA) Y LA     *
      *           FECHA DE BAJA CONTRA 04-EMPLEADOS. CADA BAJA         *
      *           APROBADA, CON SU MOTIVO (RENUNCIA O DESPIDO), QUEDA  *
      *           EN 04-FINIQUITOS-PENDIENTES PARA QUE PROG0063        *
      *           CALCULE EL FINIQUITO. TODA SOLICITUD RESUELTA,       *
      *           APROBADA O RECHAZADA, QUEDA EN 04-BAJAS-RESUELTAS    *
      *           CON QUIEN LA PIDIO Y QUIEN LA RESOLVIO (PROG0098)    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           SELECT DEPTOS-CFG ASSIGN TO "04-DEPTOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-DEPTOS.
           SELECT FINIQUITOS-PENDIENTES
           ASSIGN TO "04-FINIQUITOS-PENDIENTES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-FQ-NUMERO
           FILE STATUS IS WS-FILE-STATUS-FINQ.
           SELECT BAJAS-RESUELTAS ASSIGN TO "04-BAJAS-RESUELTAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-BRES.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
       COPY WBAJAFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  AUDIT-EMPLEADOS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUDIFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  FINIQUITOS-PENDIENTES
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WFINQFD.
       FD  BAJAS-RESUELTAS
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WBRESFD.

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-AUDIT    PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-FINQ     PIC X(02).
       01 WS-FILE-STATUS-BRES     PIC X(02).
       01 WS-SW-FIN-DEPTOS        PIC X(01)    VALUE "N".
           88 WS-FIN-DEPTOS               VALUE "S".


       01 WS-USUARIO-APRUEBA      PIC X(20)    VALUE SPACES.

       01 WS-RESOLUCION-BAJA      PIC X(01)    VALUE SPACES.
           88 WS-BAJA-APROBADA            VALUE "A".

       01 WS-MOTIVO-BAJA          PIC X(01)    VALUE SPACES.
           88 WS-MOTIVO-VALIDO            VALUES "R" "D".

       01 WS-SW-FIN-BAJAP         PIC X(01)    VALUE "N".
           88 WS-FIN-BAJAP                VALUE "S".

       01 WS-DIA-SEMANA-HOY       PIC 9(01).

       COPY WFIRMA.
       COPY WPLZWS.

       PROCEDURE DIVISION.
       010-INICIO.
                      "APROBARLA LA MISMA PERSONA; QUEDA PENDIENTE"
              GO TO 030-FIN-RESUELVE-BAJA
           END-IF
           MOVE "R" TO WS-RESOLUCION-BAJA
      * SI EL DEPARTAMENTO DEL AFECTADO TIENE GERENTE EN 04-DEPTOS Y
      * QUIEN FIRMA NO ES ESE GERENTE, SE AVISA ANTES DE PREGUNTAR
           PERFORM 032-AVISA-SI-NO-ES-GERENTE
              ADD 1 TO WS-CONT-RECHAZADAS
              GO TO 030-BORRA-SOLICITUD
           END-IF
           PERFORM 034-PIDE-MOTIVO THRU 034-FIN-PIDE-MOTIVO
           PERFORM 095-OBTIENE-FECHA-HOY
           MOVE 3                     TO WS-STATUS-EMP
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-FECHA-BAJA-EMP
           MOVE "STATUS FECHA-BAJA" TO REG-AUD-CAMPOS
           MOVE "BAJA"              TO REG-AUD-OPERACION
           PERFORM 098-REGISTRA-AUDITORIA
           PERFORM 036-ENCOLA-FINIQUITO
           PERFORM 037-LIBERA-PLAZA
           ADD 1 TO WS-CONT-APROBADAS
           MOVE "A" TO WS-RESOLUCION-BAJA
           DISPLAY "BAJA APLICADA".

       030-BORRA-SOLICITUD.
           PERFORM 038-REGISTRA-RESOLUCION
           DELETE BAJAS-PENDIENTES
               INVALID KEY
                   DISPLAY "PROG0020: NO SE PUDO QUITAR DE LA COLA AL "
       032-FIN-AVISA-GERENTE.
           EXIT.

      * -------------------------------------------------------------- *
      * 034-PIDE-MOTIVO - EL FINIQUITO DE UN DESPIDO LLEVA PRIMA DE    *
      *                ANTIGUEDAD E INDEMNIZACION Y EL DE UNA RENUNCIA *
      *                NO, ASI QUE EL MOTIVO SE PIDE HASTA QUE SEA     *
      *                UNO DE LOS DOS                                  *
      * -------------------------------------------------------------- *
       034-PIDE-MOTIVO.
           DISPLAY "MOTIVO DE LA BAJA (R=RENUNCIA, D=DESPIDO): "
           ACCEPT WS-MOTIVO-BAJA
           IF NOT WS-MOTIVO-VALIDO
              DISPLAY "PROG0020: MOTIVO INVALIDO, CAPTURE R O D"
              GO TO 034-PIDE-MOTIVO
           END-IF.

       034-FIN-PIDE-MOTIVO.
           EXIT.

      * -------------------------------------------------------------- *
      * 036-ENCOLA-FINIQUITO - DEJA LA BAJA APLICADA EN                *
      *                04-FINIQUITOS-PENDIENTES CON LA FECHA DE BAJA   *
      *                Y EL MOTIVO; SI EL EMPLEADO YA TENIA UN         *
      *                FINIQUITO EN COLA (REINGRESO Y NUEVA BAJA SIN   *
      *                QUE CORRIERA PROG0063) SE REEMPLAZA             *
      * -------------------------------------------------------------- *
       036-ENCOLA-FINIQUITO.
           MOVE REG-BP-NUMERO         TO REG-FQ-NUMERO
           MOVE REG-BP-NOMBRE         TO REG-FQ-NOMBRE
           MOVE WS-FECHA-BAJA-EMP     TO REG-FQ-FECHA-BAJA
           MOVE WS-MOTIVO-BAJA        TO REG-FQ-MOTIVO
           MOVE WS-FIR-ID             TO REG-FQ-USUARIO-APRUEBA
           OPEN I-O FINIQUITOS-PENDIENTES
           IF WS-FILE-STATUS-FINQ = "35"
              OPEN OUTPUT FINIQUITOS-PENDIENTES
           END-IF
           IF WS-FILE-STATUS-FINQ NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-FINIQUITOS-PENDIENTES"
                      ", STATUS " WS-FILE-STATUS-FINQ
                      "; EL FINIQUITO SE DEBE ENCOLAR A MANO"
           ELSE
              WRITE REG-FINIQUITO-PEND
                  INVALID KEY
                      REWRITE REG-FINIQUITO-PEND
              END-WRITE
              CLOSE FINIQUITOS-PENDIENTES
           END-IF.

      * -------------------------------------------------------------- *
      * 037-LIBERA-PLAZA - CON LA BAJA APLICADA, LA PLAZA QUE OCUPABA  *
      *                EL EMPLEADO EN 04-PLAZAS QUEDA VACANTE DESDE    *
      *                LA FECHA DE BAJA (PROG0080, VER WPLZWS)         *
      * -------------------------------------------------------------- *
       037-LIBERA-PLAZA.
           MOVE "L"                   TO WS-PLZ-OPERACION
           MOVE WS-NUMERO-EMP         TO WS-PLZ-EMPLEADO
           MOVE ZEROS                 TO WS-PLZ-NUMERO
           MOVE WS-DEPTO-EMP          TO WS-PLZ-DEPTO
           MOVE WS-PUESTO-EMP         TO WS-PLZ-PUESTO
           MOVE WS-FECHA-BAJA-EMP     TO WS-PLZ-FECHA
           MOVE WS-FIR-ID             TO WS-PLZ-USUARIO
           CALL "PROG0080" USING WS-DATOS-PLAZA
           IF NOT WS-PLAZA-OK
              DISPLAY "AVISO: LA PLAZA DEL EMPLEADO NO SE LIBERO: "
                      WS-PLZ-MENSAJE
           END-IF
           IF WS-PLAZA-OK AND WS-PLZ-NUMERO NOT = ZEROS
              DISPLAY "QUEDA VACANTE LA PLAZA: " WS-PLZ-NUMERO
           END-IF.

      * -------------------------------------------------------------- *
      * 038-REGISTRA-RESOLUCION - ANTES DE BORRAR LA SOLICITUD DE LA   *
      *                COLA DEJA EN 04-BAJAS-RESUELTAS QUIEN LA PIDIO, *
      *                QUIEN LA RESOLVIO, CUANDO Y EN QUE SENTIDO,     *
      *                PARA LA REVISION DE SEGREGACION DE FUNCIONES    *
      * -------------------------------------------------------------- *
       038-REGISTRA-RESOLUCION.
           PERFORM 095-OBTIENE-FECHA-HOY
           MOVE REG-BP-NUMERO           TO REG-BR-NUMERO
           MOVE REG-BP-NOMBRE           TO REG-BR-NOMBRE
           MOVE REG-BP-USUARIO-SOLICITA TO REG-BR-USUARIO-SOLICITA
           MOVE REG-BP-FECHA-SOLICITUD  TO REG-BR-FECHA-SOLICITUD
           MOVE WS-FIR-ID               TO REG-BR-USUARIO-RESUELVE
           MOVE WS-FECHA-HOY-CCYYMMDD   TO REG-BR-FECHA-RESUELVE
           ACCEPT REG-BR-HORA-RESUELVE FROM TIME
           MOVE WS-RESOLUCION-BAJA      TO REG-BR-RESOLUCION
           OPEN EXTEND BAJAS-RESUELTAS
           IF WS-FILE-STATUS-BRES = "35"
              OPEN OUTPUT BAJAS-RESUELTAS
           END-IF
           IF WS-FILE-STATUS-BRES NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-BAJAS-RESUELTAS, "
                      "STATUS " WS-FILE-STATUS-BRES
                      "; REGISTRO PERDIDO"
           ELSE
              WRITE REG-BAJA-RESUELTA
              CLOSE BAJAS-RESUELTAS
           END-IF.

       015-CARGA-DEPTOS.
           SET WS-IX-DEPTO TO 1
           OPEN INPUT DEPTOS-CFG
