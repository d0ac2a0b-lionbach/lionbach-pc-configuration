      *           VALIDA, FIRMA-OK REGRESA EN "N" Y EL PROGRAMA QUE    *
      *           LLAMO NO DEBE CONTINUAR. ASI LOS MANTENIMIENTOS     *
      *           DEJAN DE ACEPTAR UN NOMBRE TECLEADO LIBRE PARA LA    *
      *           BITACORA, QUE FUE LO QUE OBSERVO LA AUDITORIA.       *
      *           LA CLAVE SE COMPARA POR SU RESUMEN (PROG0096); LAS   *
      *           FIRMAS FALLIDAS SE ACUMULAN EN EL OPERADOR DE UNA    *
      *           SESION A OTRA Y AL LLEGAR A WS-MAXIMO-FALLIDOS LO    *
      *           BLOQUEAN HASTA QUE EL ADMINISTRADOR LO RESTABLEZCA   *
      *           EN PROG0095. LA PRIMERA FIRMA, LA QUE SIGUE A UN     *
      *           RESTABLECIMIENTO Y LA QUE LLEGA PASADOS              *
      *           WS-DIAS-VIGENCIA-CLAVE DIAS OBLIGAN A CAMBIAR LA     *
      *           CLAVE. CADA INTENTO QUEDA EN 04-BITACORA-FIRMAS Y    *
      *           LOS CAMBIOS AL OPERADOR EN 04-AUDIT-OPERADORES.      *
      *           UNA VEZ VALIDADO, EL OPERADOR QUEDA FIRMADO EL RESTO *
      *           DE LA CORRIDA: LAS LLAMADAS SIGUIENTES (LOS          *
      *           PROGRAMAS QUE INVOCA EL MENU PROG0097) REGRESAN LA   *
      *           MISMA FIRMA SIN VOLVER A PEDIRLA                     *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "04-OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-OP-ID
           FILE STATUS IS WS-FILE-STATUS-OPE.
           SELECT BITACORA-FIRMAS ASSIGN TO "04-BITACORA-FIRMAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-BFI.
           SELECT AUDIT-OPERADORES ASSIGN TO "04-AUDIT-OPERADORES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AUO.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WOPERFD.
       FD  BITACORA-FIRMAS
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WBFIRFD.
       FD  AUDIT-OPERADORES
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUOPFD.

       WORKING-STORAGE SECTION.
       COPY WCLAVE.

       01 WS-FILE-STATUS-OPE      PIC X(02).
       01 WS-FILE-STATUS-BFI      PIC X(02).
       01 WS-FILE-STATUS-AUO      PIC X(02).
       01 WS-SW-VALIDADO          PIC X(01)    VALUE "N".
           88 WS-VALIDADO                 VALUE "S".
       01 WS-SW-CLAVE-CAMBIADA    PIC X(01)    VALUE "N".
           88 WS-CLAVE-CAMBIADA           VALUE "S".
       01 WS-INTENTOS             PIC 9(01)    VALUE ZEROS.
       01 WS-ID-CAPTURADO         PIC X(08)    VALUE SPACES.
       01 WS-CLAVE-CAPTURADA      PIC X(08)    VALUE SPACES.
       01 WS-CLAVE-NUEVA          PIC X(08)    VALUE SPACES.
       01 WS-CLAVE-CONFIRMA       PIC X(08)    VALUE SPACES.
       01 WS-CONT-ESPACIOS        PIC 9(02)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-SESION - LA FIRMA YA VALIDADA EN ESTA CORRIDA; SE CONSERVA  *
      *                PORQUE NADIE CANCELA ESTE SUBPROGRAMA           *
      * -------------------------------------------------------------- *
       01 WS-SW-SESION            PIC X(01)    VALUE "N".
           88 WS-SESION-ABIERTA           VALUE "S".
       01 WS-SESION-FIRMA         PIC X(35)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * POLITICA DE CLAVES - FIRMAS FALLIDAS SEGUIDAS QUE BLOQUEAN AL  *
      *                OPERADOR, DIAS QUE DURA UNA CLAVE (ANIOS DE 360 *
      *                Y MESES DE 30 DIAS) Y LARGO MINIMO DE LA NUEVA  *
      * -------------------------------------------------------------- *
       01 WS-MAXIMO-FALLIDOS      PIC 9(02)    VALUE 05.
       01 WS-DIAS-VIGENCIA-CLAVE  PIC 9(03)    VALUE 090.
       01 WS-LARGO-MINIMO-CLAVE   PIC 9(02)    VALUE 06.
       01 WS-DIAS-CLAVE           PIC S9(07)   VALUE ZEROS.

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
       01 WS-HORA-ACTUAL          PIC 9(08)    VALUE ZEROS.

       01 WS-FECHA-CLAVE-G.
           05 WS-FCL-ANIO         PIC 9(04).
           05 WS-FCL-MES          PIC 9(02).
           05 WS-FCL-DIA          PIC 9(02).

       01 WS-FECHA-CLAVE REDEFINES WS-FECHA-CLAVE-G
                                  PIC 9(08).

       LINKAGE SECTION.
       01 LK-FIRMA-OPERADOR.
                          LK-FIR-ROL
                          LK-FIR-NOMBRE
           MOVE ZEROS  TO LK-FIR-NUMERO-EMP
           IF WS-SESION-ABIERTA
              MOVE WS-SESION-FIRMA TO LK-FIRMA-OPERADOR
              GO TO 100-FIN
           END-IF
           MOVE ZEROS  TO WS-INTENTOS
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           OPEN I-O OPERADORES
           IF WS-FILE-STATUS-OPE NOT = "00"
              DISPLAY "PROG0036: NO SE PUDO ABRIR 04-OPERADORES, "
                      "STATUS " WS-FILE-STATUS-OPE
                      "; NADIE PUEDE FIRMARSE"
              GO TO 100-FIN
           END-IF
           GO TO 020-PIDE-FIRMA.

       020-PIDE-FIRMA.
           IF WS-INTENTOS >= 3
              DISPLAY "PROG0036: TRES INTENTOS FALLIDOS, ACCESO "
                      "DENEGADO"
              GO TO 090-CIERRA
           END-IF
           ADD 1 TO WS-INTENTOS
           DISPLAY " "
           DISPLAY "CLAVE         : "
           ACCEPT WS-CLAVE-CAPTURADA
           PERFORM 030-VALIDA-OPERADOR THRU 030-FIN-VALIDA-OPERADOR
           MOVE SPACES TO WS-CLAVE-CAPTURADA
           IF WS-VALIDADO
              GO TO 090-CIERRA
           END-IF
           GO TO 020-PIDE-FIRMA.

      * -------------------------------------------------------------- *
      * 030-VALIDA-OPERADOR - LEE AL OPERADOR POR SU ID, RECHAZA AL    *
      *                DESHABILITADO Y AL BLOQUEADO, Y COMPARA EL      *
      *                RESUMEN DE LA CLAVE TECLEADA CON EL GUARDADO    *
      * -------------------------------------------------------------- *
       030-VALIDA-OPERADOR.
           MOVE "N" TO WS-SW-VALIDADO
           MOVE WS-ID-CAPTURADO TO REG-OP-ID
           READ OPERADORES
               INVALID KEY
                   MOVE "U" TO REG-BFI-RESULTADO
                   MOVE "ID NO REGISTRADO" TO REG-BFI-DETALLE
                   PERFORM 080-REGISTRA-FIRMA
                   DISPLAY "OPERADOR O CLAVE INCORRECTOS"
                   GO TO 030-FIN-VALIDA-OPERADOR
           END-READ
           IF REG-OP-DESHABILITADO
              MOVE "D" TO REG-BFI-RESULTADO
              MOVE "OPERADOR DESHABILITADO" TO REG-BFI-DETALLE
              PERFORM 080-REGISTRA-FIRMA
              DISPLAY "OPERADOR DESHABILITADO; VEA AL ADMINISTRADOR"
              GO TO 030-FIN-VALIDA-OPERADOR
           END-IF
           IF REG-OP-BLOQUEADO
              MOVE "B" TO REG-BFI-RESULTADO
              MOVE "OPERADOR BLOQUEADO" TO REG-BFI-DETALLE
              PERFORM 080-REGISTRA-FIRMA
              DISPLAY "OPERADOR BLOQUEADO POR FIRMAS FALLIDAS; EL "
                      "ADMINISTRADOR LO RESTABLECE EN PROG0095"
              GO TO 030-FIN-VALIDA-OPERADOR
           END-IF
           MOVE REG-OP-ID          TO WS-RCL-ID
           MOVE WS-CLAVE-CAPTURADA TO WS-RCL-CLAVE
           CALL "PROG0096" USING WS-RESUMEN-CLAVE
           MOVE SPACES TO WS-RCL-CLAVE
           IF WS-RCL-RESUMEN NOT = REG-OP-CLAVE-RESUMEN
              PERFORM 035-REGISTRA-FALLO
              GO TO 030-FIN-VALIDA-OPERADOR
           END-IF
           MOVE ZEROS TO REG-OP-INTENTOS-FALLIDOS
           MOVE REG-OP-FECHA-CLAVE TO WS-FECHA-CLAVE
           COMPUTE WS-DIAS-CLAVE =
                   ((WS-FHG-ANIO - WS-FCL-ANIO) * 360)
                   + ((WS-FHG-MES - WS-FCL-MES) * 30)
                   + (WS-FHG-DIA - WS-FCL-DIA)
           IF REG-OP-DEBE-CAMBIAR
              OR REG-OP-FECHA-CLAVE = ZEROS
              OR WS-DIAS-CLAVE NOT < WS-DIAS-VIGENCIA-CLAVE
                 PERFORM 040-CAMBIA-CLAVE THRU 040-FIN-CAMBIA-CLAVE
                 IF NOT WS-CLAVE-CAMBIADA
                    REWRITE REG-OPERADOR
                        INVALID KEY
                            DISPLAY "AVISO: NO SE PUDO ACTUALIZAR "
                                    "04-OPERADORES, STATUS "
                                    WS-FILE-STATUS-OPE
                    END-REWRITE
                    MOVE "V" TO REG-BFI-RESULTADO
                    MOVE "CAMBIO DE CLAVE PENDIENTE"
                                       TO REG-BFI-DETALLE
                    PERFORM 080-REGISTRA-FIRMA
                    DISPLAY "SIN CAMBIAR LA CLAVE NO SE PUEDE FIRMAR"
                    MOVE 3 TO WS-INTENTOS
                    GO TO 030-FIN-VALIDA-OPERADOR
                 END-IF
           END-IF
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-OP-ULTIMA-FIRMA-FECHA
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE WS-HORA-ACTUAL        TO REG-OP-ULTIMA-FIRMA-HORA
           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO ACTUALIZAR 04-OPERADORES"
                           ", STATUS " WS-FILE-STATUS-OPE
           END-REWRITE
           MOVE "F" TO REG-BFI-RESULTADO
           MOVE SPACES TO REG-BFI-DETALLE
           PERFORM 080-REGISTRA-FIRMA
           MOVE "S"           TO WS-SW-VALIDADO
           MOVE REG-OP-ID     TO LK-FIR-ID
           MOVE REG-OP-ROL    TO LK-FIR-ROL
           MOVE REG-OP-NOMBRE TO LK-FIR-NOMBRE
           MOVE REG-OP-NUMERO-EMP
                              TO LK-FIR-NUMERO-EMP
           MOVE "S"           TO LK-FIR-OK
           MOVE LK-FIRMA-OPERADOR TO WS-SESION-FIRMA
           MOVE "S"           TO WS-SW-SESION.

       030-FIN-VALIDA-OPERADOR.
           EXIT.

      * -------------------------------------------------------------- *
      * 035-REGISTRA-FALLO - CLAVE ERRONEA: SE CUENTA EN EL OPERADOR Y *
      *                AL LLEGAR A WS-MAXIMO-FALLIDOS QUEDA BLOQUEADO  *
      * -------------------------------------------------------------- *
       035-REGISTRA-FALLO.
           ADD 1 TO REG-OP-INTENTOS-FALLIDOS
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-OP-ULTIMO-FALLO-FECHA
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE WS-HORA-ACTUAL        TO REG-OP-ULTIMO-FALLO-HORA
           MOVE "X" TO REG-BFI-RESULTADO
           MOVE "CLAVE ERRONEA" TO REG-BFI-DETALLE
           IF REG-OP-INTENTOS-FALLIDOS NOT < WS-MAXIMO-FALLIDOS
              MOVE "B" TO REG-OP-ESTADO
              MOVE "CLAVE ERRONEA, QUEDA BLOQUEADO"
                                    TO REG-BFI-DETALLE
              MOVE "BLOQUE" TO REG-AUO-OPERACION
              MOVE "ESTADO (BLOQUEO POR FIRMAS FALLIDAS)"
                                    TO REG-AUO-CAMPOS
              PERFORM 085-REGISTRA-AUDITORIA
           END-IF
           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO ACTUALIZAR 04-OPERADORES"
                           ", STATUS " WS-FILE-STATUS-OPE
           END-REWRITE
           PERFORM 080-REGISTRA-FIRMA
           IF REG-OP-BLOQUEADO
              DISPLAY "CLAVE INCORRECTA; EL OPERADOR QUEDO BLOQUEADO"
           ELSE
              DISPLAY "OPERADOR O CLAVE INCORRECTOS"
           END-IF.

      * -------------------------------------------------------------- *
      * 040-CAMBIA-CLAVE - LA CLAVE ES NUEVA, FUE RESTABLECIDA O YA    *
      *                VENCIO: EL OPERADOR TECLEA UNA NUEVA DOS VECES. *
      *                NO PUEDE SER CORTA, LLEVAR ESPACIOS, SER SU ID  *
      *                NI REPETIR LA ANTERIOR                          *
      * -------------------------------------------------------------- *
       040-CAMBIA-CLAVE.
           MOVE "N" TO WS-SW-CLAVE-CAMBIADA
           IF REG-OP-DEBE-CAMBIAR
              DISPLAY "SU CLAVE ES TEMPORAL; DEBE CAMBIARLA"
           ELSE
              DISPLAY "SU CLAVE TIENE " WS-DIAS-VIGENCIA-CLAVE
                      " DIAS O MAS; DEBE CAMBIARLA"
           END-IF
           DISPLAY "CLAVE NUEVA   : "
           MOVE SPACES TO WS-CLAVE-NUEVA
           ACCEPT WS-CLAVE-NUEVA
           DISPLAY "CONFIRME CLAVE: "
           MOVE SPACES TO WS-CLAVE-CONFIRMA
           ACCEPT WS-CLAVE-CONFIRMA
           IF WS-CLAVE-NUEVA NOT = WS-CLAVE-CONFIRMA
              DISPLAY "LAS CLAVES NO COINCIDEN"
              GO TO 040-FIN-CAMBIA-CLAVE
           END-IF
           MOVE ZEROS TO WS-CONT-ESPACIOS
           INSPECT WS-CLAVE-NUEVA TALLYING WS-CONT-ESPACIOS
               FOR ALL SPACES
           IF 8 - WS-CONT-ESPACIOS < WS-LARGO-MINIMO-CLAVE
              OR WS-CLAVE-NUEVA (1:1) = SPACE
                 DISPLAY "LA CLAVE DEBE TENER AL MENOS "
                         WS-LARGO-MINIMO-CLAVE " CARACTERES SIN "
                         "ESPACIOS"
                 GO TO 040-FIN-CAMBIA-CLAVE
           END-IF
           IF WS-CLAVE-NUEVA = REG-OP-ID
              DISPLAY "LA CLAVE NO PUEDE SER EL ID DEL OPERADOR"
              GO TO 040-FIN-CAMBIA-CLAVE
           END-IF
           MOVE REG-OP-ID      TO WS-RCL-ID
           MOVE WS-CLAVE-NUEVA TO WS-RCL-CLAVE
           CALL "PROG0096" USING WS-RESUMEN-CLAVE
           MOVE SPACES TO WS-RCL-CLAVE
                          WS-CLAVE-NUEVA
                          WS-CLAVE-CONFIRMA
           IF WS-RCL-RESUMEN = REG-OP-CLAVE-RESUMEN
              DISPLAY "LA CLAVE NUEVA DEBE SER DISTINTA DE LA ANTERIOR"
              GO TO 040-FIN-CAMBIA-CLAVE
           END-IF
           MOVE WS-RCL-RESUMEN        TO REG-OP-CLAVE-RESUMEN
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-OP-FECHA-CLAVE
           MOVE "N"                   TO REG-OP-CAMBIO-CLAVE
           MOVE "S"                   TO WS-SW-CLAVE-CAMBIADA
           MOVE "CLAVE"  TO REG-AUO-OPERACION
           MOVE "CLAVE (CAMBIO POR EL PROPIO OPERADOR)"
                                      TO REG-AUO-CAMPOS
           PERFORM 085-REGISTRA-AUDITORIA
           DISPLAY "CLAVE CAMBIADA".

       040-FIN-CAMBIA-CLAVE.
           EXIT.

      * -------------------------------------------------------------- *
      * 080-REGISTRA-FIRMA - ANOTA EL INTENTO EN 04-BITACORA-FIRMAS    *
      *                (EL RESULTADO Y EL DETALLE LOS PONE QUIEN       *
      *                LLAMA)                                          *
      * -------------------------------------------------------------- *
       080-REGISTRA-FIRMA.
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-BFI-FECHA
           ACCEPT REG-BFI-HORA FROM TIME
           MOVE WS-ID-CAPTURADO       TO REG-BFI-ID
           OPEN EXTEND BITACORA-FIRMAS
           IF WS-FILE-STATUS-BFI = "35"
              OPEN OUTPUT BITACORA-FIRMAS
           END-IF
           IF WS-FILE-STATUS-BFI NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-BITACORA-FIRMAS, "
                      "STATUS " WS-FILE-STATUS-BFI
                      "; REGISTRO PERDIDO"
           ELSE
              WRITE REG-BITACORA-FIRMA
              CLOSE BITACORA-FIRMAS
           END-IF.

      * -------------------------------------------------------------- *
      * 085-REGISTRA-AUDITORIA - ANOTA EN 04-AUDIT-OPERADORES EL       *
      *                CAMBIO QUE LA FIRMA LE HIZO AL OPERADOR (LA     *
      *                OPERACION Y LOS CAMPOS LOS PONE QUIEN LLAMA)    *
      * -------------------------------------------------------------- *
       085-REGISTRA-AUDITORIA.
           MOVE REG-OP-ID             TO REG-AUO-USUARIO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-AUO-FECHA
           ACCEPT REG-AUO-HORA FROM TIME
           MOVE REG-OP-ID             TO REG-AUO-OPERADOR
           OPEN EXTEND AUDIT-OPERADORES
           IF WS-FILE-STATUS-AUO = "35"
              OPEN OUTPUT AUDIT-OPERADORES
           END-IF
           IF WS-FILE-STATUS-AUO NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-AUDIT-OPERADORES, "
                      "STATUS " WS-FILE-STATUS-AUO
                      "; REGISTRO PERDIDO"
           ELSE
              WRITE REG-AUD-OPERADOR
              CLOSE AUDIT-OPERADORES
           END-IF.

       090-CIERRA.
           CLOSE OPERADORES.

       100-FIN.
           GOBACK.
       END PROGRAM PROG0036.
