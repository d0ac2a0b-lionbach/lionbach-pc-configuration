       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0087.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: MANTENIMIENTO DE DEPENDIENTES Y BENEFICIARIOS DE     *
      *           CADA EMPLEADO (04-DEPENDIENTES, VER WDPNFD): ALTA,   *
      *           CAMBIO, BAJA Y CONSULTA, MAS EL REPARTO DE LOS       *
      *           PORCENTAJES DEL SEGURO DE VIDA, QUE SE CAPTURAN      *
      *           JUNTOS PARA TODOS LOS DEPENDIENTES DEL EMPLEADO Y    *
      *           SOLO SE GRABAN SI SUMAN 100. LOS QUE TIENEN GASTOS   *
      *           MEDICOS SALEN EN EL CENSO MENSUAL A LA ASEGURADORA   *
      *           (PROG0088)                                           *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDIENTES ASSIGN TO "04-DEPENDIENTES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-DPN-LLAVE
           FILE STATUS IS WS-FILE-STATUS-DPN.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.

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

       WORKING-STORAGE SECTION.
       COPY WFIRMA.

       01 WS-FILE-STATUS-DPN      PIC X(02).
       01 WS-FILE-STATUS-EMP      PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(01)    VALUE ZEROS.

       01 WS-CONTROL-LECTURA.
           05 WS-SW-EMPLEADO-OK   PIC X(01)    VALUE "N".
               88 WS-EMPLEADO-OK              VALUE "S".

       01 WS-CONTROL-VALIDA.
           05 WS-SW-DATOS-OK      PIC X(01)    VALUE "S".
               88 WS-DATOS-VALIDOS         VALUE "S".
           05 WS-MOTIVO-INVALIDO  PIC X(30)    VALUE SPACES.

       01 WS-CAPTURA-DPN.
           05 WS-CAP-EMPLEADO     PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-CONSEC       PIC 9(02)    VALUE ZEROS.
           05 WS-CAP-NOMBRE       PIC X(30)    VALUE SPACES.
           05 WS-CAP-PARENTESCO   PIC X(01)    VALUE SPACES.
           05 WS-CAP-FECHA-NACIMIENTO
                                  PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-GASTOS-MEDICOS
                                  PIC X(01)    VALUE SPACES.
           05 WS-CAP-PORCENTAJE   PIC 9(03)    VALUE ZEROS.
           05 WS-CAP-CONFIRMA     PIC X(01)    VALUE SPACES.

       01 WS-DATOS-EMPLEADO.
           05 WS-EMP-NOMBRE       PIC X(30).
           05 WS-EMP-STATUS       PIC 9(01).

      * -------------------------------------------------------------- *
      * WS-TABLA-DEPENDIENTES - LOS DEPENDIENTES DEL EMPLEADO EN TURNO *
      *                (060-CARGA-DEPENDIENTES), CON EL PORCENTAJE     *
      *                NUEVO QUE SE CAPTURA EN EL REPARTO              *
      * -------------------------------------------------------------- *
       01 WS-TABLA-DEPENDIENTES.
           05 WS-TAB-DPN          OCCURS 20 TIMES.
               10 WS-TAB-DPN-CONSEC
                                  PIC 9(02).
               10 WS-TAB-DPN-NOMBRE
                                  PIC X(30).
               10 WS-TAB-DPN-PARENTESCO
                                  PIC X(01).
               10 WS-TAB-DPN-PORCENTAJE
                                  PIC 9(03).
               10 WS-TAB-DPN-PORC-NUEVO
                                  PIC 9(03).
       01 WS-CANT-DPN             PIC 9(02)    VALUE ZEROS.
       01 WS-IX-DPN               PIC 9(02)    VALUE ZEROS.
       01 WS-MAX-CONSEC           PIC 9(02)    VALUE ZEROS.
       01 WS-CANT-CONYUGES        PIC 9(02)    VALUE ZEROS.
       01 WS-TOTAL-PORCENTAJE     PIC 9(04)    VALUE ZEROS.
       01 WS-NOM-PARENTESCO       PIC X(12)    VALUE SPACES.

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

       01 WS-FECHA-VALIDA-G.
           05 WS-FV-ANIO          PIC 9(04).
           05 WS-FV-MES           PIC 9(02).
           05 WS-FV-DIA           PIC 9(02).

       01 WS-FECHA-VALIDA REDEFINES WS-FECHA-VALIDA-G
                                  PIC 9(08).

       PROCEDURE DIVISION.
       010-INICIO.
      * LOS DEPENDIENTES LOS MUEVE RH (Y EL ADMINISTRADOR); LOS DEMAS
      * ROLES SOLO CONSULTAN
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           OPEN I-O DEPENDIENTES
           IF WS-FILE-STATUS-DPN = "35"
              OPEN OUTPUT DEPENDIENTES
              CLOSE DEPENDIENTES
              OPEN I-O DEPENDIENTES
           END-IF
           IF WS-FILE-STATUS-DPN NOT = "00"
              DISPLAY "PROG0087: NO SE PUDO ABRIR 04-DEPENDIENTES, "
                      "STATUS " WS-FILE-STATUS-DPN
              GOBACK
           END-IF
           PERFORM 020-MENU.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- DEPENDIENTES Y BENEFICIARIOS -----"
           DISPLAY "1) ALTA DE DEPENDIENTE"
           DISPLAY "2) CAMBIO DE DEPENDIENTE"
           DISPLAY "3) BAJA DE DEPENDIENTE"
           DISPLAY "4) CONSULTA DEPENDIENTES DE UN EMPLEADO"
           DISPLAY "5) REPARTE PORCENTAJES DEL SEGURO DE VIDA"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
              GO TO 100-FIN
           END-IF
           IF WS-MENU-OPCION NOT = 4
              AND NOT WS-FIR-RECURSOS-HUMANOS
              AND NOT WS-FIR-ADMINISTRADOR
                 DISPLAY "SOLO RH PUEDE MODIFICAR LOS DEPENDIENTES"
                 GO TO 020-MENU
           END-IF
           GO TO 030-ALTA
                 040-CAMBIO
                 045-BAJA
                 050-CONSULTA
                 055-REPARTE-PORCENTAJES
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 030-ALTA - NUEVO DEPENDIENTE DE UN EMPLEADO NO DADO DE BAJA,   *
      *                CON EL SIGUIENTE CONSECUTIVO. NACE SIN          *
      *                PORCENTAJE: EL REPARTO SE HACE CON LA OPCION 5  *
      * -------------------------------------------------------------- *
       030-ALTA.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           PERFORM 090-LEE-EMPLEADO
           IF NOT WS-EMPLEADO-OK
              DISPLAY "EMPLEADO NO ENCONTRADO: " WS-CAP-EMPLEADO
              GO TO 020-MENU
           END-IF
           IF WS-EMP-STATUS = 3
              DISPLAY "EL EMPLEADO ESTA DADO DE BAJA"
              GO TO 020-MENU
           END-IF
           DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
           PERFORM 060-CARGA-DEPENDIENTES
               THRU 060-FIN-CARGA-DEPENDIENTES
           IF WS-CANT-DPN >= 20 OR WS-MAX-CONSEC >= 99
              DISPLAY "EL EMPLEADO YA NO ADMITE MAS DEPENDIENTES"
              GO TO 020-MENU
           END-IF
           DISPLAY "NOMBRE COMPLETO  : "
           MOVE SPACES TO WS-CAP-NOMBRE
           ACCEPT WS-CAP-NOMBRE
           DISPLAY "PARENTESCO (C-CONYUGE H-HIJO P-PADRE/MADRE "
                   "O-OTRO): "
           MOVE SPACES TO WS-CAP-PARENTESCO
           ACCEPT WS-CAP-PARENTESCO
           DISPLAY "FECHA DE NACIMIENTO AAAAMMDD: "
           MOVE ZEROS TO WS-CAP-FECHA-NACIMIENTO
           ACCEPT WS-CAP-FECHA-NACIMIENTO
           DISPLAY "CUBIERTO POR GASTOS MEDICOS (S/N): "
           MOVE SPACES TO WS-CAP-GASTOS-MEDICOS
           ACCEPT WS-CAP-GASTOS-MEDICOS
           PERFORM 070-VALIDA-CAPTURA
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 020-MENU
           END-IF
           IF WS-CAP-PARENTESCO = "C" AND WS-CANT-CONYUGES > 0
              DISPLAY "EL EMPLEADO YA TIENE CONYUGE REGISTRADO"
              GO TO 020-MENU
           END-IF
           MOVE WS-CAP-EMPLEADO TO REG-DPN-EMPLEADO
           ADD 1 TO WS-MAX-CONSEC GIVING REG-DPN-CONSEC
           MOVE ZEROS           TO REG-DPN-PORCENTAJE-BENEF
           PERFORM 075-MUEVE-CAPTURA
           WRITE REG-DEPENDIENTE
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR: " WS-FILE-STATUS-DPN
                   GO TO 020-MENU
           END-WRITE
           DISPLAY "DEPENDIENTE " REG-DPN-CONSEC " REGISTRADO; SI ES "
                   "BENEFICIARIO DEL SEGURO DE VIDA REPARTA LOS "
                   "PORCENTAJES CON LA OPCION 5"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 040-CAMBIO - CORRIGE LOS DATOS DE UN DEPENDIENTE; LO QUE SE    *
      *                DEJA VACIO CONSERVA SU VALOR ACTUAL             *
      * -------------------------------------------------------------- *
       040-CAMBIO.
           PERFORM 080-PIDE-DEPENDIENTE
           READ DEPENDIENTES
               INVALID KEY
                   DISPLAY "DEPENDIENTE NO ENCONTRADO"
                   GO TO 020-MENU
           END-READ
           PERFORM 065-MUESTRA-DEPENDIENTE
           DISPLAY "NOMBRE COMPLETO (VACIO = SIN CAMBIO): "
           MOVE SPACES TO WS-CAP-NOMBRE
           ACCEPT WS-CAP-NOMBRE
           IF WS-CAP-NOMBRE = SPACES
              MOVE REG-DPN-NOMBRE TO WS-CAP-NOMBRE
           END-IF
           DISPLAY "PARENTESCO (VACIO = SIN CAMBIO): "
           MOVE SPACES TO WS-CAP-PARENTESCO
           ACCEPT WS-CAP-PARENTESCO
           IF WS-CAP-PARENTESCO = SPACES
              MOVE REG-DPN-PARENTESCO TO WS-CAP-PARENTESCO
           END-IF
           DISPLAY "FECHA DE NACIMIENTO (VACIO = SIN CAMBIO): "
           MOVE ZEROS TO WS-CAP-FECHA-NACIMIENTO
           ACCEPT WS-CAP-FECHA-NACIMIENTO
           IF WS-CAP-FECHA-NACIMIENTO = ZEROS
              MOVE REG-DPN-FECHA-NACIMIENTO
                                  TO WS-CAP-FECHA-NACIMIENTO
           END-IF
           DISPLAY "GASTOS MEDICOS S/N (VACIO = SIN CAMBIO): "
           MOVE SPACES TO WS-CAP-GASTOS-MEDICOS
           ACCEPT WS-CAP-GASTOS-MEDICOS
           IF WS-CAP-GASTOS-MEDICOS = SPACES
              MOVE REG-DPN-GASTOS-MEDICOS TO WS-CAP-GASTOS-MEDICOS
           END-IF
           PERFORM 070-VALIDA-CAPTURA
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 020-MENU
           END-IF
      * UN SEGUNDO CONYUGE SE REVISA CONTRA LOS DEMAS DEPENDIENTES
           IF WS-CAP-PARENTESCO = "C" AND NOT REG-DPN-CONYUGE
              PERFORM 060-CARGA-DEPENDIENTES
                  THRU 060-FIN-CARGA-DEPENDIENTES
              IF WS-CANT-CONYUGES > 0
                 DISPLAY "EL EMPLEADO YA TIENE CONYUGE REGISTRADO"
                 GO TO 020-MENU
              END-IF
              MOVE WS-CAP-EMPLEADO TO REG-DPN-EMPLEADO
              MOVE WS-CAP-CONSEC   TO REG-DPN-CONSEC
              READ DEPENDIENTES
                  INVALID KEY
                      DISPLAY "DEPENDIENTE NO ENCONTRADO"
                      GO TO 020-MENU
              END-READ
           END-IF
           PERFORM 075-MUEVE-CAPTURA
           REWRITE REG-DEPENDIENTE
               INVALID KEY
                   DISPLAY "NO SE PUDO CAMBIAR: " WS-FILE-STATUS-DPN
                   GO TO 020-MENU
           END-REWRITE
           DISPLAY "DEPENDIENTE CAMBIADO"
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 045-BAJA - BORRA EL DEPENDIENTE. SI ERA BENEFICIARIO LOS DEMAS *
      *                YA NO SUMAN 100 Y HAY QUE REPARTIR DE NUEVO; EL *
      *                SIGUIENTE CENSO LO MANDA COMO BAJA              *
      * -------------------------------------------------------------- *
       045-BAJA.
           PERFORM 080-PIDE-DEPENDIENTE
           READ DEPENDIENTES
               INVALID KEY
                   DISPLAY "DEPENDIENTE NO ENCONTRADO"
                   GO TO 020-MENU
           END-READ
           PERFORM 065-MUESTRA-DEPENDIENTE
           DISPLAY "CONFIRMA LA BAJA (S/N): "
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "OPERACION ABORTADA"
              GO TO 020-MENU
           END-IF
           MOVE REG-DPN-PORCENTAJE-BENEF TO WS-CAP-PORCENTAJE
           DELETE DEPENDIENTES
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA: "
                           WS-FILE-STATUS-DPN
                   GO TO 020-MENU
           END-DELETE
           DISPLAY "DEPENDIENTE DADO DE BAJA"
           IF WS-CAP-PORCENTAJE > ZEROS
              DISPLAY "** ERA BENEFICIARIO CON " WS-CAP-PORCENTAJE
                      "%; REPARTA DE NUEVO CON LA OPCION 5 **"
           END-IF
           GO TO 020-MENU.

       050-CONSULTA.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           PERFORM 090-LEE-EMPLEADO
           IF NOT WS-EMPLEADO-OK
              DISPLAY "EMPLEADO NO ENCONTRADO: " WS-CAP-EMPLEADO
              GO TO 020-MENU
           END-IF
           DISPLAY " "
           DISPLAY "EMPLEADO: " WS-CAP-EMPLEADO " " WS-EMP-NOMBRE
           IF WS-EMP-STATUS = 3
              DISPLAY "(DADO DE BAJA: SUS DEPENDIENTES YA NO VAN EN "
                      "EL CENSO DE LA ASEGURADORA)"
           END-IF
           MOVE WS-CAP-EMPLEADO TO REG-DPN-EMPLEADO
           MOVE ZEROS           TO REG-DPN-CONSEC
           START DEPENDIENTES KEY NOT LESS THAN REG-DPN-LLAVE
               INVALID KEY
                   GO TO 052-FIN-CONSULTA
           END-START
           GO TO 051-LEE-DEPENDIENTE.

       051-LEE-DEPENDIENTE.
           READ DEPENDIENTES NEXT RECORD
               AT END
                   GO TO 052-FIN-CONSULTA
           END-READ
           IF REG-DPN-EMPLEADO NOT = WS-CAP-EMPLEADO
              GO TO 052-FIN-CONSULTA
           END-IF
           PERFORM 065-MUESTRA-DEPENDIENTE
           GO TO 051-LEE-DEPENDIENTE.

       052-FIN-CONSULTA.
           PERFORM 060-CARGA-DEPENDIENTES
               THRU 060-FIN-CARGA-DEPENDIENTES
           IF WS-CANT-DPN = ZEROS
              DISPLAY "(SIN DEPENDIENTES REGISTRADOS)"
              GO TO 020-MENU
           END-IF
           IF WS-TOTAL-PORCENTAJE = ZEROS
              DISPLAY "(SIN BENEFICIARIOS DEL SEGURO DE VIDA)"
           ELSE
              IF WS-TOTAL-PORCENTAJE NOT = 100
                 DISPLAY "** LOS BENEFICIARIOS SUMAN "
                         WS-TOTAL-PORCENTAJE "%, NO 100; REPARTA "
                         "CON LA OPCION 5 **"
              END-IF
           END-IF
           GO TO 020-MENU.

      * -------------------------------------------------------------- *
      * 055-REPARTE-PORCENTAJES - PIDE EL PORCENTAJE DE CADA           *
      *                DEPENDIENTE DEL EMPLEADO (CERO = NO ES          *
      *                BENEFICIARIO) Y SOLO GRABA SI EL TOTAL ES 100   *
      * -------------------------------------------------------------- *
       055-REPARTE-PORCENTAJES.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           PERFORM 060-CARGA-DEPENDIENTES
               THRU 060-FIN-CARGA-DEPENDIENTES
           IF WS-CANT-DPN = ZEROS
              DISPLAY "EL EMPLEADO NO TIENE DEPENDIENTES REGISTRADOS"
              GO TO 020-MENU
           END-IF
           MOVE ZEROS TO WS-TOTAL-PORCENTAJE
           PERFORM 056-PIDE-PORCENTAJE
               VARYING WS-IX-DPN FROM 1 BY 1
               UNTIL WS-IX-DPN > WS-CANT-DPN
           IF WS-TOTAL-PORCENTAJE NOT = 100
              DISPLAY "LOS PORCENTAJES SUMAN " WS-TOTAL-PORCENTAJE
                      ", DEBEN SUMAR 100; NO SE GRABO NADA"
              GO TO 020-MENU
           END-IF
           PERFORM 057-GRABA-PORCENTAJE
               VARYING WS-IX-DPN FROM 1 BY 1
               UNTIL WS-IX-DPN > WS-CANT-DPN
           DISPLAY "PORCENTAJES GRABADOS"
           GO TO 020-MENU.

       056-PIDE-PORCENTAJE.
           DISPLAY WS-TAB-DPN-CONSEC (WS-IX-DPN) " "
                   WS-TAB-DPN-NOMBRE (WS-IX-DPN)
                   " (ACTUAL " WS-TAB-DPN-PORCENTAJE (WS-IX-DPN)
                   "%) NUEVO %: "
           MOVE ZEROS TO WS-CAP-PORCENTAJE
           ACCEPT WS-CAP-PORCENTAJE
           IF WS-CAP-PORCENTAJE NOT NUMERIC
              MOVE ZEROS TO WS-CAP-PORCENTAJE
           END-IF
           MOVE WS-CAP-PORCENTAJE TO WS-TAB-DPN-PORC-NUEVO (WS-IX-DPN)
           ADD WS-CAP-PORCENTAJE TO WS-TOTAL-PORCENTAJE.

       057-GRABA-PORCENTAJE.
           MOVE WS-CAP-EMPLEADO TO REG-DPN-EMPLEADO
           MOVE WS-TAB-DPN-CONSEC (WS-IX-DPN) TO REG-DPN-CONSEC
           READ DEPENDIENTES
               INVALID KEY
                   DISPLAY "DEPENDIENTE " REG-DPN-CONSEC
                           " YA NO EXISTE"
               NOT INVALID KEY
                   MOVE WS-TAB-DPN-PORC-NUEVO (WS-IX-DPN)
                                  TO REG-DPN-PORCENTAJE-BENEF
                   MOVE WS-FECHA-HOY-CCYYMMDD
                                  TO REG-DPN-FECHA-REGISTRO
                   MOVE WS-FIR-ID TO REG-DPN-USUARIO
                   REWRITE REG-DEPENDIENTE
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL "
                                   "DEPENDIENTE " REG-DPN-CONSEC
                   END-REWRITE
           END-READ.

      * -------------------------------------------------------------- *
      * 060-CARGA-DEPENDIENTES - LLENA WS-TABLA-DEPENDIENTES CON LOS   *
      *                DEL EMPLEADO EN WS-CAP-EMPLEADO Y DEJA EL       *
      *                CONSECUTIVO MAYOR, LOS CONYUGES Y LA SUMA DE    *
      *                PORCENTAJES                                     *
      * -------------------------------------------------------------- *
       060-CARGA-DEPENDIENTES.
           MOVE ZEROS TO WS-CANT-DPN
                         WS-MAX-CONSEC
                         WS-CANT-CONYUGES
                         WS-TOTAL-PORCENTAJE
           MOVE WS-CAP-EMPLEADO TO REG-DPN-EMPLEADO
           MOVE ZEROS           TO REG-DPN-CONSEC
           START DEPENDIENTES KEY NOT LESS THAN REG-DPN-LLAVE
               INVALID KEY
                   GO TO 060-FIN-CARGA-DEPENDIENTES
           END-START
           GO TO 061-LEE-DEPENDIENTE.

       061-LEE-DEPENDIENTE.
           READ DEPENDIENTES NEXT RECORD
               AT END
                   GO TO 060-FIN-CARGA-DEPENDIENTES
           END-READ
           IF REG-DPN-EMPLEADO NOT = WS-CAP-EMPLEADO
              GO TO 060-FIN-CARGA-DEPENDIENTES
           END-IF
           MOVE REG-DPN-CONSEC TO WS-MAX-CONSEC
           IF REG-DPN-CONYUGE
              ADD 1 TO WS-CANT-CONYUGES
           END-IF
           ADD REG-DPN-PORCENTAJE-BENEF TO WS-TOTAL-PORCENTAJE
           IF WS-CANT-DPN >= 20
              GO TO 061-LEE-DEPENDIENTE
           END-IF
           ADD 1 TO WS-CANT-DPN
           MOVE REG-DPN-CONSEC     TO WS-TAB-DPN-CONSEC (WS-CANT-DPN)
           MOVE REG-DPN-NOMBRE     TO WS-TAB-DPN-NOMBRE (WS-CANT-DPN)
           MOVE REG-DPN-PARENTESCO
                              TO WS-TAB-DPN-PARENTESCO (WS-CANT-DPN)
           MOVE REG-DPN-PORCENTAJE-BENEF
                              TO WS-TAB-DPN-PORCENTAJE (WS-CANT-DPN)
           GO TO 061-LEE-DEPENDIENTE.

       060-FIN-CARGA-DEPENDIENTES.
           EXIT.

       065-MUESTRA-DEPENDIENTE.
           MOVE "OTRO"           TO WS-NOM-PARENTESCO
           IF REG-DPN-CONYUGE
              MOVE "CONYUGE"     TO WS-NOM-PARENTESCO
           END-IF
           IF REG-DPN-HIJO
              MOVE "HIJO(A)"     TO WS-NOM-PARENTESCO
           END-IF
           IF REG-DPN-PADRE
              MOVE "PADRE/MADRE" TO WS-NOM-PARENTESCO
           END-IF
           DISPLAY REG-DPN-CONSEC " " REG-DPN-NOMBRE " "
                   WS-NOM-PARENTESCO " NAC " REG-DPN-FECHA-NACIMIENTO
                   " GM " REG-DPN-GASTOS-MEDICOS
                   " BENEF " REG-DPN-PORCENTAJE-BENEF "%".

       070-VALIDA-CAPTURA.
           MOVE "S"    TO WS-SW-DATOS-OK
           MOVE SPACES TO WS-MOTIVO-INVALIDO
           MOVE WS-CAP-FECHA-NACIMIENTO TO WS-FECHA-VALIDA
           IF WS-CAP-NOMBRE = SPACES
              MOVE "N"                 TO WS-SW-DATOS-OK
              MOVE "FALTA EL NOMBRE"   TO WS-MOTIVO-INVALIDO
           END-IF
           IF WS-CAP-PARENTESCO NOT = "C"
              AND WS-CAP-PARENTESCO NOT = "H"
              AND WS-CAP-PARENTESCO NOT = "P"
              AND WS-CAP-PARENTESCO NOT = "O"
                 MOVE "N"                 TO WS-SW-DATOS-OK
                 MOVE "PARENTESCO INVALIDO" TO WS-MOTIVO-INVALIDO
           END-IF
           IF WS-CAP-FECHA-NACIMIENTO NOT NUMERIC
              OR WS-CAP-FECHA-NACIMIENTO > WS-FECHA-HOY-CCYYMMDD
              OR WS-FV-ANIO < 1900
              OR WS-FV-MES < 1 OR WS-FV-MES > 12
              OR WS-FV-DIA < 1 OR WS-FV-DIA > 31
                 MOVE "N"                 TO WS-SW-DATOS-OK
                 MOVE "FECHA DE NACIMIENTO INVALIDA"
                                          TO WS-MOTIVO-INVALIDO
           END-IF
           IF WS-CAP-GASTOS-MEDICOS NOT = "S"
              AND WS-CAP-GASTOS-MEDICOS NOT = "N"
                 MOVE "N"                 TO WS-SW-DATOS-OK
                 MOVE "GASTOS MEDICOS DEBE SER S O N"
                                          TO WS-MOTIVO-INVALIDO
           END-IF.

       075-MUEVE-CAPTURA.
           MOVE WS-CAP-NOMBRE           TO REG-DPN-NOMBRE
           MOVE WS-CAP-PARENTESCO       TO REG-DPN-PARENTESCO
           MOVE WS-CAP-FECHA-NACIMIENTO TO REG-DPN-FECHA-NACIMIENTO
           MOVE WS-CAP-GASTOS-MEDICOS   TO REG-DPN-GASTOS-MEDICOS
           MOVE WS-FECHA-HOY-CCYYMMDD   TO REG-DPN-FECHA-REGISTRO
           MOVE WS-FIR-ID               TO REG-DPN-USUARIO.

       080-PIDE-DEPENDIENTE.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-CAP-EMPLEADO
           DISPLAY "CONSECUTIVO DEL DEPENDIENTE: "
           ACCEPT WS-CAP-CONSEC
           MOVE WS-CAP-EMPLEADO TO REG-DPN-EMPLEADO
           MOVE WS-CAP-CONSEC   TO REG-DPN-CONSEC.

       090-LEE-EMPLEADO.
           MOVE "N" TO WS-SW-EMPLEADO-OK
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP = "00"
              MOVE WS-CAP-EMPLEADO TO REG-EMP-NUMERO
              READ EMPLEADOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-SW-EMPLEADO-OK
                      MOVE REG-EMP-NOMBRE TO WS-EMP-NOMBRE
                      MOVE REG-EMP-STATUS TO WS-EMP-STATUS
              END-READ
              CLOSE EMPLEADOS
           END-IF.

       100-FIN.
           CLOSE DEPENDIENTES
           GOBACK.

       END PROGRAM PROG0087.
