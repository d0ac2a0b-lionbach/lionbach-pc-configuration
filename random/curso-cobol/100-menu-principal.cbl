       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0097.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: MENU PRINCIPAL DE LOS PROGRAMAS EN LINEA. EL         *
      *           OPERADOR SE FIRMA UNA SOLA VEZ (PROG0036) Y EL MENU  *
      *           SOLO LE MUESTRA LAS OPCIONES QUE SU ROL PERMITE      *
      *           (WS-OPCIONES-MENU). EL PROGRAMA ELEGIDO SE INVOCA    *
      *           CON CALL, AL ESTILO DE LOS PASOS DE PROG0007: COMO   *
      *           PROG0036 CONSERVA LA FIRMA EN LA CORRIDA, EL         *
      *           PROGRAMA YA NO LA VUELVE A PEDIR. AL REGRESAR SE     *
      *           CANCELA PARA QUE LA SIGUIENTE VEZ ARRANQUE LIMPIO.   *
      *           CADA OPCION ELEGIDA QUEDA EN 04-BITACORA-MENU CON    *
      *           EL OPERADOR, LA HORA Y EL PROGRAMA                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA-MENU ASSIGN TO "04-BITACORA-MENU"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-BMN.

       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-MENU
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WBMENFD.

       WORKING-STORAGE SECTION.
       COPY WFIRMA.

       01 WS-FILE-STATUS-BMN      PIC X(02).

       01 WS-CONTROL-MENU.
           05 WS-MENU-OPCION      PIC 9(02)    VALUE ZEROS.

      * -------------------------------------------------------------- *
      * WS-OPCIONES-MENU - PROGRAMA, ROLES QUE LO PUEDEN USAR Y TEXTO  *
      *                DE CADA OPCION. EL PROGRAMA INVOCADO SIGUE      *
      *                REVISANDO EL ROL EN CADA OPERACION; AQUI SOLO   *
      *                SE OCULTA LO QUE EL ROL NO PUEDE USAR NUNCA     *
      * -------------------------------------------------------------- *
       01 WS-OPCIONES-MENU-VALORES.
           05 FILLER              PIC X(08)    VALUE "PROG0004".
           05 FILLER              PIC X(04)    VALUE "AHFC".
           05 FILLER              PIC X(40)    VALUE
              "CONSULTA DE EMPLEADOS".
           05 FILLER              PIC X(08)    VALUE "PROG0006".
           05 FILLER              PIC X(04)    VALUE "AHFC".
           05 FILLER              PIC X(40)    VALUE
              "MANTENIMIENTO DE EMPLEADOS".
           05 FILLER              PIC X(08)    VALUE "PROG0028".
           05 FILLER              PIC X(04)    VALUE "AH".
           05 FILLER              PIC X(40)    VALUE
              "SALDOS DE VACACIONES".
           05 FILLER              PIC X(08)    VALUE "PROG0031".
           05 FILLER              PIC X(04)    VALUE "AHFC".
           05 FILLER              PIC X(40)    VALUE
              "CALENDARIO DE PERIODOS DE PAGO".
           05 FILLER              PIC X(08)    VALUE "PROG0055".
           05 FILLER              PIC X(04)    VALUE "AH".
           05 FILLER              PIC X(40)    VALUE
              "AUSENCIAS Y PERMISOS".
           05 FILLER              PIC X(08)    VALUE "PROG0057".
           05 FILLER              PIC X(04)    VALUE "AHF".
           05 FILLER              PIC X(40)    VALUE
              "INCIDENCIAS DE TIEMPO".
           05 FILLER              PIC X(08)    VALUE "PROG0060".
           05 FILLER              PIC X(04)    VALUE "AHF".
           05 FILLER              PIC X(40)    VALUE
              "PRESTAMOS".
           05 FILLER              PIC X(08)    VALUE "NOTAS001".
           05 FILLER              PIC X(04)    VALUE "AHFC".
           05 FILLER              PIC X(40)    VALUE
              "NOTAS".
           05 FILLER              PIC X(08)    VALUE "PROG0009".
           05 FILLER              PIC X(04)    VALUE "AHFC".
           05 FILLER              PIC X(40)    VALUE
              "REPORTE DE EMPLEADOS".
           05 FILLER              PIC X(08)    VALUE "PROG0011".
           05 FILLER              PIC X(04)    VALUE "AHF".
           05 FILLER              PIC X(40)    VALUE
              "REPORTE DE SALARIO PROMEDIO POR PUESTO".
           05 FILLER              PIC X(08)    VALUE "PROG0016".
           05 FILLER              PIC X(04)    VALUE "AHFC".
           05 FILLER              PIC X(40)    VALUE
              "REPORTE DE VARIACION DE PLANTILLA".
           05 FILLER              PIC X(08)    VALUE "PROG0032".
           05 FILLER              PIC X(04)    VALUE "AH".
           05 FILLER              PIC X(40)    VALUE
              "REPORTE DE ROTACION DE PERSONAL".
           05 FILLER              PIC X(08)    VALUE "PROG0094".
           05 FILLER              PIC X(04)    VALUE "AH".
           05 FILLER              PIC X(40)    VALUE
              "ANALISIS DE AUSENTISMO".
           05 FILLER              PIC X(08)    VALUE "PROG0095".
           05 FILLER              PIC X(04)    VALUE "A".
           05 FILLER              PIC X(40)    VALUE
              "MANTENIMIENTO DE OPERADORES".
           05 FILLER              PIC X(08)    VALUE "PROG0098".
           05 FILLER              PIC X(04)    VALUE "A".
           05 FILLER              PIC X(40)    VALUE
              "REPORTE DE SEGREGACION DE FUNCIONES".
           05 FILLER              PIC X(08)    VALUE "PROG0105".
           05 FILLER              PIC X(04)    VALUE "AH".
           05 FILLER              PIC X(40)    VALUE
              "CASOS DE RECURSOS HUMANOS".

       01 WS-OPCIONES-MENU REDEFINES WS-OPCIONES-MENU-VALORES.
           05 WS-OPC-MENU         OCCURS 16 TIMES.
               10 WS-OPC-PROGRAMA PIC X(08).
               10 WS-OPC-ROLES    PIC X(04).
               10 WS-OPC-DESCRIPCION
                                  PIC X(40).

       01 WS-CANT-OPCIONES        PIC 9(02)    VALUE 16.
       01 WS-IX-OPC               PIC 9(02)    VALUE ZEROS.
       01 WS-CONT-ROL             PIC 9(02)    VALUE ZEROS.
       01 WS-SW-PERMITIDA         PIC X(01)    VALUE "N".
           88 WS-OPCION-PERMITIDA         VALUE "S".

       01 WS-PROGRAMA-ELEGIDO     PIC X(08)    VALUE SPACES.
           88 WS-ELEGIDO-NOTAS            VALUE "NOTAS001".
           88 WS-ELEGIDO-REP-EMPLEADOS    VALUE "PROG0009".

      * NOTAS001 ABRE SUS ARCHIVOS RELATIVOS A SU PROPIO DIRECTORIO
       01 WS-DIR-NOTAS            PIC X(40)    VALUE
              "notas-app-with-goto-dependening".
       01 WS-DIR-REGRESO          PIC X(40)    VALUE "..".
       01 WS-RESULTADO-DIR        PIC S9(09)   BINARY VALUE ZEROS.

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

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           GO TO 020-MENU.

       020-MENU.
           DISPLAY " "
           DISPLAY "----- MENU PRINCIPAL -----"
           DISPLAY "OPERADOR: " WS-FIR-ID " " WS-FIR-NOMBRE
                   " ROL " WS-FIR-ROL
           PERFORM 025-MUESTRA-OPCION
               VARYING WS-IX-OPC FROM 1 BY 1
               UNTIL WS-IX-OPC > WS-CANT-OPCIONES
           DISPLAY "99) SALIR"
           MOVE ZEROS TO WS-MENU-OPCION
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 99
              GO TO 100-FIN
           END-IF
           IF WS-MENU-OPCION = ZEROS
              OR WS-MENU-OPCION > WS-CANT-OPCIONES
                 DISPLAY "OPCION NO VALIDA"
                 GO TO 020-MENU
           END-IF
           MOVE WS-MENU-OPCION TO WS-IX-OPC
           PERFORM 027-REVISA-ROL
           IF NOT WS-OPCION-PERMITIDA
              DISPLAY "OPCION NO VALIDA"
              GO TO 020-MENU
           END-IF
           PERFORM 030-INVOCA-PROGRAMA
           GO TO 020-MENU.

       025-MUESTRA-OPCION.
           PERFORM 027-REVISA-ROL
           IF WS-OPCION-PERMITIDA
              DISPLAY WS-IX-OPC ") " WS-OPC-DESCRIPCION (WS-IX-OPC)
           END-IF.

       027-REVISA-ROL.
           MOVE ZEROS TO WS-CONT-ROL
           INSPECT WS-OPC-ROLES (WS-IX-OPC) TALLYING WS-CONT-ROL
               FOR ALL WS-FIR-ROL
           IF WS-CONT-ROL > ZEROS
              MOVE "S" TO WS-SW-PERMITIDA
           ELSE
              MOVE "N" TO WS-SW-PERMITIDA
           END-IF.

      * -------------------------------------------------------------- *
      * 030-INVOCA-PROGRAMA - ANOTA LA OPCION, INVOCA AL PROGRAMA Y LO *
      *                CANCELA AL REGRESAR (JUNTO CON PROG0003 CUANDO  *
      *                FUE EL REPORTE DE EMPLEADOS, COMO EN PROG0021)  *
      * -------------------------------------------------------------- *
       030-INVOCA-PROGRAMA.
           MOVE WS-OPC-PROGRAMA (WS-IX-OPC) TO WS-PROGRAMA-ELEGIDO
           PERFORM 080-REGISTRA-OPCION
           IF WS-ELEGIDO-NOTAS
              CALL "CBL_CHANGE_DIR" USING WS-DIR-NOTAS
                  RETURNING WS-RESULTADO-DIR
              END-CALL
           END-IF
           CALL WS-PROGRAMA-ELEGIDO
               ON EXCEPTION
                   DISPLAY "PROG0097: NO SE PUDO INVOCAR "
                           WS-PROGRAMA-ELEGIDO
           END-CALL
           MOVE ZERO TO RETURN-CODE
           CANCEL WS-PROGRAMA-ELEGIDO
           IF WS-ELEGIDO-REP-EMPLEADOS
              CANCEL "PROG0003"
           END-IF
           IF WS-ELEGIDO-NOTAS
              CALL "CBL_CHANGE_DIR" USING WS-DIR-REGRESO
                  RETURNING WS-RESULTADO-DIR
              END-CALL
           END-IF.

      * -------------------------------------------------------------- *
      * 080-REGISTRA-OPCION - ANOTA EN 04-BITACORA-MENU QUIEN ELIGIO   *
      *                QUE PROGRAMA Y A QUE HORA                       *
      * -------------------------------------------------------------- *
       080-REGISTRA-OPCION.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-BMN-FECHA
           ACCEPT REG-BMN-HORA FROM TIME
           MOVE WS-FIR-ID           TO REG-BMN-ID
           MOVE WS-FIR-ROL          TO REG-BMN-ROL
           MOVE WS-PROGRAMA-ELEGIDO TO REG-BMN-PROGRAMA
           MOVE WS-OPC-DESCRIPCION (WS-IX-OPC)
                                    TO REG-BMN-DESCRIPCION
           OPEN EXTEND BITACORA-MENU
           IF WS-FILE-STATUS-BMN = "35"
              OPEN OUTPUT BITACORA-MENU
           END-IF
           IF WS-FILE-STATUS-BMN NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-BITACORA-MENU, "
                      "STATUS " WS-FILE-STATUS-BMN
                      "; REGISTRO PERDIDO"
           ELSE
              WRITE REG-BITACORA-MENU
              CLOSE BITACORA-MENU
           END-IF.

       100-FIN.
           GOBACK.

       END PROGRAM PROG0097.
