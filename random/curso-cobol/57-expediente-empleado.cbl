      *           BAJAS) CON LOS CATALOGOS DECODIFICADOS, LA HISTORIA  *
      *           COMPLETA DE SALARIOS, LA TRAYECTORIA DE TRASLADOS,   *
      *           LOS REINGRESOS, LAS DEDUCCIONES VIGENTES, LAS NOTAS  *
      *           LIGADAS, LOS MOVIMIENTOS DE AUDITORIA Y LAS          *
      *           CERTIFICACIONES (LAS REGISTRADAS Y LAS OBLIGATORIAS  *
      *           DEL PUESTO QUE LE FALTAN, VER PROG0084), EN          *
      *           SECCIONES; LO QUE ANTES ERA ESCARBAR CINCO ARCHIVOS  *
      *           A MANO CADA VEZ QUE JURIDICO PEDIA UN CASO. PIDE     *
      *           FIRMA (PROG0036): PARA EL ROL DE SOLO CONSULTA EL    *
      *           RFC, LOS SALARIOS Y LOS MONTOS DE DEDUCCION SALEN    *
      *           ENMASCARADOS; CUALQUIER OTRO ROL DEJA ANOTADO EN     *
      *           04-AUDIT-EMPLEADOS QUE VIO EL SALARIO                *
      *           DEPARTAMENTO Y PUESTO SALEN CON EL NOMBRE DE SU      *
      *           FECHA (PROG0104): EL DE LA BAJA PARA UN EMPLEADO QUE *
      *           YA SE FUE Y EL DE LA FECHA DE CADA TRASLADO, AUNQUE  *
      *           HOY SE LLAMEN DISTINTO. LAS NOTAS DE UN CASO DE RH   *
      *           (PROG0105) SOLO SALEN SI FIRMA RH O EL ADMINISTRADOR *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           SELECT AUDIT-EMPLEADOS ASSIGN TO "04-AUDIT-EMPLEADOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AUDIT.
           SELECT CERT-EMPLEADOS ASSIGN TO "04-CERT-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-CEM-LLAVE
           FILE STATUS IS WS-FILE-STATUS-CEM.
           SELECT CERTIF-CFG ASSIGN TO "04-CERTIFICACIONES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CERTIF.
           SELECT CERT-REQ-CFG ASSIGN TO "04-CERT-PUESTO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CRQ.
           SELECT EXPEDIENTE ASSIGN TO "04-EXPEDIENTE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-EXP.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  ARCHIVO-BAJAS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD REPLACING REG-EMPLEADOS      BY REG-ARCH-EMPLEADOS
                              REG-EMP-NUMERO     BY REG-ARCH-NUMERO
                              REG-TRL-CANTIDAD
                                              BY REG-ARCH-TRL-CANTIDAD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  PUESTOS-CFG
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPUESFD.
       FD  STATUS-CFG
           BLOCK CONTAINS 0 RECORDS.
       COPY WSTATFD.
       FD  HIST-SALARIOS
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHISTFD.
       FD  HIST-TRASLADOS
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTRASFD.
       FD  REINGRESOS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEDFD.
       FD  NOTAS-EMPLEADO
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNOTAFD.
       FD  AUDIT-EMPLEADOS
           RECORD CONTAINS 107 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUDIFD.
       FD  CERT-EMPLEADOS
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCEMFD.
       FD  CERTIF-CFG
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCERFD.
       FD  CERT-REQ-CFG
           RECORD CONTAINS 5 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCRQFD.
       FD  EXPEDIENTE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WEMPRWS.
       COPY WDEPTOS.
       COPY WPUESTOS.
       COPY WCATVWS.
       COPY WSTATUS.
       COPY WCERTS.
       COPY WCRQWS.
       COPY WFIRMA.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-ARCH     PIC X(02).
       01 WS-FILE-STATUS-DED      PIC X(02).
       01 WS-FILE-STATUS-NOTAS    PIC X(02).
       01 WS-FILE-STATUS-AUDIT    PIC X(02).
       01 WS-FILE-STATUS-CEM      PIC X(02).
       01 WS-FILE-STATUS-CERTIF   PIC X(02).
       01 WS-FILE-STATUS-CRQ      PIC X(02).
       01 WS-FILE-STATUS-EXP      PIC X(02).

       01 WS-CONTROL-LECTURA.
               88 WS-FIN-STATUS               VALUE "S".
           05 WS-SW-ENCONTRADO    PIC X(01)    VALUE "N".
               88 WS-ENCONTRADO               VALUE "S".
           05 WS-SW-FIN-CERTIF    PIC X(01)    VALUE "N".
           05 WS-SW-FIN-CRQ       PIC X(01)    VALUE "N".
           05 WS-SW-HAY-CERT-EMP  PIC X(01)    VALUE "N".
               88 WS-HAY-CERT-EMP             VALUE "S".

       01 WS-NUMERO-BUSCA         PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-SECCION         PIC 9(04)    VALUE ZEROS.
       01 WS-NOM-DEPTO            PIC X(20).
       01 WS-NOM-PUESTO           PIC X(20).
       01 WS-NOM-ANTERIOR         PIC X(20).
       01 WS-NUMERO-CATALOGO      PIC 9(03)    VALUE ZEROS.
       01 WS-NOM-STATUS           PIC X(10).
       01 WS-IMPORTE-ED           PIC Z,ZZZ,ZZ9.99.
       01 WS-IMPORTE-ED-2         PIC Z,ZZZ,ZZ9.99.
       01 WS-MONTO-DED-ED         PIC ZZZ,ZZ9.99.
      * EL ROL DE SOLO CONSULTA VE ESTO EN LUGAR DE RFC E IMPORTES
       01 WS-MASCARA-DATO         PIC X(13)    VALUE ALL "*".

       01 WS-FECHA-PROCESO.
           05 FILLER              PIC X(02).

       01 WS-DIA-SEMANA-PROCESO   PIC 9(01).

       01 WS-FECHA-PROCESO-CCYYMMDD-G.
           05 WS-FPG-ANIO         PIC 9(04).
           05 WS-FPG-MES          PIC 9(02).
           05 WS-FPG-DIA          PIC 9(02).

       01 WS-FECHA-PROCESO-CCYYMMDD REDEFINES
                                  WS-FECHA-PROCESO-CCYYMMDD-G
                                  PIC 9(08).

      * -------------------------------------------------------------- *
      * DATOS DE LA SECCION DE CERTIFICACIONES: LOS REQUISITOS DEL     *
      * PUESTO, LA SITUACION DE CADA UNA A LA FECHA (CON LOS MISMOS    *
      * DIAS DE AVISO QUE PROG0084 Y PROG0085) Y LAS FECHAS DESDE/     *
      * HASTA PARA CONTAR LOS DIAS CON ANIOS DE 360 Y MESES DE 30      *
      * -------------------------------------------------------------- *
       01 WS-CANT-CRQ             PIC 9(03)    VALUE ZEROS.
       01 WS-CERT-BUSCA           PIC 9(03)    VALUE ZEROS.
       01 WS-NOM-CERT             PIC X(30).
       01 WS-NOM-SITUACION        PIC X(15).
       01 WS-DIAS-AVISO           PIC 9(03)    VALUE 030.

       01 WS-FECHA-DESDE-G.
           05 WS-FD-ANIO          PIC 9(04).
           05 WS-FD-MES           PIC 9(02).
           05 WS-FD-DIA           PIC 9(02).

       01 WS-FECHA-DESDE REDEFINES WS-FECHA-DESDE-G
                                  PIC 9(08).

       01 WS-FECHA-HASTA-G.
           05 WS-FH-ANIO          PIC 9(04).
           05 WS-FH-MES           PIC 9(02).
           05 WS-FH-DIA           PIC 9(02).

       01 WS-FECHA-HASTA REDEFINES WS-FECHA-HASTA-G
                                  PIC 9(08).

       01 WS-DIAS                 PIC S9(05)   VALUE ZEROS.

       01 WS-EXP-TITULO.
           05 FILLER              PIC X(08)    VALUE " FECHA: ".
           05 WS-TIT-DIA          PIC 9(02).

       PROCEDURE DIVISION.
       010-INICIO.
           CALL "PROG0036" USING WS-FIRMA-OPERADOR
           IF NOT WS-FIRMA-OK
              GOBACK
           END-IF
           DISPLAY "PROG0054: EXPEDIENTE DE EMPLEADO"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-BUSCA
           CALL "PROG0005" USING WS-FECHA-PROCESO WS-DIA-SEMANA-PROCESO
           MOVE WS-ANIO-PROCESO TO WS-FPG-ANIO
           MOVE WS-MES-PROCESO  TO WS-FPG-MES
           MOVE WS-DIA-PROCESO  TO WS-FPG-DIA
           PERFORM 015-CARGA-CATALOGOS THRU 015-FIN-CARGA-CATALOGOS
           PERFORM 020-BUSCA-REGISTRO THRU 020-FIN-BUSCA
           IF NOT WS-ENCONTRADO
           PERFORM 070-SECCION-DEDUCCIONES THRU 070-FIN-DEDUCCIONES
           PERFORM 080-SECCION-NOTAS THRU 080-FIN-NOTAS
           PERFORM 085-SECCION-AUDITORIA THRU 085-FIN-AUDITORIA
           PERFORM 090-SECCION-CERTIFICACIONES
               THRU 090-FIN-CERTIFICACIONES
           CLOSE EXPEDIENTE
           IF NOT WS-FIR-SOLO-CONSULTA
              PERFORM 098-REGISTRA-AUDITORIA
           END-IF
           DISPLAY "PROG0054: EXPEDIENTE GENERADO EN 04-EXPEDIENTE"
           GOBACK.

      * -------------------------------------------------------------- *
      * 015-CARGA-CATALOGOS - LEE 04-DEPTOS, 04-PUESTOS, 04-STATUS Y   *
      *                       04-CERTIFICACIONES (VER PROG0010) Y LOS  *
      *                       REQUISITOS POR PUESTO DE 04-CERT-PUESTO  *
      *                       (VER PROG0084) Y LLENA LAS TABLAS        *
      * -------------------------------------------------------------- *
       015-CARGA-CATALOGOS.
           SET WS-IX-DEPTO TO 1
           IF WS-FILE-STATUS-STATUS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR 04-STATUS: "
                      WS-FILE-STATUS-STATUS
              GO TO 0159-ABRE-CERTIF-CAT
           END-IF
           GO TO 0157-LEE-STATUS-CAT.

       0158-FIN-LEE-STATUS-CAT.
           CLOSE STATUS-CFG.

       0159-ABRE-CERTIF-CAT.
           SET WS-IX-CERT TO 1
           OPEN INPUT CERTIF-CFG
           IF WS-FILE-STATUS-CERTIF NOT = "00"
              GO TO 015C-ABRE-CERT-REQ
           END-IF
           GO TO 015A-LEE-CERTIF-CAT.

       015A-LEE-CERTIF-CAT.
           IF WS-IX-CERT > 20
              GO TO 015B-FIN-LEE-CERTIF-CAT
           END-IF
           READ CERTIF-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-CERTIF
                   GO TO 015B-FIN-LEE-CERTIF-CAT
           END-READ
           MOVE REG-CERT-CAT-COD
                     TO WS-TAB-CERT-COD (WS-IX-CERT)
           MOVE REG-CERT-CAT-NOM
                     TO WS-TAB-CERT-NOM (WS-IX-CERT)
           MOVE REG-CERT-CAT-VIGENCIA
                     TO WS-TAB-CERT-VIGENCIA (WS-IX-CERT)
           SET WS-IX-CERT UP BY 1
           GO TO 015A-LEE-CERTIF-CAT.

       015B-FIN-LEE-CERTIF-CAT.
           CLOSE CERTIF-CFG.

       015C-ABRE-CERT-REQ.
           MOVE ZEROS TO WS-CANT-CRQ
           OPEN INPUT CERT-REQ-CFG
           IF WS-FILE-STATUS-CRQ NOT = "00"
              GO TO 015-FIN-CARGA-CATALOGOS
           END-IF
           GO TO 015D-LEE-CERT-REQ.

       015D-LEE-CERT-REQ.
           IF WS-CANT-CRQ >= 100
              GO TO 015E-FIN-LEE-CERT-REQ
           END-IF
           READ CERT-REQ-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-CRQ
                   GO TO 015E-FIN-LEE-CERT-REQ
           END-READ
           ADD 1 TO WS-CANT-CRQ
           MOVE REG-CRQ-PUESTO TO WS-TAB-CRQ-PUESTO (WS-CANT-CRQ)
           MOVE REG-CRQ-CERT   TO WS-TAB-CRQ-CERT (WS-CANT-CRQ)
           GO TO 015D-LEE-CERT-REQ.

       015E-FIN-LEE-CERT-REQ.
           CLOSE CERT-REQ-CFG.

       015-FIN-CARGA-CATALOGOS.
           CONTINUE.

           MOVE WS-NOMBRE-EMP        TO WS-LIN-VALOR
           PERFORM 026-ESCRIBE-LINEA
           MOVE "RFC"                TO WS-LIN-ETIQUETA
           IF WS-FIR-SOLO-CONSULTA
              MOVE WS-MASCARA-DATO   TO WS-LIN-VALOR
           ELSE
              MOVE WS-RFC-EMP        TO WS-LIN-VALOR
           END-IF
           PERFORM 026-ESCRIBE-LINEA
           MOVE "STATUS"             TO WS-LIN-ETIQUETA
           MOVE WS-NOM-STATUS        TO WS-LIN-VALOR
           MOVE WS-NOM-PUESTO        TO WS-LIN-VALOR
           PERFORM 026-ESCRIBE-LINEA
           MOVE "SALARIO"            TO WS-LIN-ETIQUETA
           IF WS-FIR-SOLO-CONSULTA
              MOVE WS-MASCARA-DATO   TO WS-LIN-VALOR
           ELSE
              MOVE WS-SALARIO-EMP    TO WS-IMPORTE-ED
              MOVE WS-IMPORTE-ED     TO WS-LIN-VALOR
           END-IF
           PERFORM 026-ESCRIBE-LINEA
           MOVE "FECHA DE ALTA"      TO WS-LIN-ETIQUETA
           MOVE WS-FECHA-ALTA-EMP    TO WS-LIN-VALOR
           PERFORM 026-ESCRIBE-LINEA
           MOVE "SUPERVISOR"         TO WS-LIN-ETIQUETA
           MOVE WS-SUPERVISOR-EMP    TO WS-LIN-VALOR
           PERFORM 026-ESCRIBE-LINEA
           MOVE WS-EMPRESA-EMP       TO WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           MOVE "EMPRESA"            TO WS-LIN-ETIQUETA
           MOVE SPACES               TO WS-LIN-VALOR
           STRING WS-EMPR-CODIGO " " WS-EMPR-NOMBRE
                  DELIMITED BY SIZE INTO WS-LIN-VALOR
           PERFORM 026-ESCRIBE-LINEA.

       035-DECODIFICA.
                   MOVE WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
                                  TO WS-NOM-PUESTO
           END-SEARCH
           IF WS-FECHA-BAJA-EMP NOT = ZEROS
              PERFORM 036-NOMBRES-A-LA-BAJA
           END-IF
           SET WS-IX-STATUS TO 1
           SEARCH ALL WS-TAB-STATUS
               AT END
                                  TO WS-NOM-STATUS
           END-SEARCH.

      * -------------------------------------------------------------- *
      * 036-NOMBRES-A-LA-BAJA - A UN EMPLEADO QUE YA SE FUE SE LE DAN  *
      *                EL DEPARTAMENTO Y EL PUESTO CON EL NOMBRE QUE   *
      *                TENIAN EL DIA DE SU BAJA                        *
      * -------------------------------------------------------------- *
       036-NOMBRES-A-LA-BAJA.
           MOVE "D"               TO WS-CCA-CATALOGO
           MOVE WS-DEPTO-EMP      TO WS-CCA-CODIGO
           MOVE WS-FECHA-BAJA-EMP TO WS-CCA-FECHA
           CALL "PROG0104" USING WS-CONSULTA-CATALOGO
           IF NOT WS-CCA-DESCONOCIDO
              MOVE WS-CCA-NOMBRE  TO WS-NOM-DEPTO
           END-IF
           MOVE "P"               TO WS-CCA-CATALOGO
           MOVE WS-PUESTO-EMP     TO WS-CCA-CODIGO
           CALL "PROG0104" USING WS-CONSULTA-CATALOGO
           IF NOT WS-CCA-DESCONOCIDO
              MOVE WS-CCA-NOMBRE  TO WS-NOM-PUESTO
           END-IF.

      * ================================================================ *
      * SECCION 2 - HISTORIA DE SALARIOS                                *
      * ================================================================ *
           END-IF
           ADD 1 TO WS-CONT-SECCION
           MOVE REG-HIST-FECHA TO WS-LIN-ETIQUETA
           MOVE SPACES TO WS-LIN-VALOR
           IF WS-FIR-SOLO-CONSULTA
              STRING WS-MASCARA-DATO " -> " WS-MASCARA-DATO
                     " (" REG-HIST-USUARIO ")"
                     DELIMITED BY SIZE INTO WS-LIN-VALOR
           ELSE
              MOVE REG-HIST-SALARIO-ANTES   TO WS-IMPORTE-ED
              MOVE REG-HIST-SALARIO-DESPUES TO WS-IMPORTE-ED-2
              STRING WS-IMPORTE-ED " -> " WS-IMPORTE-ED-2
                     " (" REG-HIST-USUARIO ")"
                     DELIMITED BY SIZE INTO WS-LIN-VALOR
           END-IF
           PERFORM 026-ESCRIBE-LINEA
           GO TO 041-LEE-SALARIO.

                  " (" REG-TRAS-USUARIO ")"
                  DELIMITED BY SIZE INTO WS-LIN-VALOR
           PERFORM 026-ESCRIBE-LINEA
           IF REG-TRAS-DEPTO-ANT NOT = REG-TRAS-DEPTO-NUEVO
              MOVE "D"                  TO WS-CCA-CATALOGO
              MOVE REG-TRAS-DEPTO-ANT   TO WS-CCA-CODIGO
              MOVE REG-TRAS-DEPTO-NUEVO TO WS-NUMERO-CATALOGO
              PERFORM 052-NOMBRES-TRASLADO
           END-IF
           IF REG-TRAS-PUESTO-ANT NOT = REG-TRAS-PUESTO-NUEVO
              MOVE "P"                   TO WS-CCA-CATALOGO
              MOVE REG-TRAS-PUESTO-ANT   TO WS-CCA-CODIGO
              MOVE REG-TRAS-PUESTO-NUEVO TO WS-NUMERO-CATALOGO
              PERFORM 052-NOMBRES-TRASLADO
           END-IF
           IF REG-TRAS-EMPRESA-ANT NOT = REG-TRAS-EMPRESA-NUEVA
              MOVE SPACES TO WS-LIN-VALOR
              STRING "EMPRESA " REG-TRAS-EMPRESA-ANT " -> "
                     REG-TRAS-EMPRESA-NUEVA
                     DELIMITED BY SIZE INTO WS-LIN-VALOR
              PERFORM 026-ESCRIBE-LINEA
           END-IF
           GO TO 051-LEE-TRASLADO.

      * -------------------------------------------------------------- *
      * 052-NOMBRES-TRASLADO - DEBAJO DE LOS CODIGOS DE UN TRASLADO,   *
      *                LOS NOMBRES QUE TENIAN EL ANTERIOR (WS-CCA-     *
      *                CODIGO) Y EL NUEVO (WS-NUMERO-CATALOGO) A LA    *
      *                FECHA DEL TRASLADO                              *
      * -------------------------------------------------------------- *
       052-NOMBRES-TRASLADO.
           MOVE REG-TRAS-FECHA TO WS-CCA-FECHA
           CALL "PROG0104" USING WS-CONSULTA-CATALOGO
           MOVE WS-CCA-NOMBRE  TO WS-NOM-ANTERIOR
           MOVE WS-NUMERO-CATALOGO TO WS-CCA-CODIGO
           CALL "PROG0104" USING WS-CONSULTA-CATALOGO
           MOVE SPACES TO WS-LIN-VALOR
           STRING "  " WS-NOM-ANTERIOR " -> " WS-CCA-NOMBRE
                  DELIMITED BY SIZE INTO WS-LIN-VALOR
           PERFORM 026-ESCRIBE-LINEA.

       055-CIERRA-TRASLADOS.
           IF WS-CONT-SECCION = ZEROS
              WRITE REG-EXPEDIENTE FROM WS-EXP-SIN-DATOS
           END-IF
           ADD 1 TO WS-CONT-SECCION
           MOVE DEDUCCION-CODIGO TO WS-LIN-ETIQUETA
           MOVE SPACES TO WS-LIN-VALOR
           IF WS-FIR-SOLO-CONSULTA
              STRING DEDUCCION-DESCRIPCION "  " WS-MASCARA-DATO
                     DELIMITED BY SIZE INTO WS-LIN-VALOR
           ELSE
              MOVE DEDUCCION-MONTO  TO WS-MONTO-DED-ED
              STRING DEDUCCION-DESCRIPCION "  " WS-MONTO-DED-ED
                     DELIMITED BY SIZE INTO WS-LIN-VALOR
           END-IF
           PERFORM 026-ESCRIBE-LINEA
           GO TO 071-LEE-DEDUCCION.

           IF REG-NOTA-EMPLEADO NOT = WS-NUMERO-BUSCA
              GO TO 081-LEE-NOTA
           END-IF
           IF REG-NOTA-CASO NUMERIC AND REG-NOTA-CASO NOT = ZEROS
              AND NOT WS-FIR-RECURSOS-HUMANOS
              AND NOT WS-FIR-ADMINISTRADOR
                 GO TO 081-LEE-NOTA
           END-IF
           ADD 1 TO WS-CONT-SECCION
           MOVE REG-NOTA-TITULO TO WS-LIN-ETIQUETA
           MOVE REG-NOTA-CUERPO TO WS-LIN-VALOR
                   CLOSE AUDIT-EMPLEADOS
                   GO TO 089-CIERRA-AUDITORIA
           END-READ
      * LAS CONSULTAS DE SALARIO NO SON MOVIMIENTOS DEL EMPLEADO
           IF REG-AUD-NUMERO NOT = WS-NUMERO-BUSCA
              OR REG-AUD-OPERACION = "CONSUL"
                 GO TO 086-LEE-AUDIT
           END-IF
           ADD 1 TO WS-CONT-SECCION
           MOVE REG-AUD-FECHA TO WS-LIN-ETIQUETA
       085-FIN-AUDITORIA.
           EXIT.

      * ================================================================ *
      * SECCION 8 - CERTIFICACIONES                                     *
      * ================================================================ *
       090-SECCION-CERTIFICACIONES.
           MOVE "CERTIFICACIONES" TO WS-SEC-TITULO
           PERFORM 025-ESCRIBE-SECCION
           MOVE ZEROS TO WS-CONT-SECCION
           MOVE "N"   TO WS-SW-HAY-CERT-EMP
           OPEN INPUT CERT-EMPLEADOS
           IF WS-FILE-STATUS-CEM NOT = "00"
              GO TO 092-FALTANTES
           END-IF
           MOVE "S" TO WS-SW-HAY-CERT-EMP
           MOVE WS-NUMERO-BUSCA TO REG-CEM-EMPLEADO
           MOVE ZEROS           TO REG-CEM-CERT
           START CERT-EMPLEADOS KEY NOT LESS THAN REG-CEM-LLAVE
               INVALID KEY
                   GO TO 092-FALTANTES
           END-START
           GO TO 091-LEE-CERT-EMP.

       091-LEE-CERT-EMP.
           READ CERT-EMPLEADOS NEXT RECORD
               AT END
                   GO TO 092-FALTANTES
           END-READ
           IF REG-CEM-EMPLEADO NOT = WS-NUMERO-BUSCA
              GO TO 092-FALTANTES
           END-IF
           ADD 1 TO WS-CONT-SECCION
           MOVE REG-CEM-CERT TO WS-CERT-BUSCA
           PERFORM 096-NOMBRE-CERT
           PERFORM 094-SITUACION
           MOVE SPACES TO WS-LIN-ETIQUETA
           STRING REG-CEM-CERT " " WS-NOM-CERT
                  DELIMITED BY SIZE INTO WS-LIN-ETIQUETA
           MOVE SPACES TO WS-LIN-VALOR
           STRING "OBTENIDA " REG-CEM-FECHA-OBTENCION
                  "  VENCE " REG-CEM-FECHA-VENCE
                  "  " WS-NOM-SITUACION
                  DELIMITED BY SIZE INTO WS-LIN-VALOR
           PERFORM 026-ESCRIBE-LINEA
           GO TO 091-LEE-CERT-EMP.

      * LAS OBLIGATORIAS DEL PUESTO QUE NO TIENE; A UN EMPLEADO DADO
      * DE BAJA YA NO SE LE EXIGEN
       092-FALTANTES.
           IF WS-STATUS-EMP NOT = 3
              PERFORM 093-REVISA-FALTANTE
                  VARYING WS-IX-CRQ FROM 1 BY 1
                  UNTIL WS-IX-CRQ > WS-CANT-CRQ
           END-IF
           IF WS-HAY-CERT-EMP
              CLOSE CERT-EMPLEADOS
           END-IF.

       099-CIERRA-CERTIFICACIONES.
           IF WS-CONT-SECCION = ZEROS
              WRITE REG-EXPEDIENTE FROM WS-EXP-SIN-DATOS
                    AFTER ADVANCING 1
           END-IF.

       090-FIN-CERTIFICACIONES.
           EXIT.

       093-REVISA-FALTANTE.
           IF WS-TAB-CRQ-PUESTO (WS-IX-CRQ) = WS-PUESTO-EMP
              MOVE "N" TO WS-SW-ENCONTRADO
              IF WS-HAY-CERT-EMP
                 MOVE WS-NUMERO-BUSCA             TO REG-CEM-EMPLEADO
                 MOVE WS-TAB-CRQ-CERT (WS-IX-CRQ) TO REG-CEM-CERT
                 READ CERT-EMPLEADOS
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE "S" TO WS-SW-ENCONTRADO
                 END-READ
              END-IF
              IF NOT WS-ENCONTRADO
                 ADD 1 TO WS-CONT-SECCION
                 MOVE WS-TAB-CRQ-CERT (WS-IX-CRQ) TO WS-CERT-BUSCA
                 PERFORM 096-NOMBRE-CERT
                 MOVE SPACES TO WS-LIN-ETIQUETA
                 STRING WS-CERT-BUSCA " " WS-NOM-CERT
                        DELIMITED BY SIZE INTO WS-LIN-ETIQUETA
                 MOVE "FALTA (OBLIGATORIA DEL PUESTO)" TO WS-LIN-VALOR
                 PERFORM 026-ESCRIBE-LINEA
              END-IF
           END-IF.

      * -------------------------------------------------------------- *
      * 094-SITUACION - VENCIDA, POR VENCER (DENTRO DE WS-DIAS-AVISO), *
      *                VIGENTE O SIN VENCIMIENTO, A LA FECHA DE PROCESO*
      * -------------------------------------------------------------- *
       094-SITUACION.
           MOVE "VIGENTE" TO WS-NOM-SITUACION
           IF REG-CEM-FECHA-VENCE = ZEROS
              MOVE "SIN VENCIMIENTO" TO WS-NOM-SITUACION
           ELSE
              IF REG-CEM-FECHA-VENCE < WS-FECHA-PROCESO-CCYYMMDD
                 MOVE "VENCIDA" TO WS-NOM-SITUACION
              ELSE
                 MOVE WS-FECHA-PROCESO-CCYYMMDD TO WS-FECHA-DESDE
                 MOVE REG-CEM-FECHA-VENCE       TO WS-FECHA-HASTA
                 PERFORM 095-DIAS-ENTRE
                 IF WS-DIAS NOT > WS-DIAS-AVISO
                    MOVE "POR VENCER" TO WS-NOM-SITUACION
                 END-IF
              END-IF
           END-IF.

       095-DIAS-ENTRE.
           COMPUTE WS-DIAS =
                   ((WS-FH-ANIO - WS-FD-ANIO) * 360)
                   + ((WS-FH-MES - WS-FD-MES) * 30)
                   + (WS-FH-DIA - WS-FD-DIA)
           IF WS-DIAS < ZEROS
              MOVE ZEROS TO WS-DIAS
           END-IF.

       096-NOMBRE-CERT.
           SET WS-IX-CERT TO 1
           SEARCH ALL WS-TAB-CERT
               AT END
                   MOVE "** NO REGISTRADA **" TO WS-NOM-CERT
               WHEN WS-TAB-CERT-COD (WS-IX-CERT) = WS-CERT-BUSCA
                   MOVE WS-TAB-CERT-NOM (WS-IX-CERT) TO WS-NOM-CERT
           END-SEARCH.

      * -------------------------------------------------------------- *
      * 098-REGISTRA-AUDITORIA - ANOTA EN 04-AUDIT-EMPLEADOS QUIEN Y   *
      *                CUANDO SACO EL EXPEDIENTE CON LOS SALARIOS SIN  *
      *                MASCARA                                         *
      * -------------------------------------------------------------- *
       098-REGISTRA-AUDITORIA.
           MOVE WS-FIR-ID                 TO REG-AUD-USUARIO
           MOVE WS-FECHA-PROCESO-CCYYMMDD TO REG-AUD-FECHA
           ACCEPT REG-AUD-HORA FROM TIME
           MOVE WS-NUMERO-BUSCA           TO REG-AUD-NUMERO
           MOVE "CONSUL"                  TO REG-AUD-OPERACION
           MOVE "SALARIO VISTO EN EXPEDIENTE (PROG0054)"
                                          TO REG-AUD-CAMPOS
           OPEN EXTEND AUDIT-EMPLEADOS
           IF WS-FILE-STATUS-AUDIT = "35"
              OPEN OUTPUT AUDIT-EMPLEADOS
           END-IF
           IF WS-FILE-STATUS-AUDIT NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ABRIR 04-AUDIT-EMPLEADOS, "
                      "STATUS " WS-FILE-STATUS-AUDIT
                      "; REGISTRO PERDIDO"
           ELSE
              WRITE REG-AUD-EMPLEADO
              CLOSE AUDIT-EMPLEADOS
           END-IF.

       END PROGRAM PROG0054.
