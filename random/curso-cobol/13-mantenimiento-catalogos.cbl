       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: ALTA, CAMBIO Y LISTADO DE LOS CATALOGOS DE           *
      *           DEPARTAMENTO (04-DEPTOS), PUESTO (04-PUESTOS) Y      *
      *           STATUS (04-STATUS) QUE ANTES VIVIAN COMO FILLER      *
      *           VALUE EN WDEPTOS, WPUESTOS Y WSTATUS, Y DEL CATALOGO *
      *           DE EMPRESAS (RAZONES SOCIALES, 04-EMPRESAS) Y DEL    *
      *           DE CERTIFICACIONES OBLIGATORIAS (04-CERTIFICACIONES, *
      *           CUYA ASIGNACION A PUESTOS SE HACE EN PROG0084).      *
      *           REESCRIBE EL ARCHIVO COMPLETO EN ORDEN ASCENDENTE DE *
      *           CODIGO, QUE ES COMO LO NECESITAN LOS SEARCH ALL DE   *
      *           LOS PROGRAMAS QUE LEEN ESTOS CATALOGOS               *
      *           DEPARTAMENTOS Y PUESTOS LLEVAN VIGENCIA (DESDE/HASTA,*
      *           VER WDEPTFD): EL CAMBIO DE NOMBRE TOMA EFECTO EN UNA *
      *           FECHA Y EL NOMBRE ANTERIOR SE GUARDA EN              *
      *           04-HIST-CATALOGOS PARA LOS REPORTES DE FECHAS        *
      *           PASADAS (PROG0104), Y UN CODIGO SE CIERRA EN VEZ DE  *
      *           BORRARSE, SOLO SI YA NO TIENE EMPLEADOS VIGENTES NI  *
      *           PLAZAS ABIERTAS                                      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           SELECT STATUS-CFG ASSIGN TO "04-STATUS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-STATUS.
           SELECT EMPRESAS-CFG ASSIGN TO "04-EMPRESAS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-EMPRESAS.
           SELECT CERTIF-CFG ASSIGN TO "04-CERTIFICACIONES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CERTIF.
           SELECT EMPLEADOS ASSIGN TO "04-EMPLEADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT PLAZAS ASSIGN TO "04-PLAZAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-PLZ-NUMERO
           FILE STATUS IS WS-FILE-STATUS-PLZ.
           SELECT HIST-CATALOGOS ASSIGN TO "04-HIST-CATALOGOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-HCA.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  PUESTOS-CFG
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPUESFD.
       FD  STATUS-CFG
           RECORD CONTAINS 11 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WSTATFD.
       FD  EMPRESAS-CFG
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPRFD.
       FD  CERTIF-CFG
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCERFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  PLAZAS
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPLZFD.
       FD  HIST-CATALOGOS
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHCATFD.

       WORKING-STORAGE SECTION.
       COPY WDEPTOS.
       COPY WPUESTOS.
       COPY WSTATUS.
       COPY WEMPRESAS.
       COPY WCERTS.

       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-SW-FIN-DEPTOS        PIC X(01)    VALUE "N".
           88 WS-FIN-STATUS               VALUE "S".
       01 WS-CANT-STATUS          PIC 9(02)    VALUE ZEROS.

       01 WS-FILE-STATUS-EMPRESAS PIC X(02).
       01 WS-SW-FIN-EMPRESAS      PIC X(01)    VALUE "N".
           88 WS-FIN-EMPRESAS             VALUE "S".
       01 WS-CANT-EMPRESAS        PIC 9(02)    VALUE ZEROS.

       01 WS-FILE-STATUS-CERTIF   PIC X(02).
       01 WS-SW-FIN-CERTIF        PIC X(01)    VALUE "N".
           88 WS-FIN-CERTIF               VALUE "S".
       01 WS-CANT-CERTIF          PIC 9(02)    VALUE ZEROS.

       01 WS-CAPTURA-STATUS.
           05 WS-CAP-STATUS-COD   PIC 9(01)    VALUE ZEROS.
           05 WS-CAP-STATUS-NOM   PIC X(10)    VALUE SPACES.
       01 WS-CONTROL-VALIDA.
           05 WS-SW-DATOS-OK      PIC X(01)    VALUE "S".
               88 WS-DATOS-VALIDOS         VALUE "S".
           05 WS-MOTIVO-INVALIDO  PIC X(40)    VALUE SPACES.

       01 WS-SW-ENCONTRADO        PIC X(01)    VALUE "N".
           88 WS-ENCONTRADO                VALUE "S".
       01 WS-SW-GERENTE-OK        PIC X(01)    VALUE "N".
           88 WS-GERENTE-OK               VALUE "S".

       01 WS-CAPTURA-EMPRESA.
           05 WS-CAP-EMPR-COD     PIC X(02)    VALUE SPACES.
           05 WS-CAP-EMPR-NOM     PIC X(30)    VALUE SPACES.
           05 WS-CAP-EMPR-RFC     PIC X(12)    VALUE SPACES.
           05 WS-CAP-EMPR-REG-PATRONAL
                                  PIC X(11)    VALUE SPACES.

       01 WS-CAPTURA-CERT.
           05 WS-CAP-CERT-COD     PIC 9(03)    VALUE ZEROS.
           05 WS-CAP-CERT-NOM     PIC X(30)    VALUE SPACES.
           05 WS-CAP-CERT-VIGENCIA
                                  PIC 9(03)    VALUE ZEROS.

       01 WS-CAPTURA-PUESTO.
           05 WS-CAP-PUESTO-COD   PIC 9(02)    VALUE ZEROS.
           05 WS-CAP-PUESTO-NOM   PIC X(20)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * VIGENCIA - FECHA QUE SE CAPTURA PARA UN ALTA, UN CAMBIO DE     *
      *            NOMBRE O UN CIERRE (CERO = HOY), Y LOS DATOS PARA   *
      *            REVISAR SI UN DEPARTAMENTO O PUESTO SE PUEDE CERRAR *
      * -------------------------------------------------------------- *
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

       01 WS-CAP-FECHA-VIGENCIA   PIC 9(08)    VALUE ZEROS.
       01 WS-CAP-FECHA-VIGENCIA-G REDEFINES WS-CAP-FECHA-VIGENCIA.
           05 WS-CFV-ANIO         PIC 9(04).
           05 WS-CFV-MES          PIC 9(02).
           05 WS-CFV-DIA          PIC 9(02).

       01 WS-ABIERTO              PIC 9(08)    VALUE 99999999.

       01 WS-FILE-STATUS-PLZ      PIC X(02).
       01 WS-FILE-STATUS-HCA      PIC X(02).

       01 WS-REVISA-CIERRE.
           05 WS-RC-CATALOGO      PIC X(01)    VALUE SPACES.
           05 WS-RC-CODIGO        PIC 9(03)    VALUE ZEROS.
           05 WS-RC-EMPLEADOS     PIC 9(05)    VALUE ZEROS.
           05 WS-RC-PLAZAS        PIC 9(05)    VALUE ZEROS.
           05 WS-RC-SW-LEIDO      PIC X(01)    VALUE "N".
               88 WS-RC-LEIDO-OK              VALUE "S".

       01 WS-CAP-CONFIRMA         PIC X(01)    VALUE "N".

      *    NOMBRE QUE SE PASA A 04-HIST-CATALOGOS AL TOMAR EFECTO UNO
      *    NUEVO (MISMOS CAMPOS QUE REG-HIST-CATALOGO)
       01 WS-HIST-NUEVA.
           05 WS-HN-CATALOGO      PIC X(01)    VALUE SPACES.
           05 WS-HN-CODIGO        PIC 9(03)    VALUE ZEROS.
           05 WS-HN-NOMBRE        PIC X(20)    VALUE SPACES.
           05 WS-HN-DESDE         PIC 9(08)    VALUE ZEROS.
           05 WS-HN-HASTA         PIC 9(08)    VALUE ZEROS.
           05 WS-HN-FECHA-CAMBIO  PIC 9(08)    VALUE ZEROS.

       01 WS-INDICES-AUX.
           05 WS-IX-AUX           PIC 9(02)    VALUE ZEROS.
           05 WS-IX-DESTINO       PIC 9(02)    VALUE ZEROS.

       PROCEDURE DIVISION.
       005-FECHA-HOY.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
           MOVE WS-HOY-ANIO TO WS-FHG-ANIO
           MOVE WS-HOY-MES  TO WS-FHG-MES
           MOVE WS-HOY-DIA  TO WS-FHG-DIA.

       010-INICIO.
           DISPLAY " "
           DISPLAY "----- MANTENIMIENTO DE CATALOGOS -----"
           DISPLAY "1) DEPARTAMENTOS"
           DISPLAY "2) PUESTOS"
           DISPLAY "3) STATUS"
           DISPLAY "4) EMPRESAS (RAZONES SOCIALES)"
           DISPLAY "5) CERTIFICACIONES OBLIGATORIAS"
           DISPLAY "9) SALIR"
           ACCEPT WS-MENU-OPCION
           IF WS-MENU-OPCION = 9
           GO TO 020-DEPTOS
                 030-PUESTOS
                 040-STATUS
                 050-EMPRESAS
                 060-CERTIFICACIONES
               DEPENDING ON WS-MENU-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 010-INICIO.
           DISPLAY "1) ALTA"
           DISPLAY "2) CAMBIO"
           DISPLAY "3) LISTAR"
           DISPLAY "4) CIERRE"
           DISPLAY "9) REGRESA"
           ACCEPT WS-SUB-OPCION
           IF WS-SUB-OPCION = 9
           GO TO 022-ALTA-DEPTO
                 023-CAMBIO-DEPTO
                 024-LISTA-DEPTOS
                 02B-CIERRE-DEPTO
               DEPENDING ON WS-SUB-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 020-DEPTOS.
                     TO WS-TAB-DEPTO-NOM (WS-CANT-DEPTOS)
           MOVE REG-DEPTO-CAT-GERENTE
                     TO WS-TAB-DEPTO-GERENTE (WS-CANT-DEPTOS)
           MOVE ZEROS TO WS-TAB-DEPTO-DESDE (WS-CANT-DEPTOS)
           MOVE WS-ABIERTO TO WS-TAB-DEPTO-HASTA (WS-CANT-DEPTOS)
           IF REG-DEPTO-CAT-DESDE NUMERIC
              MOVE REG-DEPTO-CAT-DESDE
                     TO WS-TAB-DEPTO-DESDE (WS-CANT-DEPTOS)
           END-IF
           IF REG-DEPTO-CAT-HASTA NUMERIC
              AND REG-DEPTO-CAT-HASTA NOT = ZEROS
                 MOVE REG-DEPTO-CAT-HASTA
                     TO WS-TAB-DEPTO-HASTA (WS-CANT-DEPTOS)
           END-IF
           GO TO 0211-LEE-DEPTO-CAT.

       0212-FIN-LEE-DEPTO-CAT.
           ACCEPT WS-CAP-DEPTO-NOM
           DISPLAY "GERENTE (00000 = NINGUNO): "
           ACCEPT WS-CAP-DEPTO-GERENTE
           DISPLAY "VIGENTE DESDE (AAAAMMDD, 0 = HOY): "
           PERFORM 070-PIDE-FECHA THRU 070-FIN-PIDE-FECHA
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 020-DEPTOS
           END-IF
           PERFORM 02A-VALIDA-GERENTE THRU 02A-FIN-VALIDA-GERENTE
           IF NOT WS-GERENTE-OK
              GO TO 020-DEPTOS
           MOVE WS-CAP-DEPTO-NOM TO WS-TAB-DEPTO-NOM (WS-IX-DESTINO)
           MOVE WS-CAP-DEPTO-GERENTE
                                 TO WS-TAB-DEPTO-GERENTE (WS-IX-DESTINO)
           MOVE WS-CAP-FECHA-VIGENCIA
                                 TO WS-TAB-DEPTO-DESDE (WS-IX-DESTINO)
           MOVE WS-ABIERTO       TO WS-TAB-DEPTO-HASTA (WS-IX-DESTINO)
           ADD 1 TO WS-CANT-DEPTOS
           PERFORM 025-GRABA-DEPTOS THRU 025-FIN-GRABA-DEPTOS
           DISPLAY "DEPARTAMENTO DADO DE ALTA"
           MOVE WS-TAB-DEPTO-NOM (WS-IX-AUX)
                             TO WS-TAB-DEPTO-NOM (WS-IX-AUX + 1)
           MOVE WS-TAB-DEPTO-GERENTE (WS-IX-AUX)
                             TO WS-TAB-DEPTO-GERENTE (WS-IX-AUX + 1)
           MOVE WS-TAB-DEPTO-DESDE (WS-IX-AUX)
                             TO WS-TAB-DEPTO-DESDE (WS-IX-AUX + 1)
           MOVE WS-TAB-DEPTO-HASTA (WS-IX-AUX)
                             TO WS-TAB-DEPTO-HASTA (WS-IX-AUX + 1).

      * -------------------------------------------------------------- *
      * 02A-VALIDA-GERENTE - EL GERENTE CAPTURADO DEBE EXISTIR EN EL   *
       02A-FIN-VALIDA-GERENTE.
           EXIT.

      * -------------------------------------------------------------- *
      * 023-CAMBIO-DEPTO - UN NOMBRE NUEVO TOMA EFECTO EN UNA FECHA:   *
      *                EL ANTERIOR PASA A 04-HIST-CATALOGOS CON SU     *
      *                VIGENCIA, PARA QUE LOS REPORTES DE FECHAS       *
      *                PASADAS LO SIGAN MOSTRANDO. CON LA MISMA FECHA  *
      *                DESDE QUE YA TENIA SOLO SE CORRIGE EL NOMBRE    *
      *                (UNA FALTA DE ORTOGRAFIA, POR EJEMPLO) Y NO SE  *
      *                GUARDA HISTORIA. UN DEPARTAMENTO CERRADO YA NO  *
      *                SE CAMBIA                                       *
      * -------------------------------------------------------------- *
       023-CAMBIO-DEPTO.
           MOVE "S"               TO WS-SW-DATOS-OK
           MOVE SPACES            TO WS-MOTIVO-INVALIDO
           IF WS-CANT-DEPTOS = ZEROS
              DISPLAY "CATALOGO VACIO"
              GO TO 020-DEPTOS
              DISPLAY "DEPARTAMENTO NO ENCONTRADO: " WS-CAP-DEPTO-COD
              GO TO 020-DEPTOS
           END-IF
           IF WS-TAB-DEPTO-HASTA (WS-IX-DEPTO) NOT = WS-ABIERTO
              DISPLAY "EL DEPARTAMENTO ESTA CERRADO DESDE EL "
                      WS-TAB-DEPTO-HASTA (WS-IX-DEPTO)
              GO TO 020-DEPTOS
           END-IF
           DISPLAY "NOMBRE ACTUAL: " WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
                   " (DESDE " WS-TAB-DEPTO-DESDE (WS-IX-DEPTO) ")"
           DISPLAY "NOMBRE NUEVO (EN BLANCO = SIN CAMBIO): "
           MOVE SPACES TO WS-CAP-DEPTO-NOM
           ACCEPT WS-CAP-DEPTO-NOM
           IF WS-CAP-DEPTO-NOM = SPACES
              MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO) TO WS-CAP-DEPTO-NOM
           END-IF
           MOVE WS-TAB-DEPTO-DESDE (WS-IX-DEPTO)
                                  TO WS-CAP-FECHA-VIGENCIA
           IF WS-CAP-DEPTO-NOM NOT = WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
              DISPLAY "FECHA EN QUE TOMA EFECTO (AAAAMMDD, 0 = HOY;"
              DISPLAY "LA FECHA DESDE ACTUAL SOLO CORRIGE EL NOMBRE): "
              PERFORM 070-PIDE-FECHA THRU 070-FIN-PIDE-FECHA
           END-IF
           IF WS-DATOS-VALIDOS
              AND WS-CAP-FECHA-VIGENCIA
                         < WS-TAB-DEPTO-DESDE (WS-IX-DEPTO)
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "FECHA ANTERIOR A LA VIGENCIA ACTUAL"
                                  TO WS-MOTIVO-INVALIDO
           END-IF
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 020-DEPTOS
           END-IF
           DISPLAY "GERENTE ACTUAL: "
                   WS-TAB-DEPTO-GERENTE (WS-IX-DEPTO)
           DISPLAY "GERENTE NUEVO (00000 = NINGUNO): "
           IF NOT WS-GERENTE-OK
              GO TO 020-DEPTOS
           END-IF
           IF WS-CAP-FECHA-VIGENCIA > WS-TAB-DEPTO-DESDE (WS-IX-DEPTO)
              MOVE "D"               TO WS-HN-CATALOGO
              MOVE WS-TAB-DEPTO-COD (WS-IX-DEPTO)   TO WS-HN-CODIGO
              MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO)   TO WS-HN-NOMBRE
              MOVE WS-TAB-DEPTO-DESDE (WS-IX-DEPTO) TO WS-HN-DESDE
              MOVE WS-CAP-FECHA-VIGENCIA            TO WS-HN-HASTA
              PERFORM 080-GRABA-HISTORIA THRU 080-FIN-GRABA-HISTORIA
              IF NOT WS-DATOS-VALIDOS
                 GO TO 020-DEPTOS
              END-IF
              MOVE WS-CAP-FECHA-VIGENCIA
                                  TO WS-TAB-DEPTO-DESDE (WS-IX-DEPTO)
           END-IF
           MOVE WS-CAP-DEPTO-NOM TO WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
           MOVE WS-CAP-DEPTO-GERENTE
                                 TO WS-TAB-DEPTO-GERENTE (WS-IX-DEPTO)
       028-MUESTRA-UN-DEPTO.
           DISPLAY WS-TAB-DEPTO-COD (WS-IX-DEPTO) " "
                   WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
                   " GERENTE: " WS-TAB-DEPTO-GERENTE (WS-IX-DEPTO)
           IF WS-TAB-DEPTO-HASTA (WS-IX-DEPTO) = WS-ABIERTO
              DISPLAY "    VIGENTE DESDE "
                      WS-TAB-DEPTO-DESDE (WS-IX-DEPTO)
           ELSE
              DISPLAY "    VIGENTE DESDE "
                      WS-TAB-DEPTO-DESDE (WS-IX-DEPTO)
                      ", CERRADO EL " WS-TAB-DEPTO-HASTA (WS-IX-DEPTO)
           END-IF
           MOVE "D" TO WS-RC-CATALOGO
           MOVE WS-TAB-DEPTO-COD (WS-IX-DEPTO) TO WS-RC-CODIGO
           PERFORM 085-MUESTRA-HISTORIA THRU 085-FIN-MUESTRA-HISTORIA.

      * -------------------------------------------------------------- *
      * 02B-CIERRE-DEPTO - UN DEPARTAMENTO NO SE BORRA: SE CIERRA A    *
      *                PARTIR DE UNA FECHA Y SU RENGLON SE QUEDA PARA  *
      *                QUE LOS DATOS VIEJOS SIGAN TENIENDO NOMBRE. NO  *
      *                SE CIERRA MIENTRAS TENGA EMPLEADOS VIGENTES     *
      *                (ACTIVOS O SUSPENDIDOS) O PLAZAS ABIERTAS       *
      *                (VACANTES U OCUPADAS): PRIMERO SE REASIGNAN     *
      *                (PROG0015) Y SE CANCELAN LAS PLAZAS (PROG0079)  *
      * -------------------------------------------------------------- *
       02B-CIERRE-DEPTO.
           MOVE "S"               TO WS-SW-DATOS-OK
           MOVE SPACES            TO WS-MOTIVO-INVALIDO
           IF WS-CANT-DEPTOS = ZEROS
              DISPLAY "CATALOGO VACIO"
              GO TO 020-DEPTOS
           END-IF
           DISPLAY "CODIGO DE DEPARTAMENTO A CERRAR: "
           ACCEPT WS-CAP-DEPTO-COD
           MOVE "N" TO WS-SW-ENCONTRADO
           SET WS-IX-DEPTO TO 1
           SEARCH ALL WS-TAB-DEPTO
               AT END
                   CONTINUE
               WHEN WS-TAB-DEPTO-COD (WS-IX-DEPTO) = WS-CAP-DEPTO-COD
                   MOVE "S" TO WS-SW-ENCONTRADO
           END-SEARCH
           IF NOT WS-ENCONTRADO
              DISPLAY "DEPARTAMENTO NO ENCONTRADO: " WS-CAP-DEPTO-COD
              GO TO 020-DEPTOS
           END-IF
           IF WS-TAB-DEPTO-HASTA (WS-IX-DEPTO) NOT = WS-ABIERTO
              DISPLAY "EL DEPARTAMENTO YA ESTA CERRADO DESDE EL "
                      WS-TAB-DEPTO-HASTA (WS-IX-DEPTO)
              GO TO 020-DEPTOS
           END-IF
           DISPLAY "DEPARTAMENTO: " WS-TAB-DEPTO-NOM (WS-IX-DEPTO)
           DISPLAY "FECHA DE CIERRE (AAAAMMDD, 0 = HOY): "
           PERFORM 070-PIDE-FECHA THRU 070-FIN-PIDE-FECHA
           IF WS-DATOS-VALIDOS
              AND WS-CAP-FECHA-VIGENCIA
                         NOT > WS-TAB-DEPTO-DESDE (WS-IX-DEPTO)
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "CIERRE NO POSTERIOR A LA VIGENCIA"
                                  TO WS-MOTIVO-INVALIDO
           END-IF
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 020-DEPTOS
           END-IF
           MOVE "D"              TO WS-RC-CATALOGO
           MOVE WS-CAP-DEPTO-COD TO WS-RC-CODIGO
           PERFORM 075-REVISA-CIERRE THRU 075-FIN-REVISA-CIERRE
           IF NOT WS-RC-LEIDO-OK
              DISPLAY "NO SE PUDO REVISAR SI EL DEPARTAMENTO TIENE "
                      "EMPLEADOS O PLAZAS; NO SE CIERRA"
              GO TO 020-DEPTOS
           END-IF
           IF WS-RC-EMPLEADOS > ZEROS OR WS-RC-PLAZAS > ZEROS
              DISPLAY "NO SE PUEDE CERRAR: TIENE " WS-RC-EMPLEADOS
                      " EMPLEADO(S) VIGENTE(S) Y " WS-RC-PLAZAS
                      " PLAZA(S) ABIERTA(S)"
              GO TO 020-DEPTOS
           END-IF
           DISPLAY "CONFIRMA EL CIERRE A PARTIR DEL "
                   WS-CAP-FECHA-VIGENCIA " (S/N): "
           MOVE "N" TO WS-CAP-CONFIRMA
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "CIERRE CANCELADO"
              GO TO 020-DEPTOS
           END-IF
           MOVE WS-CAP-FECHA-VIGENCIA
                                 TO WS-TAB-DEPTO-HASTA (WS-IX-DEPTO)
           PERFORM 025-GRABA-DEPTOS THRU 025-FIN-GRABA-DEPTOS
           DISPLAY "DEPARTAMENTO CERRADO"
           GO TO 020-DEPTOS.

      * -------------------------------------------------------------- *
      * 025-GRABA-DEPTOS - REESCRIBE 04-DEPTOS COMPLETO DESDE           *
           MOVE WS-TAB-DEPTO-NOM (WS-IX-DEPTO) TO REG-DEPTO-CAT-NOM
           MOVE WS-TAB-DEPTO-GERENTE (WS-IX-DEPTO)
                                  TO REG-DEPTO-CAT-GERENTE
           MOVE WS-TAB-DEPTO-DESDE (WS-IX-DEPTO) TO REG-DEPTO-CAT-DESDE
           MOVE WS-TAB-DEPTO-HASTA (WS-IX-DEPTO) TO REG-DEPTO-CAT-HASTA
           WRITE REG-DEPTO-CAT.

      * ================================================================ *
           DISPLAY "1) ALTA"
           DISPLAY "2) CAMBIO"
           DISPLAY "3) LISTAR"
           DISPLAY "4) CIERRE"
           DISPLAY "9) REGRESA"
           ACCEPT WS-SUB-OPCION
           IF WS-SUB-OPCION = 9
           GO TO 032-ALTA-PUESTO
                 033-CAMBIO-PUESTO
                 034-LISTA-PUESTOS
                 03A-CIERRE-PUESTO
               DEPENDING ON WS-SUB-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 030-PUESTOS.
                     TO WS-TAB-PUESTO-COD (WS-CANT-PUESTOS)
           MOVE REG-PUESTO-CAT-NOM
                     TO WS-TAB-PUESTO-NOM (WS-CANT-PUESTOS)
           MOVE ZEROS TO WS-TAB-PUESTO-DESDE (WS-CANT-PUESTOS)
           MOVE WS-ABIERTO TO WS-TAB-PUESTO-HASTA (WS-CANT-PUESTOS)
           IF REG-PUESTO-CAT-DESDE NUMERIC
              MOVE REG-PUESTO-CAT-DESDE
                     TO WS-TAB-PUESTO-DESDE (WS-CANT-PUESTOS)
           END-IF
           IF REG-PUESTO-CAT-HASTA NUMERIC
              AND REG-PUESTO-CAT-HASTA NOT = ZEROS
                 MOVE REG-PUESTO-CAT-HASTA
                     TO WS-TAB-PUESTO-HASTA (WS-CANT-PUESTOS)
           END-IF
           GO TO 0311-LEE-PUESTO-CAT.

       0312-FIN-LEE-PUESTO-CAT.
           ACCEPT WS-CAP-PUESTO-COD
           DISPLAY "TITULO          : "
           ACCEPT WS-CAP-PUESTO-NOM
           DISPLAY "VIGENTE DESDE (AAAAMMDD, 0 = HOY): "
           PERFORM 070-PIDE-FECHA THRU 070-FIN-PIDE-FECHA
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 030-PUESTOS
           END-IF
           SET WS-IX-PUESTO TO 1
           SEARCH ALL WS-TAB-PUESTO
               AT END
               UNTIL WS-IX-AUX < WS-IX-DESTINO
           MOVE WS-CAP-PUESTO-COD TO WS-TAB-PUESTO-COD (WS-IX-DESTINO)
           MOVE WS-CAP-PUESTO-NOM TO WS-TAB-PUESTO-NOM (WS-IX-DESTINO)
           MOVE WS-CAP-FECHA-VIGENCIA
                                 TO WS-TAB-PUESTO-DESDE (WS-IX-DESTINO)
           MOVE WS-ABIERTO       TO WS-TAB-PUESTO-HASTA (WS-IX-DESTINO)
           ADD 1 TO WS-CANT-PUESTOS
           PERFORM 035-GRABA-PUESTOS THRU 035-FIN-GRABA-PUESTOS
           DISPLAY "PUESTO DADO DE ALTA"
           MOVE WS-TAB-PUESTO-COD (WS-IX-AUX)
                             TO WS-TAB-PUESTO-COD (WS-IX-AUX + 1)
           MOVE WS-TAB-PUESTO-NOM (WS-IX-AUX)
                             TO WS-TAB-PUESTO-NOM (WS-IX-AUX + 1)
           MOVE WS-TAB-PUESTO-DESDE (WS-IX-AUX)
                             TO WS-TAB-PUESTO-DESDE (WS-IX-AUX + 1)
           MOVE WS-TAB-PUESTO-HASTA (WS-IX-AUX)
                             TO WS-TAB-PUESTO-HASTA (WS-IX-AUX + 1).

      * -------------------------------------------------------------- *
      * 033-CAMBIO-PUESTO - MISMA IDEA QUE 023 PARA PUESTOS            *
      * -------------------------------------------------------------- *
       033-CAMBIO-PUESTO.
           MOVE "S"               TO WS-SW-DATOS-OK
           MOVE SPACES            TO WS-MOTIVO-INVALIDO
           IF WS-CANT-PUESTOS = ZEROS
              DISPLAY "CATALOGO VACIO"
              GO TO 030-PUESTOS
              DISPLAY "PUESTO NO ENCONTRADO: " WS-CAP-PUESTO-COD
              GO TO 030-PUESTOS
           END-IF
           IF WS-TAB-PUESTO-HASTA (WS-IX-PUESTO) NOT = WS-ABIERTO
              DISPLAY "EL PUESTO ESTA CERRADO DESDE EL "
                      WS-TAB-PUESTO-HASTA (WS-IX-PUESTO)
              GO TO 030-PUESTOS
           END-IF
           DISPLAY "TITULO ACTUAL: " WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
                   " (DESDE " WS-TAB-PUESTO-DESDE (WS-IX-PUESTO) ")"
           DISPLAY "TITULO NUEVO (EN BLANCO = SIN CAMBIO): "
           MOVE SPACES TO WS-CAP-PUESTO-NOM
           ACCEPT WS-CAP-PUESTO-NOM
           IF WS-CAP-PUESTO-NOM = SPACES
              OR WS-CAP-PUESTO-NOM = WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
              DISPLAY "EL TITULO NO CAMBIO"
              GO TO 030-PUESTOS
           END-IF
           DISPLAY "FECHA EN QUE TOMA EFECTO (AAAAMMDD, 0 = HOY;"
           DISPLAY "LA FECHA DESDE ACTUAL SOLO CORRIGE EL TITULO): "
           PERFORM 070-PIDE-FECHA THRU 070-FIN-PIDE-FECHA
           IF WS-DATOS-VALIDOS
              AND WS-CAP-FECHA-VIGENCIA
                         < WS-TAB-PUESTO-DESDE (WS-IX-PUESTO)
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "FECHA ANTERIOR A LA VIGENCIA ACTUAL"
                                  TO WS-MOTIVO-INVALIDO
           END-IF
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 030-PUESTOS
           END-IF
           IF WS-CAP-FECHA-VIGENCIA
                         > WS-TAB-PUESTO-DESDE (WS-IX-PUESTO)
              MOVE "P"               TO WS-HN-CATALOGO
              MOVE WS-TAB-PUESTO-COD (WS-IX-PUESTO)   TO WS-HN-CODIGO
              MOVE WS-TAB-PUESTO-NOM (WS-IX-PUESTO)   TO WS-HN-NOMBRE
              MOVE WS-TAB-PUESTO-DESDE (WS-IX-PUESTO) TO WS-HN-DESDE
              MOVE WS-CAP-FECHA-VIGENCIA              TO WS-HN-HASTA
              PERFORM 080-GRABA-HISTORIA THRU 080-FIN-GRABA-HISTORIA
              IF NOT WS-DATOS-VALIDOS
                 GO TO 030-PUESTOS
              END-IF
              MOVE WS-CAP-FECHA-VIGENCIA
                                  TO WS-TAB-PUESTO-DESDE (WS-IX-PUESTO)
           END-IF
           MOVE WS-CAP-PUESTO-NOM TO WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
           PERFORM 035-GRABA-PUESTOS THRU 035-FIN-GRABA-PUESTOS
           DISPLAY "PUESTO ACTUALIZADO"

       038-MUESTRA-UN-PUESTO.
           DISPLAY WS-TAB-PUESTO-COD (WS-IX-PUESTO) " "
                   WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
           IF WS-TAB-PUESTO-HASTA (WS-IX-PUESTO) = WS-ABIERTO
              DISPLAY "    VIGENTE DESDE "
                      WS-TAB-PUESTO-DESDE (WS-IX-PUESTO)
           ELSE
              DISPLAY "    VIGENTE DESDE "
                      WS-TAB-PUESTO-DESDE (WS-IX-PUESTO)
                      ", CERRADO EL " WS-TAB-PUESTO-HASTA (WS-IX-PUESTO)
           END-IF
           MOVE "P" TO WS-RC-CATALOGO
           MOVE WS-TAB-PUESTO-COD (WS-IX-PUESTO) TO WS-RC-CODIGO
           PERFORM 085-MUESTRA-HISTORIA THRU 085-FIN-MUESTRA-HISTORIA.

      * -------------------------------------------------------------- *
      * 03A-CIERRE-PUESTO - MISMA IDEA QUE 02B PARA PUESTOS: NO SE     *
      *                CIERRA MIENTRAS ALGUN EMPLEADO VIGENTE LO TENGA *
      *                O HAYA PLAZAS ABIERTAS DE ESE PUESTO            *
      * -------------------------------------------------------------- *
       03A-CIERRE-PUESTO.
           MOVE "S"               TO WS-SW-DATOS-OK
           MOVE SPACES            TO WS-MOTIVO-INVALIDO
           IF WS-CANT-PUESTOS = ZEROS
              DISPLAY "CATALOGO VACIO"
              GO TO 030-PUESTOS
           END-IF
           DISPLAY "CODIGO DE PUESTO A CERRAR: "
           ACCEPT WS-CAP-PUESTO-COD
           MOVE "N" TO WS-SW-ENCONTRADO
           SET WS-IX-PUESTO TO 1
           SEARCH ALL WS-TAB-PUESTO
               AT END
                   CONTINUE
               WHEN WS-TAB-PUESTO-COD (WS-IX-PUESTO) = WS-CAP-PUESTO-COD
                   MOVE "S" TO WS-SW-ENCONTRADO
           END-SEARCH
           IF NOT WS-ENCONTRADO
              DISPLAY "PUESTO NO ENCONTRADO: " WS-CAP-PUESTO-COD
              GO TO 030-PUESTOS
           END-IF
           IF WS-TAB-PUESTO-HASTA (WS-IX-PUESTO) NOT = WS-ABIERTO
              DISPLAY "EL PUESTO YA ESTA CERRADO DESDE EL "
                      WS-TAB-PUESTO-HASTA (WS-IX-PUESTO)
              GO TO 030-PUESTOS
           END-IF
           DISPLAY "PUESTO: " WS-TAB-PUESTO-NOM (WS-IX-PUESTO)
           DISPLAY "FECHA DE CIERRE (AAAAMMDD, 0 = HOY): "
           PERFORM 070-PIDE-FECHA THRU 070-FIN-PIDE-FECHA
           IF WS-DATOS-VALIDOS
              AND WS-CAP-FECHA-VIGENCIA
                         NOT > WS-TAB-PUESTO-DESDE (WS-IX-PUESTO)
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "CIERRE NO POSTERIOR A LA VIGENCIA"
                                  TO WS-MOTIVO-INVALIDO
           END-IF
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 030-PUESTOS
           END-IF
           MOVE "P"               TO WS-RC-CATALOGO
           MOVE WS-CAP-PUESTO-COD TO WS-RC-CODIGO
           PERFORM 075-REVISA-CIERRE THRU 075-FIN-REVISA-CIERRE
           IF NOT WS-RC-LEIDO-OK
              DISPLAY "NO SE PUDO REVISAR SI EL PUESTO TIENE "
                      "EMPLEADOS O PLAZAS; NO SE CIERRA"
              GO TO 030-PUESTOS
           END-IF
           IF WS-RC-EMPLEADOS > ZEROS OR WS-RC-PLAZAS > ZEROS
              DISPLAY "NO SE PUEDE CERRAR: TIENE " WS-RC-EMPLEADOS
                      " EMPLEADO(S) VIGENTE(S) Y " WS-RC-PLAZAS
                      " PLAZA(S) ABIERTA(S)"
              GO TO 030-PUESTOS
           END-IF
           DISPLAY "CONFIRMA EL CIERRE A PARTIR DEL "
                   WS-CAP-FECHA-VIGENCIA " (S/N): "
           MOVE "N" TO WS-CAP-CONFIRMA
           ACCEPT WS-CAP-CONFIRMA
           IF WS-CAP-CONFIRMA NOT = "S"
              DISPLAY "CIERRE CANCELADO"
              GO TO 030-PUESTOS
           END-IF
           MOVE WS-CAP-FECHA-VIGENCIA
                                 TO WS-TAB-PUESTO-HASTA (WS-IX-PUESTO)
           PERFORM 035-GRABA-PUESTOS THRU 035-FIN-GRABA-PUESTOS
           DISPLAY "PUESTO CERRADO"
           GO TO 030-PUESTOS.

      * -------------------------------------------------------------- *
      * 035-GRABA-PUESTOS - REESCRIBE 04-PUESTOS COMPLETO DESDE         *
       039-ESCRIBE-UN-PUESTO.
           MOVE WS-TAB-PUESTO-COD (WS-IX-PUESTO) TO REG-PUESTO-CAT-COD
           MOVE WS-TAB-PUESTO-NOM (WS-IX-PUESTO) TO REG-PUESTO-CAT-NOM
           MOVE WS-TAB-PUESTO-DESDE (WS-IX-PUESTO)
                                  TO REG-PUESTO-CAT-DESDE
           MOVE WS-TAB-PUESTO-HASTA (WS-IX-PUESTO)
                                  TO REG-PUESTO-CAT-HASTA
           WRITE REG-PUESTO-CAT.

      * ================================================================ *
           MOVE WS-TAB-STATUS-NOM (WS-IX-STATUS) TO REG-STATUS-CAT-NOM
           WRITE REG-STATUS-CAT.

      * ================================================================ *
      * CATALOGO DE EMPRESAS (RAZONES SOCIALES)                         *
      * ================================================================ *
       050-EMPRESAS.
           PERFORM 051-CARGA-EMPRESAS THRU 051-FIN-CARGA-EMPRESAS
           DISPLAY " "
           DISPLAY "----- CATALOGO DE EMPRESAS -----"
           DISPLAY "1) ALTA"
           DISPLAY "2) CAMBIO"
           DISPLAY "3) LISTAR"
           DISPLAY "9) REGRESA"
           ACCEPT WS-SUB-OPCION
           IF WS-SUB-OPCION = 9
              GO TO 010-INICIO
           END-IF
           GO TO 052-ALTA-EMPRESA
                 053-CAMBIO-EMPRESA
                 054-LISTA-EMPRESAS
               DEPENDING ON WS-SUB-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 050-EMPRESAS.

      * -------------------------------------------------------------- *
      * 051-CARGA-EMPRESAS - LEE 04-EMPRESAS COMPLETO A                *
      *                      WS-TABLA-EMPRESAS, QUE YA VIENE EN ORDEN  *
      *                      ASCENDENTE DE CODIGO. MIENTRAS NO EXISTA  *
      *                      EL ARCHIVO EL CATALOGO ESTA VACIO (SOLO   *
      *                      LA EMPRESA 01, VER PROG0075)              *
      * -------------------------------------------------------------- *
       051-CARGA-EMPRESAS.
           MOVE ZEROS TO WS-CANT-EMPRESAS
           SET WS-IX-EMPRESA TO 1
           MOVE "N" TO WS-SW-FIN-EMPRESAS
           OPEN INPUT EMPRESAS-CFG
           IF WS-FILE-STATUS-EMPRESAS = "35"
              GO TO 051-FIN-CARGA-EMPRESAS
           END-IF
           IF WS-FILE-STATUS-EMPRESAS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR 04-EMPRESAS: "
                      WS-FILE-STATUS-EMPRESAS
              GO TO 051-FIN-CARGA-EMPRESAS
           END-IF
           GO TO 0511-LEE-EMPRESA-CAT.

       0511-LEE-EMPRESA-CAT.
           IF WS-CANT-EMPRESAS >= 10
              GO TO 0512-FIN-LEE-EMPRESA-CAT
           END-IF
           READ EMPRESAS-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-EMPRESAS
                   GO TO 0512-FIN-LEE-EMPRESA-CAT
           END-READ
           ADD 1 TO WS-CANT-EMPRESAS
           MOVE REG-EMPR-CAT-COD
                     TO WS-TAB-EMPR-COD (WS-CANT-EMPRESAS)
           MOVE REG-EMPR-CAT-NOM
                     TO WS-TAB-EMPR-NOM (WS-CANT-EMPRESAS)
           MOVE REG-EMPR-CAT-RFC
                     TO WS-TAB-EMPR-RFC (WS-CANT-EMPRESAS)
           MOVE REG-EMPR-CAT-REG-PATRONAL
                     TO WS-TAB-EMPR-REG-PATRONAL (WS-CANT-EMPRESAS)
           GO TO 0511-LEE-EMPRESA-CAT.

       0512-FIN-LEE-EMPRESA-CAT.
           CLOSE EMPRESAS-CFG.

       051-FIN-CARGA-EMPRESAS.
           CONTINUE.

      * -------------------------------------------------------------- *
      * 052-ALTA-EMPRESA - LA RAZON SOCIAL Y EL REGISTRO PATRONAL SON  *
      *                    OBLIGATORIOS: SIN REGISTRO PATRONAL LA      *
      *                    EMPRESA NO PUEDE PRESENTAR SUS AVISOS AL    *
      *                    IMSS. LA PRIMERA QUE SE DA DE ALTA DEBE SER *
      *                    LA 01, LA DE SIEMPRE                        *
      * -------------------------------------------------------------- *
       052-ALTA-EMPRESA.
           MOVE "S"               TO WS-SW-DATOS-OK
           MOVE SPACES            TO WS-MOTIVO-INVALIDO
           IF WS-CANT-EMPRESAS >= 10
              DISPLAY "CATALOGO LLENO, NO CABEN MAS EMPRESAS"
              GO TO 050-EMPRESAS
           END-IF
           DISPLAY "CODIGO DE EMPRESA (2 POSICIONES): "
           ACCEPT WS-CAP-EMPR-COD
           DISPLAY "RAZON SOCIAL     : "
           ACCEPT WS-CAP-EMPR-NOM
           DISPLAY "RFC DE LA EMPRESA: "
           ACCEPT WS-CAP-EMPR-RFC
           DISPLAY "REGISTRO PATRONAL IMSS: "
           ACCEPT WS-CAP-EMPR-REG-PATRONAL
           IF WS-CAP-EMPR-COD = SPACES
              OR WS-CAP-EMPR-COD = HIGH-VALUES
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "CODIGO DE EMPRESA INVALIDO" TO WS-MOTIVO-INVALIDO
           END-IF
           IF WS-CANT-EMPRESAS = ZEROS AND WS-CAP-EMPR-COD NOT = "01"
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "LA PRIMERA EMPRESA DEBE SER LA 01"
                                  TO WS-MOTIVO-INVALIDO
           END-IF
           IF WS-CAP-EMPR-NOM = SPACES
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "FALTA LA RAZON SOCIAL" TO WS-MOTIVO-INVALIDO
           END-IF
           IF WS-CAP-EMPR-REG-PATRONAL = SPACES
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "FALTA EL REGISTRO PATRONAL" TO WS-MOTIVO-INVALIDO
           END-IF
           SET WS-IX-EMPRESA TO 1
           SEARCH ALL WS-TAB-EMPRESA
               AT END
                   CONTINUE
               WHEN WS-TAB-EMPR-COD (WS-IX-EMPRESA) = WS-CAP-EMPR-COD
                   MOVE "N" TO WS-SW-DATOS-OK
                   MOVE "YA EXISTE ESE CODIGO DE EMPRESA"
                                      TO WS-MOTIVO-INVALIDO
           END-SEARCH
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 050-EMPRESAS
           END-IF
           PERFORM 056-UBICA-POSICION-EMPRESA
               THRU 0562-FIN-UBICA-EMPRESA
           PERFORM 057-RECORRE-EMPRESA
               VARYING WS-IX-AUX FROM WS-CANT-EMPRESAS BY -1
               UNTIL WS-IX-AUX < WS-IX-DESTINO
           MOVE WS-CAP-EMPR-COD   TO WS-TAB-EMPR-COD (WS-IX-DESTINO)
           MOVE WS-CAP-EMPR-NOM   TO WS-TAB-EMPR-NOM (WS-IX-DESTINO)
           MOVE WS-CAP-EMPR-RFC   TO WS-TAB-EMPR-RFC (WS-IX-DESTINO)
           MOVE WS-CAP-EMPR-REG-PATRONAL
                      TO WS-TAB-EMPR-REG-PATRONAL (WS-IX-DESTINO)
           ADD 1 TO WS-CANT-EMPRESAS
           PERFORM 055-GRABA-EMPRESAS THRU 055-FIN-GRABA-EMPRESAS
           DISPLAY "EMPRESA DADA DE ALTA"
           GO TO 050-EMPRESAS.

       056-UBICA-POSICION-EMPRESA.
           MOVE WS-CANT-EMPRESAS TO WS-IX-DESTINO
           ADD 1 TO WS-IX-DESTINO
           SET WS-IX-AUX TO 1
           GO TO 0561-REVISA-EMPRESA.

       0561-REVISA-EMPRESA.
           IF WS-IX-AUX > WS-CANT-EMPRESAS
              GO TO 0562-FIN-UBICA-EMPRESA
           END-IF
           IF WS-TAB-EMPR-COD (WS-IX-AUX) > WS-CAP-EMPR-COD
              MOVE WS-IX-AUX TO WS-IX-DESTINO
              GO TO 0562-FIN-UBICA-EMPRESA
           END-IF
           ADD 1 TO WS-IX-AUX
           GO TO 0561-REVISA-EMPRESA.

       0562-FIN-UBICA-EMPRESA.
           EXIT.

       057-RECORRE-EMPRESA.
           MOVE WS-TAB-EMPRESA (WS-IX-AUX)
                             TO WS-TAB-EMPRESA (WS-IX-AUX + 1).

       053-CAMBIO-EMPRESA.
           IF WS-CANT-EMPRESAS = ZEROS
              DISPLAY "CATALOGO VACIO"
              GO TO 050-EMPRESAS
           END-IF
           DISPLAY "CODIGO DE EMPRESA A CAMBIAR: "
           ACCEPT WS-CAP-EMPR-COD
           MOVE "N" TO WS-SW-ENCONTRADO
           SET WS-IX-EMPRESA TO 1
           SEARCH ALL WS-TAB-EMPRESA
               AT END
                   CONTINUE
               WHEN WS-TAB-EMPR-COD (WS-IX-EMPRESA) = WS-CAP-EMPR-COD
                   MOVE "S" TO WS-SW-ENCONTRADO
           END-SEARCH
           IF NOT WS-ENCONTRADO
              DISPLAY "EMPRESA NO ENCONTRADA: " WS-CAP-EMPR-COD
              GO TO 050-EMPRESAS
           END-IF
      * EN BLANCO SE QUEDA EL DATO QUE YA TENIA
           DISPLAY "RAZON SOCIAL ACTUAL: "
                   WS-TAB-EMPR-NOM (WS-IX-EMPRESA)
           DISPLAY "RAZON SOCIAL NUEVA : "
           MOVE SPACES TO WS-CAP-EMPR-NOM
           ACCEPT WS-CAP-EMPR-NOM
           IF WS-CAP-EMPR-NOM NOT = SPACES
              MOVE WS-CAP-EMPR-NOM TO WS-TAB-EMPR-NOM (WS-IX-EMPRESA)
           END-IF
           DISPLAY "RFC ACTUAL: " WS-TAB-EMPR-RFC (WS-IX-EMPRESA)
           DISPLAY "RFC NUEVO : "
           MOVE SPACES TO WS-CAP-EMPR-RFC
           ACCEPT WS-CAP-EMPR-RFC
           IF WS-CAP-EMPR-RFC NOT = SPACES
              MOVE WS-CAP-EMPR-RFC TO WS-TAB-EMPR-RFC (WS-IX-EMPRESA)
           END-IF
           DISPLAY "REGISTRO PATRONAL ACTUAL: "
                   WS-TAB-EMPR-REG-PATRONAL (WS-IX-EMPRESA)
           DISPLAY "REGISTRO PATRONAL NUEVO : "
           MOVE SPACES TO WS-CAP-EMPR-REG-PATRONAL
           ACCEPT WS-CAP-EMPR-REG-PATRONAL
           IF WS-CAP-EMPR-REG-PATRONAL NOT = SPACES
              MOVE WS-CAP-EMPR-REG-PATRONAL
                      TO WS-TAB-EMPR-REG-PATRONAL (WS-IX-EMPRESA)
           END-IF
           PERFORM 055-GRABA-EMPRESAS THRU 055-FIN-GRABA-EMPRESAS
           DISPLAY "EMPRESA ACTUALIZADA"
           GO TO 050-EMPRESAS.

       054-LISTA-EMPRESAS.
           DISPLAY " "
           IF WS-CANT-EMPRESAS = ZEROS
              DISPLAY "CATALOGO VACIO (SOLO LA EMPRESA 01)"
           ELSE
              PERFORM 058-MUESTRA-UNA-EMPRESA
                  VARYING WS-IX-EMPRESA FROM 1 BY 1
                  UNTIL WS-IX-EMPRESA > WS-CANT-EMPRESAS
           END-IF
           GO TO 050-EMPRESAS.

       058-MUESTRA-UNA-EMPRESA.
           DISPLAY WS-TAB-EMPR-COD (WS-IX-EMPRESA) " "
                   WS-TAB-EMPR-NOM (WS-IX-EMPRESA) " "
                   WS-TAB-EMPR-RFC (WS-IX-EMPRESA) " "
                   WS-TAB-EMPR-REG-PATRONAL (WS-IX-EMPRESA).

      * -------------------------------------------------------------- *
      * 055-GRABA-EMPRESAS - REESCRIBE 04-EMPRESAS COMPLETO DESDE      *
      *                      WS-TABLA-EMPRESAS                         *
      * -------------------------------------------------------------- *
       055-GRABA-EMPRESAS.
           OPEN OUTPUT EMPRESAS-CFG
           IF WS-FILE-STATUS-EMPRESAS NOT = "00"
              DISPLAY "NO SE PUDO GRABAR 04-EMPRESAS: "
                      WS-FILE-STATUS-EMPRESAS
              GO TO 055-FIN-GRABA-EMPRESAS
           END-IF
           PERFORM 059-ESCRIBE-UNA-EMPRESA
               VARYING WS-IX-EMPRESA FROM 1 BY 1
               UNTIL WS-IX-EMPRESA > WS-CANT-EMPRESAS
           CLOSE EMPRESAS-CFG.

       055-FIN-GRABA-EMPRESAS.
           CONTINUE.

       059-ESCRIBE-UNA-EMPRESA.
           MOVE WS-TAB-EMPR-COD (WS-IX-EMPRESA) TO REG-EMPR-CAT-COD
           MOVE WS-TAB-EMPR-NOM (WS-IX-EMPRESA) TO REG-EMPR-CAT-NOM
           MOVE WS-TAB-EMPR-RFC (WS-IX-EMPRESA) TO REG-EMPR-CAT-RFC
           MOVE WS-TAB-EMPR-REG-PATRONAL (WS-IX-EMPRESA)
                                  TO REG-EMPR-CAT-REG-PATRONAL
           WRITE REG-EMPRESA-CAT.

      * ================================================================ *
      * CATALOGO DE CERTIFICACIONES OBLIGATORIAS                        *
      * ================================================================ *
       060-CERTIFICACIONES.
           PERFORM 061-CARGA-CERTIF THRU 061-FIN-CARGA-CERTIF
           DISPLAY " "
           DISPLAY "----- CATALOGO DE CERTIFICACIONES -----"
           DISPLAY "1) ALTA"
           DISPLAY "2) CAMBIO"
           DISPLAY "3) LISTAR"
           DISPLAY "9) REGRESA"
           ACCEPT WS-SUB-OPCION
           IF WS-SUB-OPCION = 9
              GO TO 010-INICIO
           END-IF
           GO TO 062-ALTA-CERTIF
                 063-CAMBIO-CERTIF
                 064-LISTA-CERTIF
               DEPENDING ON WS-SUB-OPCION
           DISPLAY "OPCION NO VALIDA"
           GO TO 060-CERTIFICACIONES.

      * -------------------------------------------------------------- *
      * 061-CARGA-CERTIF - LEE 04-CERTIFICACIONES COMPLETO A           *
      *                    WS-TABLA-CERTIFICACIONES. MIENTRAS NO       *
      *                    EXISTA EL ARCHIVO EL CATALOGO ESTA VACIO    *
      * -------------------------------------------------------------- *
       061-CARGA-CERTIF.
           MOVE ZEROS TO WS-CANT-CERTIF
           SET WS-IX-CERT TO 1
           MOVE "N" TO WS-SW-FIN-CERTIF
           OPEN INPUT CERTIF-CFG
           IF WS-FILE-STATUS-CERTIF = "35"
              GO TO 061-FIN-CARGA-CERTIF
           END-IF
           IF WS-FILE-STATUS-CERTIF NOT = "00"
              DISPLAY "NO SE PUDO ABRIR 04-CERTIFICACIONES: "
                      WS-FILE-STATUS-CERTIF
              GO TO 061-FIN-CARGA-CERTIF
           END-IF
           GO TO 0611-LEE-CERTIF-CAT.

       0611-LEE-CERTIF-CAT.
           IF WS-CANT-CERTIF >= 20
              GO TO 0612-FIN-LEE-CERTIF-CAT
           END-IF
           READ CERTIF-CFG
               AT END
                   MOVE "S" TO WS-SW-FIN-CERTIF
                   GO TO 0612-FIN-LEE-CERTIF-CAT
           END-READ
           ADD 1 TO WS-CANT-CERTIF
           MOVE REG-CERT-CAT-COD
                     TO WS-TAB-CERT-COD (WS-CANT-CERTIF)
           MOVE REG-CERT-CAT-NOM
                     TO WS-TAB-CERT-NOM (WS-CANT-CERTIF)
           MOVE REG-CERT-CAT-VIGENCIA
                     TO WS-TAB-CERT-VIGENCIA (WS-CANT-CERTIF)
           GO TO 0611-LEE-CERTIF-CAT.

       0612-FIN-LEE-CERTIF-CAT.
           CLOSE CERTIF-CFG.

       061-FIN-CARGA-CERTIF.
           CONTINUE.

      * -------------------------------------------------------------- *
      * 062-ALTA-CERTIF - LA VIGENCIA VA EN MESES (CEROS = NO VENCE,   *
      *                   COMO UN CURSO DE INDUCCION); EL 999 SE       *
      *                   RESERVA PARA LAS ENTRADAS VACIAS DE LA TABLA *
      * -------------------------------------------------------------- *
       062-ALTA-CERTIF.
           MOVE "S"               TO WS-SW-DATOS-OK
           MOVE SPACES            TO WS-MOTIVO-INVALIDO
           IF WS-CANT-CERTIF >= 20
              DISPLAY "CATALOGO LLENO, NO CABEN MAS CERTIFICACIONES"
              GO TO 060-CERTIFICACIONES
           END-IF
           DISPLAY "CODIGO DE CERTIFICACION: "
           ACCEPT WS-CAP-CERT-COD
           DISPLAY "NOMBRE                 : "
           ACCEPT WS-CAP-CERT-NOM
           DISPLAY "VIGENCIA EN MESES (0 = NO VENCE): "
           ACCEPT WS-CAP-CERT-VIGENCIA
           IF WS-CAP-CERT-COD = ZEROS OR WS-CAP-CERT-COD = 999
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "CODIGO DE CERTIFICACION INVALIDO"
                                  TO WS-MOTIVO-INVALIDO
           END-IF
           IF WS-CAP-CERT-NOM = SPACES
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "FALTA EL NOMBRE" TO WS-MOTIVO-INVALIDO
           END-IF
           IF WS-CAP-CERT-VIGENCIA NOT NUMERIC
              MOVE "N" TO WS-SW-DATOS-OK
              MOVE "VIGENCIA INVALIDA" TO WS-MOTIVO-INVALIDO
           END-IF
           SET WS-IX-CERT TO 1
           SEARCH ALL WS-TAB-CERT
               AT END
                   CONTINUE
               WHEN WS-TAB-CERT-COD (WS-IX-CERT) = WS-CAP-CERT-COD
                   MOVE "N" TO WS-SW-DATOS-OK
                   MOVE "YA EXISTE ESE CODIGO"
                                      TO WS-MOTIVO-INVALIDO
           END-SEARCH
           IF NOT WS-DATOS-VALIDOS
              DISPLAY "DATOS INVALIDOS: " WS-MOTIVO-INVALIDO
              GO TO 060-CERTIFICACIONES
           END-IF
           PERFORM 066-UBICA-POSICION-CERTIF
               THRU 0662-FIN-UBICA-CERTIF
           PERFORM 067-RECORRE-CERTIF
               VARYING WS-IX-AUX FROM WS-CANT-CERTIF BY -1
               UNTIL WS-IX-AUX < WS-IX-DESTINO
           MOVE WS-CAP-CERT-COD   TO WS-TAB-CERT-COD (WS-IX-DESTINO)
           MOVE WS-CAP-CERT-NOM   TO WS-TAB-CERT-NOM (WS-IX-DESTINO)
           MOVE WS-CAP-CERT-VIGENCIA
                              TO WS-TAB-CERT-VIGENCIA (WS-IX-DESTINO)
           ADD 1 TO WS-CANT-CERTIF
           PERFORM 065-GRABA-CERTIF THRU 065-FIN-GRABA-CERTIF
           DISPLAY "CERTIFICACION DADA DE ALTA"
           GO TO 060-CERTIFICACIONES.

       066-UBICA-POSICION-CERTIF.
           MOVE WS-CANT-CERTIF TO WS-IX-DESTINO
           ADD 1 TO WS-IX-DESTINO
           SET WS-IX-AUX TO 1
           GO TO 0661-REVISA-CERTIF.

       0661-REVISA-CERTIF.
           IF WS-IX-AUX > WS-CANT-CERTIF
              GO TO 0662-FIN-UBICA-CERTIF
           END-IF
           IF WS-TAB-CERT-COD (WS-IX-AUX) > WS-CAP-CERT-COD
              MOVE WS-IX-AUX TO WS-IX-DESTINO
              GO TO 0662-FIN-UBICA-CERTIF
           END-IF
           ADD 1 TO WS-IX-AUX
           GO TO 0661-REVISA-CERTIF.

       0662-FIN-UBICA-CERTIF.
           EXIT.

       067-RECORRE-CERTIF.
           MOVE WS-TAB-CERT (WS-IX-AUX)
                             TO WS-TAB-CERT (WS-IX-AUX + 1).

      * -------------------------------------------------------------- *
      * 063-CAMBIO-CERTIF - EL CAMBIO DE VIGENCIA APLICA A LO QUE SE   *
      *                     REGISTRE DE AQUI EN ADELANTE; LAS FECHAS   *
      *                     DE VENCIMIENTO YA GRABADAS NO SE TOCAN     *
      * -------------------------------------------------------------- *
       063-CAMBIO-CERTIF.
           IF WS-CANT-CERTIF = ZEROS
              DISPLAY "CATALOGO VACIO"
              GO TO 060-CERTIFICACIONES
           END-IF
           DISPLAY "CODIGO DE CERTIFICACION A CAMBIAR: "
           ACCEPT WS-CAP-CERT-COD
           MOVE "N" TO WS-SW-ENCONTRADO
           SET WS-IX-CERT TO 1
           SEARCH ALL WS-TAB-CERT
               AT END
                   CONTINUE
               WHEN WS-TAB-CERT-COD (WS-IX-CERT) = WS-CAP-CERT-COD
                   MOVE "S" TO WS-SW-ENCONTRADO
           END-SEARCH
           IF NOT WS-ENCONTRADO
              DISPLAY "CERTIFICACION NO ENCONTRADA: " WS-CAP-CERT-COD
              GO TO 060-CERTIFICACIONES
           END-IF
      * EN BLANCO SE QUEDA EL DATO QUE YA TENIA
           DISPLAY "NOMBRE ACTUAL: " WS-TAB-CERT-NOM (WS-IX-CERT)
           DISPLAY "NOMBRE NUEVO : "
           MOVE SPACES TO WS-CAP-CERT-NOM
           ACCEPT WS-CAP-CERT-NOM
           IF WS-CAP-CERT-NOM NOT = SPACES
              MOVE WS-CAP-CERT-NOM TO WS-TAB-CERT-NOM (WS-IX-CERT)
           END-IF
           DISPLAY "VIGENCIA ACTUAL (MESES): "
                   WS-TAB-CERT-VIGENCIA (WS-IX-CERT)
           DISPLAY "VIGENCIA NUEVA (MESES, 999 = SIN CAMBIO): "
           MOVE 999 TO WS-CAP-CERT-VIGENCIA
           ACCEPT WS-CAP-CERT-VIGENCIA
           IF WS-CAP-CERT-VIGENCIA NUMERIC
              AND WS-CAP-CERT-VIGENCIA NOT = 999
                 MOVE WS-CAP-CERT-VIGENCIA
                              TO WS-TAB-CERT-VIGENCIA (WS-IX-CERT)
           END-IF
           PERFORM 065-GRABA-CERTIF THRU 065-FIN-GRABA-CERTIF
           DISPLAY "CERTIFICACION ACTUALIZADA"
           GO TO 060-CERTIFICACIONES.

       064-LISTA-CERTIF.
           DISPLAY " "
           IF WS-CANT-CERTIF = ZEROS
              DISPLAY "CATALOGO VACIO"
           ELSE
              PERFORM 068-MUESTRA-UNA-CERTIF
                  VARYING WS-IX-CERT FROM 1 BY 1
                  UNTIL WS-IX-CERT > WS-CANT-CERTIF
           END-IF
           GO TO 060-CERTIFICACIONES.

       068-MUESTRA-UNA-CERTIF.
           DISPLAY WS-TAB-CERT-COD (WS-IX-CERT) " "
                   WS-TAB-CERT-NOM (WS-IX-CERT) " VIGENCIA "
                   WS-TAB-CERT-VIGENCIA (WS-IX-CERT) " MESES".

      * -------------------------------------------------------------- *
      * 065-GRABA-CERTIF - REESCRIBE 04-CERTIFICACIONES COMPLETO DESDE *
      *                    WS-TABLA-CERTIFICACIONES                    *
      * -------------------------------------------------------------- *
       065-GRABA-CERTIF.
           OPEN OUTPUT CERTIF-CFG
           IF WS-FILE-STATUS-CERTIF NOT = "00"
              DISPLAY "NO SE PUDO GRABAR 04-CERTIFICACIONES: "
                      WS-FILE-STATUS-CERTIF
              GO TO 065-FIN-GRABA-CERTIF
           END-IF
           PERFORM 069-ESCRIBE-UNA-CERTIF
               VARYING WS-IX-CERT FROM 1 BY 1
               UNTIL WS-IX-CERT > WS-CANT-CERTIF
           CLOSE CERTIF-CFG.

       065-FIN-GRABA-CERTIF.
           CONTINUE.

       069-ESCRIBE-UNA-CERTIF.
           MOVE WS-TAB-CERT-COD (WS-IX-CERT)  TO REG-CERT-CAT-COD
           MOVE WS-TAB-CERT-NOM (WS-IX-CERT)  TO REG-CERT-CAT-NOM
           MOVE WS-TAB-CERT-VIGENCIA (WS-IX-CERT)
                                   TO REG-CERT-CAT-VIGENCIA
           WRITE REG-CERT-CAT.

      * ================================================================ *
      * VIGENCIA DE DEPARTAMENTOS Y PUESTOS                             *
      * ================================================================ *
      * -------------------------------------------------------------- *
      * 070-PIDE-FECHA - CAPTURA UNA FECHA AAAAMMDD EN                 *
      *                WS-CAP-FECHA-VIGENCIA; CERO = HOY               *
      * -------------------------------------------------------------- *
       070-PIDE-FECHA.
           MOVE ZEROS TO WS-CAP-FECHA-VIGENCIA
           ACCEPT WS-CAP-FECHA-VIGENCIA
           IF WS-CAP-FECHA-VIGENCIA = ZEROS
              MOVE WS-FECHA-HOY-CCYYMMDD TO WS-CAP-FECHA-VIGENCIA
              GO TO 070-FIN-PIDE-FECHA
           END-IF
           IF WS-CFV-MES < 1 OR WS-CFV-MES > 12
              OR WS-CFV-DIA < 1 OR WS-CFV-DIA > 31
              OR WS-CFV-ANIO < 1900
                 MOVE "N" TO WS-SW-DATOS-OK
                 MOVE "FECHA INVALIDA" TO WS-MOTIVO-INVALIDO
           END-IF.

       070-FIN-PIDE-FECHA.
           EXIT.

      * -------------------------------------------------------------- *
      * 075-REVISA-CIERRE - CUENTA LOS EMPLEADOS VIGENTES (TODO STATUS *
      *                QUE NO SEA BAJA) Y LAS PLAZAS NO CANCELADAS DEL *
      *                DEPARTAMENTO (WS-RC-CATALOGO = D) O DEL PUESTO  *
      *                (P) WS-RC-CODIGO. SIN 04-PLAZAS NO HAY PLAZAS;  *
      *                SI NO SE PUEDE LEER EL MAESTRO NO SE CONFIRMA   *
      * -------------------------------------------------------------- *
       075-REVISA-CIERRE.
           MOVE ZEROS TO WS-RC-EMPLEADOS
                         WS-RC-PLAZAS
           MOVE "N"   TO WS-RC-SW-LEIDO
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR 04-EMPLEADOS: "
                      WS-FILE-STATUS-EMP
              GO TO 075-FIN-REVISA-CIERRE
           END-IF
           GO TO 0751-LEE-EMPLEADO.

       0751-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
               AT END
                   CLOSE EMPLEADOS
                   GO TO 0752-ABRE-PLAZAS
           END-READ
           IF REG-EMP-NUMERO = 99999 OR REG-EMP-STATUS = 3
              GO TO 0751-LEE-EMPLEADO
           END-IF
           IF WS-RC-CATALOGO = "D"
              AND REG-EMP-DEPTO = WS-RC-CODIGO
                 ADD 1 TO WS-RC-EMPLEADOS
           END-IF
           IF WS-RC-CATALOGO = "P"
              AND REG-EMP-PUESTO = WS-RC-CODIGO
                 ADD 1 TO WS-RC-EMPLEADOS
           END-IF
           GO TO 0751-LEE-EMPLEADO.

       0752-ABRE-PLAZAS.
           OPEN INPUT PLAZAS
           IF WS-FILE-STATUS-PLZ = "35"
              MOVE "S" TO WS-RC-SW-LEIDO
              GO TO 075-FIN-REVISA-CIERRE
           END-IF
           IF WS-FILE-STATUS-PLZ NOT = "00"
              DISPLAY "NO SE PUDO ABRIR 04-PLAZAS: "
                      WS-FILE-STATUS-PLZ
              GO TO 075-FIN-REVISA-CIERRE
           END-IF
           GO TO 0753-LEE-PLAZA.

       0753-LEE-PLAZA.
           READ PLAZAS NEXT RECORD
               AT END
                   CLOSE PLAZAS
                   MOVE "S" TO WS-RC-SW-LEIDO
                   GO TO 075-FIN-REVISA-CIERRE
           END-READ
           IF REG-PLZ-CANCELADA
              GO TO 0753-LEE-PLAZA
           END-IF
           IF WS-RC-CATALOGO = "D"
              AND REG-PLZ-DEPTO = WS-RC-CODIGO
                 ADD 1 TO WS-RC-PLAZAS
           END-IF
           IF WS-RC-CATALOGO = "P"
              AND REG-PLZ-PUESTO = WS-RC-CODIGO
                 ADD 1 TO WS-RC-PLAZAS
           END-IF
           GO TO 0753-LEE-PLAZA.

       075-FIN-REVISA-CIERRE.
           EXIT.

      * -------------------------------------------------------------- *
      * 080-GRABA-HISTORIA - AGREGA WS-HIST-NUEVA A 04-HIST-CATALOGOS  *
      *                (LO CREA LA PRIMERA VEZ). SI NO SE PUEDE, EL    *
      *                CAMBIO DE NOMBRE NO SE HACE (WS-SW-DATOS-OK =   *
      *                N) PARA NO PERDER EL NOMBRE ANTERIOR            *
      * -------------------------------------------------------------- *
       080-GRABA-HISTORIA.
           MOVE WS-FECHA-HOY-CCYYMMDD TO WS-HN-FECHA-CAMBIO
           OPEN EXTEND HIST-CATALOGOS
           IF WS-FILE-STATUS-HCA = "35"
              OPEN OUTPUT HIST-CATALOGOS
           END-IF
           IF WS-FILE-STATUS-HCA NOT = "00"
              DISPLAY "NO SE PUDO GRABAR 04-HIST-CATALOGOS: "
                      WS-FILE-STATUS-HCA "; NO SE HIZO EL CAMBIO"
              MOVE "N" TO WS-SW-DATOS-OK
              GO TO 080-FIN-GRABA-HISTORIA
           END-IF
           WRITE REG-HIST-CATALOGO FROM WS-HIST-NUEVA
           CLOSE HIST-CATALOGOS.

       080-FIN-GRABA-HISTORIA.
           EXIT.

      * -------------------------------------------------------------- *
      * 085-MUESTRA-HISTORIA - LOS NOMBRES ANTERIORES DEL CODIGO       *
      *                WS-RC-CODIGO DEL CATALOGO WS-RC-CATALOGO, DEL   *
      *                MAS VIEJO AL MAS NUEVO, CADA UNO CON LA FECHA   *
      *                EN QUE TOMO EFECTO Y EN LA QUE LO REEMPLAZO EL  *
      *                SIGUIENTE                                       *
      * -------------------------------------------------------------- *
       085-MUESTRA-HISTORIA.
           OPEN INPUT HIST-CATALOGOS
           IF WS-FILE-STATUS-HCA NOT = "00"
              GO TO 085-FIN-MUESTRA-HISTORIA
           END-IF
           GO TO 0851-LEE-HISTORIA.

       0851-LEE-HISTORIA.
           READ HIST-CATALOGOS
               AT END
                   CLOSE HIST-CATALOGOS
                   GO TO 085-FIN-MUESTRA-HISTORIA
           END-READ
           IF REG-HCA-CATALOGO = WS-RC-CATALOGO
              AND REG-HCA-CODIGO = WS-RC-CODIGO
                 DISPLAY "    ANTES: " REG-HCA-NOMBRE
                         " DEL " REG-HCA-DESDE
                         ", REEMPLAZADO EL " REG-HCA-HASTA
           END-IF
           GO TO 0851-LEE-HISTORIA.

       085-FIN-MUESTRA-HISTORIA.
           EXIT.

       100-FIN.
           GOBACK.
       END PROGRAM PROG0010.
