      *             QUE REGIA EN ESA FECHA)                            *
      *           - SI ERA EMPLEADO O NO, CON LAS FECHAS DE ALTA/BAJA  *
      *             Y LOS PERIODOS ANTERIORES DE 04-REINGRESOS         *
      *           - EL DEPARTAMENTO, EL PUESTO Y LA EMPRESA, CON       *
      *             04-HIST-TRASLADOS                                  *
      *             (MISMA MECANICA: LA PRIMERA ENTRADA POSTERIOR A    *
      *             LA FECHA TRAE LOS VALORES "ANTES" QUE REGIAN)      *
      *           - PARA EL NOMBRE, 04-AUDIT-EMPLEADOS SOLO GUARDA     *
      *             VALORES ANTERIORES, ASI QUE SE MUESTRA EL ACTUAL   *
      *             Y SE LISTAN LOS MOVIMIENTOS DE AUDITORIA           *
      *             POSTERIORES A LA FECHA PARA ACOTARLO               *
      *           SI PROG0099 YA PASO A ARCHIVOS HISTORICOS RENGLONES  *
      *           POSTERIORES AL CORTE DE ESTAS TRES BITACORAS (SEGUN  *
      *           04-CATALOGO-HISTORIA) SE OFRECE LEERLOS TAMBIEN, DEL *
      *           MAS VIEJO AL MAS NUEVO Y AL FINAL EL ACTIVO, PARA    *
      *           QUE LA PRIMERA ENTRADA POSTERIOR SIGA SIENDO LA      *
      *           CORRECTA                                             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-ARCH-NUMERO
           FILE STATUS IS WS-FILE-STATUS-ARCH.
           SELECT HIST-SALARIOS ASSIGN TO DYNAMIC WS-NOMBRE-HIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-HIST.
           SELECT REINGRESOS ASSIGN TO "04-REINGRESOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-REIN.
           SELECT AUDIT-EMPLEADOS ASSIGN TO DYNAMIC WS-NOMBRE-AUDIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-AUDIT.
           SELECT HIST-TRASLADOS ASSIGN TO DYNAMIC WS-NOMBRE-TRAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-TRAS.
           SELECT CATALOGO-HISTORIA ASSIGN TO "04-CATALOGO-HISTORIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-CHI.

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
       FD  HIST-SALARIOS
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHISTFD.
       FD  REINGRESOS
           BLOCK CONTAINS 0 RECORDS.
       COPY WAUDIFD.
       FD  HIST-TRASLADOS
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WTRASFD.
       FD  CATALOGO-HISTORIA
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCATHFD.

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
           88 WS-TRASLADO-FIJADO          VALUE "S".
       01 WS-DEPTO-ASOF           PIC 9(03)    VALUE ZEROS.
       01 WS-PUESTO-ASOF          PIC 9(02)    VALUE ZEROS.
       01 WS-EMPRESA-ASOF         PIC X(02)    VALUE SPACES.
       01 WS-CONT-TRASLADOS       PIC 9(04)    VALUE ZEROS.

       01 WS-FILE-STATUS-CHI      PIC X(02).
       01 WS-SW-FIN-CATALOGO      PIC X(01)    VALUE "N".
           88 WS-FIN-CATALOGO             VALUE "S".
       01 WS-SW-ACTIVO-LEIDO      PIC X(01)    VALUE "N".
           88 WS-ACTIVO-LEIDO             VALUE "S".
       01 WS-NOMBRE-HIST          PIC X(40)    VALUE
              "04-HIST-SALARIOS".
       01 WS-NOMBRE-TRAS          PIC X(40)    VALUE
              "04-HIST-TRASLADOS".
       01 WS-NOMBRE-AUDIT         PIC X(40)    VALUE
              "04-AUDIT-EMPLEADOS".
       01 WS-ORIGEN-BUSCA         PIC X(20)    VALUE SPACES.
       01 WS-NOMBRE-SIGUIENTE     PIC X(40)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-TABLA-HISTORICOS - LOS ARCHIVOS DE 04-CATALOGO-HISTORIA DE  *
      *                SALARIOS, TRASLADOS Y AUDITORIA CON RENGLONES   *
      *                POSTERIORES AL CORTE, EN EL ORDEN DEL CATALOGO  *
      *                (DEL MAS VIEJO AL MAS NUEVO)                    *
      * -------------------------------------------------------------- *
       01 WS-TABLA-HISTORICOS.
           05 WS-TAB-HIS          OCCURS 50 TIMES.
               10 WS-TAB-HIS-ORIGEN
                                  PIC X(20)    VALUE SPACES.
               10 WS-TAB-HIS-ARCHIVO
                                  PIC X(40)    VALUE SPACES.
       01 WS-CANT-HIS             PIC 9(02)    VALUE ZEROS.
       01 WS-IX-HIS               PIC 9(02)    VALUE ZEROS.
       01 WS-RESPUESTA-HISTORICOS PIC X(01)    VALUE "N".

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY " "
                      "EN 04-EMPLEADOS-ARCH: " WS-NUMERO-BUSCA
              GO TO 010-INICIO
           END-IF
           PERFORM 015-CARGA-CATALOGO THRU 015-FIN-CARGA-CATALOGO
           IF WS-CANT-HIS > ZEROS
              DISPLAY "HAY " WS-CANT-HIS " ARCHIVOS HISTORICOS CON "
                      "MOVIMIENTOS POSTERIORES AL CORTE"
              DISPLAY "LEERLOS TAMBIEN (S/N): "
              ACCEPT WS-RESPUESTA-HISTORICOS
              IF WS-RESPUESTA-HISTORICOS NOT = "S"
                 DISPLAY "AVISO: SIN LOS ARCHIVOS HISTORICOS LA "
                         "RECONSTRUCCION PUEDE SER INEXACTA"
                 MOVE ZEROS TO WS-CANT-HIS
              END-IF
           END-IF
           PERFORM 030-DETERMINA-SI-ERA THRU 030-FIN-DETERMINA
           PERFORM 040-RECONSTRUYE-SALARIO THRU 040-FIN-RECONSTRUYE
           PERFORM 045-RECONSTRUYE-TRASLADO THRU 045-FIN-TRASLADO
           PERFORM 060-LISTA-AUDITORIA-POST THRU 060-FIN-LISTA-AUDIT
           GO TO 010-INICIO.

      * -------------------------------------------------------------- *
      * 015-CARGA-CATALOGO - JUNTA LOS ARCHIVOS HISTORICOS DE LAS TRES *
      *                BITACORAS QUE TIENEN RENGLONES POSTERIORES AL   *
      *                CORTE; LOS ANTERIORES NO CAMBIAN EL RESULTADO.  *
      *                SIN CATALOGO NO HAY HISTORICOS                  *
      * -------------------------------------------------------------- *
       015-CARGA-CATALOGO.
           MOVE ZEROS TO WS-CANT-HIS
           MOVE "N"   TO WS-SW-FIN-CATALOGO
           OPEN INPUT CATALOGO-HISTORIA
           IF WS-FILE-STATUS-CHI NOT = "00"
              GO TO 015-FIN-CARGA-CATALOGO
           END-IF
           GO TO 0151-LEE-CATALOGO.

       0151-LEE-CATALOGO.
           READ CATALOGO-HISTORIA
               AT END
                   MOVE "S" TO WS-SW-FIN-CATALOGO
                   CLOSE CATALOGO-HISTORIA
                   GO TO 015-FIN-CARGA-CATALOGO
           END-READ
           IF REG-CHI-ORIGEN NOT = "04-HIST-SALARIOS"
              AND REG-CHI-ORIGEN NOT = "04-HIST-TRASLADOS"
              AND REG-CHI-ORIGEN NOT = "04-AUDIT-EMPLEADOS"
                 GO TO 0151-LEE-CATALOGO
           END-IF
           IF REG-CHI-FECHA-HASTA NOT > WS-FECHA-CORTE
              GO TO 0151-LEE-CATALOGO
           END-IF
           IF WS-CANT-HIS >= 50
              DISPLAY "AVISO: MAS DE 50 ARCHIVOS HISTORICOS; SE "
                      "OMITE " REG-CHI-ARCHIVO
              GO TO 0151-LEE-CATALOGO
           END-IF
           ADD 1 TO WS-CANT-HIS
           MOVE REG-CHI-ORIGEN  TO WS-TAB-HIS-ORIGEN (WS-CANT-HIS)
           MOVE REG-CHI-ARCHIVO TO WS-TAB-HIS-ARCHIVO (WS-CANT-HIS)
           GO TO 0151-LEE-CATALOGO.

       015-FIN-CARGA-CATALOGO.
           EXIT.

      * -------------------------------------------------------------- *
      * 020-BUSCA-REGISTRO - EL PUNTO DE PARTIDA ES EL REGISTRO        *
      *                ACTUAL: PRIMERO EL MAESTRO Y, SI PROG0014 YA    *
           MOVE "N" TO WS-SW-SALARIO-FIJADO
           MOVE "N" TO WS-SW-FIN-HIST
           MOVE ZEROS TO WS-CONT-CAMBIOS-SAL
           MOVE "04-HIST-SALARIOS" TO WS-ORIGEN-BUSCA
           MOVE ZEROS TO WS-IX-HIS
           MOVE "N"   TO WS-SW-ACTIVO-LEIDO
           GO TO 042-ABRE-HISTORIA.

       041-LEE-HISTORIA.
           READ HIST-SALARIOS
               AT END
                   MOVE "S" TO WS-SW-FIN-HIST
                   CLOSE HIST-SALARIOS
                   GO TO 042-ABRE-HISTORIA
           END-READ
           IF REG-HIST-NUMERO NOT = WS-NUMERO-BUSCA
              GO TO 041-LEE-HISTORIA
           END-IF
           GO TO 041-LEE-HISTORIA.

       042-ABRE-HISTORIA.
           PERFORM 090-SIGUIENTE-ARCHIVO THRU 090-FIN-SIGUIENTE
           IF WS-NOMBRE-SIGUIENTE = SPACES
              GO TO 040-FIN-RECONSTRUYE
           END-IF
           MOVE WS-NOMBRE-SIGUIENTE TO WS-NOMBRE-HIST
           MOVE "N" TO WS-SW-FIN-HIST
           OPEN INPUT HIST-SALARIOS
           IF WS-FILE-STATUS-HIST NOT = "00"
              GO TO 042-ABRE-HISTORIA
           END-IF
           GO TO 041-LEE-HISTORIA.

       040-FIN-RECONSTRUYE.
           EXIT.

       045-RECONSTRUYE-TRASLADO.
           MOVE WS-DEPTO-EMP  TO WS-DEPTO-ASOF
           MOVE WS-PUESTO-EMP TO WS-PUESTO-ASOF
           MOVE WS-EMPRESA-EMP TO WS-EMPRESA-ASOF
           MOVE "N" TO WS-SW-TRASLADO-FIJADO
           MOVE "N" TO WS-SW-FIN-TRASLADOS
           MOVE ZEROS TO WS-CONT-TRASLADOS
           MOVE "04-HIST-TRASLADOS" TO WS-ORIGEN-BUSCA
           MOVE ZEROS TO WS-IX-HIS
           MOVE "N"   TO WS-SW-ACTIVO-LEIDO
           GO TO 047-ABRE-TRASLADOS.

       046-LEE-TRASLADO.
           READ HIST-TRASLADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-TRASLADOS
                   CLOSE HIST-TRASLADOS
                   GO TO 047-ABRE-TRASLADOS
           END-READ
           IF REG-TRAS-NUMERO NOT = WS-NUMERO-BUSCA
              GO TO 046-LEE-TRASLADO
              AND NOT WS-TRASLADO-FIJADO
                 MOVE REG-TRAS-DEPTO-ANT  TO WS-DEPTO-ASOF
                 MOVE REG-TRAS-PUESTO-ANT TO WS-PUESTO-ASOF
                 MOVE REG-TRAS-EMPRESA-ANT TO WS-EMPRESA-ASOF
                 MOVE "S" TO WS-SW-TRASLADO-FIJADO
           END-IF
           GO TO 046-LEE-TRASLADO.

       047-ABRE-TRASLADOS.
           PERFORM 090-SIGUIENTE-ARCHIVO THRU 090-FIN-SIGUIENTE
           IF WS-NOMBRE-SIGUIENTE = SPACES
              GO TO 045-FIN-TRASLADO
           END-IF
           MOVE WS-NOMBRE-SIGUIENTE TO WS-NOMBRE-TRAS
           MOVE "N" TO WS-SW-FIN-TRASLADOS
           OPEN INPUT HIST-TRASLADOS
           IF WS-FILE-STATUS-TRAS NOT = "00"
              GO TO 047-ABRE-TRASLADOS
           END-IF
           GO TO 046-LEE-TRASLADO.

       045-FIN-TRASLADO.
      * ANTES DE QUE HUBIERA VARIAS EMPRESAS TODOS ERAN DE LA 01
           IF WS-EMPRESA-ASOF = SPACES
              MOVE "01" TO WS-EMPRESA-ASOF
           END-IF.

       050-MUESTRA-RESULTADO.
           DISPLAY " "
           END-IF
           DISPLAY "DEPTO EN LA FECHA  : " WS-DEPTO-ASOF
           DISPLAY "PUESTO EN LA FECHA : " WS-PUESTO-ASOF
           DISPLAY "EMPRESA EN LA FECHA: " WS-EMPRESA-ASOF
           IF WS-TRASLADO-FIJADO
              DISPLAY "  (RECONSTRUIDOS DE 04-HIST-TRASLADOS, "
                      WS-CONT-TRASLADOS " TRASLADOS REGISTRADOS)"
      * -------------------------------------------------------------- *
       060-LISTA-AUDITORIA-POST.
           MOVE ZEROS TO WS-CONT-AUDIT-POST
           MOVE "04-AUDIT-EMPLEADOS" TO WS-ORIGEN-BUSCA
           MOVE ZEROS TO WS-IX-HIS
           MOVE "N"   TO WS-SW-ACTIVO-LEIDO
           GO TO 062-ABRE-AUDIT.

       061-LEE-AUDIT.
           READ AUDIT-EMPLEADOS
               AT END
                   MOVE "S" TO WS-SW-FIN-AUDIT
                   CLOSE AUDIT-EMPLEADOS
                   GO TO 062-ABRE-AUDIT
           END-READ
      * LAS CONSULTAS DE SALARIO NO CAMBIAN AL EMPLEADO
           IF REG-AUD-NUMERO NOT = WS-NUMERO-BUSCA
              OR REG-AUD-FECHA NOT > WS-FECHA-CORTE
              OR REG-AUD-OPERACION = "CONSUL"
                 GO TO 061-LEE-AUDIT
           END-IF
           IF WS-CONT-AUDIT-POST = ZEROS
                   REG-AUD-CAMPOS " (" REG-AUD-USUARIO ")"
           GO TO 061-LEE-AUDIT.

       062-ABRE-AUDIT.
           PERFORM 090-SIGUIENTE-ARCHIVO THRU 090-FIN-SIGUIENTE
           IF WS-NOMBRE-SIGUIENTE = SPACES
              IF WS-CONT-AUDIT-POST = ZEROS
                 DISPLAY "SIN MOVIMIENTOS DE AUDITORIA "
                         "POSTERIORES AL CORTE"
              END-IF
              GO TO 060-FIN-LISTA-AUDIT
           END-IF
           MOVE WS-NOMBRE-SIGUIENTE TO WS-NOMBRE-AUDIT
           MOVE "N" TO WS-SW-FIN-AUDIT
           OPEN INPUT AUDIT-EMPLEADOS
           IF WS-FILE-STATUS-AUDIT NOT = "00"
              DISPLAY "(SIN BITACORA DE AUDITORIA " WS-NOMBRE-AUDIT
                      " DISPONIBLE)"
              GO TO 062-ABRE-AUDIT
           END-IF
           GO TO 061-LEE-AUDIT.

       060-FIN-LISTA-AUDIT.
           EXIT.

      * -------------------------------------------------------------- *
      * 090-SIGUIENTE-ARCHIVO - DEJA EN WS-NOMBRE-SIGUIENTE EL         *
      *                SIGUIENTE ARCHIVO DE WS-ORIGEN-BUSCA POR LEER:  *
      *                LOS HISTORICOS ELEGIDOS Y AL FINAL EL ACTIVO;   *
      *                EN BLANCO CUANDO YA NO QUEDA NINGUNO            *
      * -------------------------------------------------------------- *
       090-SIGUIENTE-ARCHIVO.
           MOVE SPACES TO WS-NOMBRE-SIGUIENTE
           GO TO 0901-AVANZA.

       0901-AVANZA.
           ADD 1 TO WS-IX-HIS
           IF WS-IX-HIS > WS-CANT-HIS
              GO TO 0902-ACTIVO
           END-IF
           IF WS-TAB-HIS-ORIGEN (WS-IX-HIS) NOT = WS-ORIGEN-BUSCA
              GO TO 0901-AVANZA
           END-IF
           MOVE WS-TAB-HIS-ARCHIVO (WS-IX-HIS) TO WS-NOMBRE-SIGUIENTE
           GO TO 090-FIN-SIGUIENTE.

       0902-ACTIVO.
           MOVE WS-CANT-HIS TO WS-IX-HIS
           IF NOT WS-ACTIVO-LEIDO
              MOVE "S" TO WS-SW-ACTIVO-LEIDO
              MOVE WS-ORIGEN-BUSCA TO WS-NOMBRE-SIGUIENTE
           END-IF.

       090-FIN-SIGUIENTE.
           EXIT.

       100-FIN.
           GOBACK.
       END PROGRAM PROG0033.
