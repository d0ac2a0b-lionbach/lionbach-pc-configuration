      *           PORCENTAJE DEL SALARIO CONFIGURADO EN                *
      *           04-PARAM-DEDUCCIONES SUS DEDUCCIONES NO SE MANDAN,   *
      *           PARA QUE RH CORRIJA EL MISMO DIA Y NO HASTA QUE EL   *
      *           PROVEEDOR LAS REBOTE UN CICLO DESPUES. LAS ORDENES   *
      *           DE PENSION ALIMENTICIA DE 04-PENSIONES (VER WPENFD)  *
      *           SALEN PRIMERO, CON EL IMPORTE QUE CALCULO PROG0026,  *
      *           NUNCA SE SUPRIMEN Y OCUPAN PRIMERO EL PORCENTAJE     *
      *           MAXIMO; LO QUE SE MANDA DE CADA ORDEN QUEDA EN       *
      *           04-PENSIONES-APLICADAS PARA LA REMESA MENSUAL AL     *
      *           BENEFICIARIO (PROG0070). CORRE PARA UN SOLO GRUPO    *
      *           DE PAGO DE UNA SOLA EMPRESA A LA VEZ, IGUAL QUE      *
      *           PROG0008                                             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           RECORD KEY IS REG-PTMO-NUMERO
           FILE STATUS IS WS-FILE-STATUS-PTMO.

           SELECT PENSIONES ASSIGN TO "04-PENSIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-PEN-LLAVE
           FILE STATUS IS WS-FILE-STATUS-PEN.

           SELECT PENSIONES-APLICADAS ASSIGN TO "04-PENSIONES-APLICADAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-PAP-LLAVE
           FILE STATUS IS WS-FILE-STATUS-PAP.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.

       COPY WDEDINT.

       FD  PERIODOS
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPRDFD.

           BLOCK CONTAINS 0 RECORDS.
       COPY WPTMOFD.

       FD  PENSIONES
           RECORD CONTAINS 129 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPENFD.

       FD  PENSIONES-APLICADAS
           RECORD CONTAINS 127 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPAPFD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-DED      PIC X(02).
      * -------------------------------------------------------------- *
       01 WS-CODIGO-PRESTAMO      PIC X(04)    VALUE "PRES".

      * -------------------------------------------------------------- *
      * WS-CONTROL-PENSIONES - ORDENES DE PENSION ALIMENTICIA DE       *
      *                04-PENSIONES. SALEN CON EL CODIGO PENA, QUE NO  *
      *                SE ACEPTA CAPTURADO A MANO EN 04-DEDUCCIONES    *
      * -------------------------------------------------------------- *
       01 WS-CODIGO-PENSION       PIC X(04)    VALUE "PENA".
       01 WS-FILE-STATUS-PEN      PIC X(02).
       01 WS-FILE-STATUS-PAP      PIC X(02).
       01 WS-CONTROL-PENSIONES.
           05 WS-SW-HAY-PENSIONES PIC X(01)    VALUE "N".
               88 WS-HAY-PENSIONES            VALUE "S".
           05 WS-SW-HAY-APLICADAS PIC X(01)    VALUE "N".
               88 WS-HAY-APLICADAS            VALUE "S".
           05 WS-SW-PENSIONES-OK  PIC X(01)    VALUE "S".
               88 WS-PENSIONES-OK             VALUE "S".
           05 WS-MONTO-PENSION    PIC 9(07)V99  VALUE ZEROS.
           05 WS-PENSIONES-MANDADAS
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-PENSIONES-EN-CERO
                                  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-PENSIONES    PIC 9(09)V99  VALUE ZEROS.

       01 WS-FILE-STATUS-COD      PIC X(02).
       01 WS-FILE-STATUS-PAR      PIC X(02).
       01 WS-SW-FIN-CODIGOS       PIC X(01)    VALUE "N".
                                  PIC 9(07)V99.
               10 WS-TAB-TOT-MONTO
                                  PIC 9(07)V99.
               10 WS-TAB-TOT-PENSION
                                  PIC 9(07)V99.
               10 WS-TAB-TOT-EXCEDE
                                  PIC X(01).
       01 WS-CANT-TOT-EMP         PIC 9(05)    VALUE ZEROS.
           05 FILLER              PIC X(95)    VALUE SPACES.

       01 WS-FILE-STATUS-PER      PIC X(02).

      * EL GRUPO DE PAGO QUE SE EXTRAE (ESPACIOS = GRUPO 01); LOS
      * EMPLEADOS DE OTRO GRUPO NI SE MANDAN NI SE REVISAN
       01 WS-GRUPO-PAGO           PIC X(02)    VALUE SPACES.
       01 WS-GRUPO-EMPLEADO       PIC X(02)    VALUE SPACES.
       01 WS-SW-OTRO-GRUPO        PIC X(01)    VALUE "N".
           88 WS-EMP-OTRO-GRUPO           VALUE "S".
       01 WS-CONT-OTRO-GRUPO      PIC 9(05)    VALUE ZEROS.
      * IGUAL CON LA EMPRESA (RAZON SOCIAL): ESPACIOS = 01
       01 WS-EMPRESA              PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA-EMPLEADO     PIC X(02)    VALUE SPACES.
       01 WS-SW-FIN-PERIODOS      PIC X(01)    VALUE "N".
           88 WS-FIN-PERIODOS             VALUE "S".
       01 WS-SW-PERIODO-OK        PIC X(01)    VALUE "N".
           05 WS-ENC-FIN          PIC 9(08).
           05 WS-ENC-PAGO         PIC 9(08).
           05 WS-ENC-SECUENCIA    PIC 9(05).
           05 WS-ENC-GRUPO        PIC X(02).
           05 WS-ENC-EMPRESA      PIC X(02).
           05 WS-ENC-REG-PATRONAL PIC X(11).
           05 FILLER              PIC X(18)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * WS-CONTROL-ENVIO-LLAMA - CONTROL DE ENVIOS VIA PROG0051,       *
           05 WS-ENV-SECUENCIA    PIC 9(05)    VALUE ZEROS.
           05 WS-ENV-PERIODO      PIC 9(04)    VALUE ZEROS.
           05 WS-ENV-OK           PIC X(01)    VALUE "N".
           05 WS-ENV-GRUPO        PIC X(02)    VALUE SPACES.
           05 WS-ENV-EMPRESA      PIC X(02)    VALUE SPACES.

       COPY WEMPRWS.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "GRUPO DE PAGO A EXTRAER [01]: "
           ACCEPT WS-GRUPO-PAGO
           IF WS-GRUPO-PAGO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO
           END-IF
           DISPLAY "EMPRESA (RAZON SOCIAL) A EXTRAER [01]: "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
              MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE WS-EMPRESA        TO WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           IF NOT WS-EMPRESA-OK
              DISPLAY "PROG0024: LA EMPRESA " WS-EMPRESA
                      " NO ESTA EN 04-EMPRESAS (VER PROG0010); "
                      "EXTRACTO NO CORRE"
              GO TO 100-FIN
           END-IF
           PERFORM 012-VALIDA-PERIODO THRU 012-FIN-VALIDA-PERIODO
           IF NOT WS-PERIODO-OK
              GO TO 100-FIN
           END-IF
      * LAS PENSIONES SE MANDAN CON EL IMPORTE QUE CALCULO PROG0026
      * EN ESTE PERIODO: SI FALTA ALGUNA NO SE EXTRAE NADA, PORQUE
      * UNA PENSION NO PUEDE QUEDARSE SIN DESCONTAR
           PERFORM 011-VALIDA-PENSIONES THRU 011-FIN-VALIDA-PENSIONES
           IF NOT WS-PENSIONES-OK
              GO TO 100-FIN
           END-IF
      * CONTROL DE ENVIOS: PROG0051 ASIGNA LA SECUENCIA DE ESTA
      * CORRIDA Y SE REHUSA SI EL PERIODO YA SE TRANSMITIO, SALVO
      * CONFIRMACION EXPLICITA DEL OPERADOR
           MOVE "P"               TO WS-ENV-ACCION
           MOVE WS-PER-HOY-NUMERO TO WS-ENV-PERIODO
           MOVE WS-GRUPO-PAGO     TO WS-ENV-GRUPO
           MOVE WS-EMPRESA        TO WS-ENV-EMPRESA
           CALL "PROG0051" USING WS-CONTROL-ENVIO-LLAMA
           IF WS-ENV-OK NOT = "S"
              GO TO 100-FIN
           MOVE WS-PER-HOY-FIN    TO WS-ENC-FIN
           MOVE WS-PER-HOY-PAGO   TO WS-ENC-PAGO
           MOVE WS-ENV-SECUENCIA  TO WS-ENC-SECUENCIA
           MOVE WS-GRUPO-PAGO     TO WS-ENC-GRUPO
           MOVE WS-EMPRESA        TO WS-ENC-EMPRESA
           MOVE WS-EMPR-REG-PATRONAL TO WS-ENC-REG-PATRONAL
           WRITE REG-DEDUCCION-INTERFAZ FROM WS-ENC-INTERFAZ
           PERFORM 013-CARGA-CODIGOS THRU 013-FIN-CARGA-CODIGOS
           PERFORM 014-CARGA-PARAM THRU 014-FIN-CARGA-PARAM
           IF WS-FILE-STATUS-PTMO = "00"
              MOVE "S" TO WS-SW-HAY-PRESTAMOS
           END-IF
      * LAS PENSIONES VAN ANTES QUE CUALQUIER OTRA DEDUCCION, EN EL
      * ARCHIVO Y EN EL PORCENTAJE MAXIMO QUE REVISA EL EDIT
           PERFORM 015-EXTRAE-PENSIONES THRU 015-FIN-EXTRAE-PENSIONES
           PERFORM 016-EDIT-DEDUCCIONES THRU 016-FIN-EDIT
           GO TO 021-LEE-DEDUCCION.

      * -------------------------------------------------------------- *
      * 011-VALIDA-PENSIONES - CADA ORDEN VIGENTE DE UN EMPLEADO       *
      *                ACTIVO DEBE TRAER EL CALCULO DE PROG0026 (O EL  *
      *                ENVIO YA HECHO) DEL PERIODO EN CURSO. SIN       *
      *                04-PENSIONES NO HAY NADA QUE REVISAR            *
      * -------------------------------------------------------------- *
       011-VALIDA-PENSIONES.
           MOVE "S" TO WS-SW-PENSIONES-OK
           OPEN INPUT PENSIONES
           IF WS-FILE-STATUS-PEN NOT = "00"
              GO TO 011-FIN-VALIDA-PENSIONES
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-FILE-STATUS-EMP NOT = "00"
              CLOSE PENSIONES
              GO TO 011-FIN-VALIDA-PENSIONES
           END-IF
           GO TO 0111-LEE-PENSION.

       0111-LEE-PENSION.
           READ PENSIONES NEXT RECORD
               AT END
                   GO TO 0112-FIN-LEE-PENSION
           END-READ
           IF NOT REG-PEN-VIGENTE
              OR REG-PEN-FECHA-ALTA > WS-FECHA-HOY-CCYYMMDD
                 GO TO 0111-LEE-PENSION
           END-IF
           IF REG-PEN-PERIODO-ENVIADO = WS-PER-HOY-NUMERO
              OR REG-PEN-PERIODO-CALCULO = WS-PER-HOY-NUMERO
                 GO TO 0111-LEE-PENSION
           END-IF
           MOVE REG-PEN-NUMERO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   GO TO 0111-LEE-PENSION
           END-READ
           PERFORM 018-REVISA-GRUPO THRU 018-FIN-REVISA-GRUPO
           IF REG-EMP-STATUS NOT = 1
              OR WS-EMP-OTRO-GRUPO
                 GO TO 0111-LEE-PENSION
           END-IF
           DISPLAY "PROG0024: LA PENSION " REG-PEN-ORDEN
                   " DEL EMPLEADO " REG-PEN-NUMERO
                   " NO ESTA CALCULADA EN EL PERIODO "
                   WS-PER-HOY-NUMERO
           MOVE "N" TO WS-SW-PENSIONES-OK
           GO TO 0111-LEE-PENSION.

       0112-FIN-LEE-PENSION.
           CLOSE PENSIONES
                 EMPLEADOS
           IF NOT WS-PENSIONES-OK
              DISPLAY "PROG0024: CORRA PRIMERO EL CALCULO DE NOMINA "
                      "(PROG0026); EXTRACTO NO CORRE"
           END-IF.

       011-FIN-VALIDA-PENSIONES.
           EXIT.

      * -------------------------------------------------------------- *
      * 015-EXTRAE-PENSIONES - UN RENGLON PENA POR CADA ORDEN VIGENTE  *
      *                DE UN EMPLEADO ACTIVO, ANTES QUE LAS DEMAS      *
      *                DEDUCCIONES. EL IMPORTE ES EL QUE CALCULO       *
      *                PROG0026; EN UNA REGENERACION DEL MISMO PERIODO *
      *                (VER PROG0051) SE MANDA EL MISMO DE LA VEZ      *
      *                ANTERIOR. CADA ENVIO QUEDA EN                   *
      *                04-PENSIONES-APLICADAS Y EN EL TOTAL DEL        *
      *                EMPLEADO, PARA QUE EL EDIT SOLO DEJE A LAS      *
      *                DEMAS DEDUCCIONES LO QUE QUEDA DEL PORCENTAJE   *
      * -------------------------------------------------------------- *
       015-EXTRAE-PENSIONES.
           OPEN I-O PENSIONES
           IF WS-FILE-STATUS-PEN NOT = "00"
              GO TO 015-FIN-EXTRAE-PENSIONES
           END-IF
           MOVE "S" TO WS-SW-HAY-PENSIONES
           OPEN I-O PENSIONES-APLICADAS
           IF WS-FILE-STATUS-PAP = "35"
              OPEN OUTPUT PENSIONES-APLICADAS
           END-IF
           IF WS-FILE-STATUS-PAP = "00"
              MOVE "S" TO WS-SW-HAY-APLICADAS
           ELSE
              DISPLAY "PROG0024: AVISO, NO SE PUDO ABRIR "
                      "04-PENSIONES-APLICADAS, STATUS "
                      WS-FILE-STATUS-PAP
                      "; LA REMESA DEL PERIODO QUEDA INCOMPLETA"
           END-IF
           GO TO 0151-LEE-PENSION.

       0151-LEE-PENSION.
           READ PENSIONES NEXT RECORD
               AT END
                   GO TO 015-FIN-EXTRAE-PENSIONES
           END-READ
           IF NOT REG-PEN-VIGENTE
              OR REG-PEN-FECHA-ALTA > WS-FECHA-HOY-CCYYMMDD
                 GO TO 0151-LEE-PENSION
           END-IF
           MOVE REG-PEN-NUMERO TO REG-EMP-NUMERO
           READ EMPLEADOS
               INVALID KEY
                   GO TO 0151-LEE-PENSION
           END-READ
           PERFORM 018-REVISA-GRUPO THRU 018-FIN-REVISA-GRUPO
           IF REG-EMP-STATUS NOT = 1
              OR WS-EMP-OTRO-GRUPO
                 GO TO 0151-LEE-PENSION
           END-IF
           IF REG-PEN-PERIODO-ENVIADO = WS-PER-HOY-NUMERO
              MOVE REG-PEN-IMPORTE-ENVIADO TO WS-MONTO-PENSION
           ELSE
              MOVE REG-PEN-IMPORTE-CALCULO TO WS-MONTO-PENSION
              MOVE WS-PER-HOY-NUMERO       TO REG-PEN-PERIODO-ENVIADO
              MOVE WS-MONTO-PENSION        TO REG-PEN-IMPORTE-ENVIADO
              REWRITE REG-PENSION
                  INVALID KEY
                      DISPLAY "PROG0024: NO SE PUDO ANOTAR EL ENVIO "
                              "DE LA PENSION " REG-PEN-ORDEN
              END-REWRITE
           END-IF
           IF WS-MONTO-PENSION = ZEROS
              ADD 1 TO WS-PENSIONES-EN-CERO
              GO TO 0151-LEE-PENSION
           END-IF
           MOVE REG-PEN-NUMERO        TO DEDINT-NUMERO-EMP
           MOVE REG-EMP-NOMBRE        TO DEDINT-NOMBRE-EMP
           MOVE WS-CODIGO-PENSION     TO DEDINT-CODIGO
           MOVE "PENSION ALIMENTICIA" TO DEDINT-DESCRIPCION
           MOVE WS-MONTO-PENSION      TO DEDINT-MONTO
           WRITE REG-DEDUCCION-INTERFAZ
           ADD 1 TO WS-PENSIONES-MANDADAS
           ADD WS-MONTO-PENSION TO WS-TOT-PENSIONES
           PERFORM 0152-REGISTRA-APLICADA THRU 0152-FIN-REGISTRA
           PERFORM 0153-ACUMULA-PENSION THRU 0153-FIN-ACUMULA-PENSION
           GO TO 0151-LEE-PENSION.

       0152-REGISTRA-APLICADA.
           IF NOT WS-HAY-APLICADAS
              GO TO 0152-FIN-REGISTRA
           END-IF
           MOVE WS-PER-HOY-NUMERO     TO REG-PAP-PERIODO
           MOVE REG-PEN-NUMERO        TO REG-PAP-NUMERO
           MOVE REG-PEN-ORDEN         TO REG-PAP-ORDEN
           MOVE WS-PER-HOY-PAGO       TO REG-PAP-FECHA-PAGO
           MOVE REG-EMP-NOMBRE        TO REG-PAP-NOMBRE-EMP
           MOVE REG-PEN-BENEFICIARIO  TO REG-PAP-BENEFICIARIO
           MOVE REG-PEN-BANCO         TO REG-PAP-BANCO
           MOVE REG-PEN-CLABE         TO REG-PAP-CLABE
           MOVE WS-MONTO-PENSION      TO REG-PAP-IMPORTE
           MOVE WS-ENV-SECUENCIA      TO REG-PAP-SECUENCIA
           WRITE REG-PENSION-APLICADA
               INVALID KEY
                   REWRITE REG-PENSION-APLICADA
                       INVALID KEY
                           DISPLAY "PROG0024: NO SE PUDO REGISTRAR "
                                   "LA PENSION APLICADA "
                                   REG-PEN-ORDEN
                   END-REWRITE
           END-WRITE.

       0152-FIN-REGISTRA.
           EXIT.

       0153-ACUMULA-PENSION.
           MOVE REG-PEN-NUMERO TO WS-NUM-BUSCA-TOT
           PERFORM 017-BUSCA-TOTAL THRU 017-FIN-BUSCA-TOTAL
           IF WS-TOT-ENCONTRADO
              ADD WS-MONTO-PENSION TO WS-TAB-TOT-PENSION (WS-IX-TOT)
              GO TO 0153-FIN-ACUMULA-PENSION
           END-IF
           IF WS-CANT-TOT-EMP >= 5000
              GO TO 0153-FIN-ACUMULA-PENSION
           END-IF
           ADD 1 TO WS-CANT-TOT-EMP
           MOVE REG-PEN-NUMERO
                     TO WS-TAB-TOT-NUMERO (WS-CANT-TOT-EMP)
           MOVE REG-EMP-SALARIO
                     TO WS-TAB-TOT-SALARIO (WS-CANT-TOT-EMP)
           MOVE ZEROS
                     TO WS-TAB-TOT-MONTO (WS-CANT-TOT-EMP)
           MOVE WS-MONTO-PENSION
                     TO WS-TAB-TOT-PENSION (WS-CANT-TOT-EMP)
           MOVE "N"  TO WS-TAB-TOT-EXCEDE (WS-CANT-TOT-EMP).

       0153-FIN-ACUMULA-PENSION.
           EXIT.

       015-FIN-EXTRAE-PENSIONES.
           EXIT.

       013-CARGA-CODIGOS.
           SET WS-IX-COD TO 1
           OPEN INPUT CODIGOS-DED
                   MOVE "S" TO WS-SW-FIN-EDIT
                   GO TO 0164-REVISA-PORCENTAJES
           END-READ
      * LA PENSION ALIMENTICIA SOLO SALE DE 04-PENSIONES; CAPTURADA
      * A MANO AQUI SE DESCONTARIA DOS VECES
           IF DEDUCCION-CODIGO = WS-CODIGO-PENSION
              MOVE "PENSION VA EN 04-PENSIONES (PROG0069)"
                                  TO WS-EDI-MOTIVO
              PERFORM 0167-ESCRIBE-EDIT
              GO TO 0161-LEE-EDIT
           END-IF
      * UN CODIGO RECHAZADO NO DEBE SUMAR AL TOTAL POR EMPLEADO, O
      * PODRIA MARCARLO COMO EXCEDIDO EN FALSO
           SET WS-IX-COD TO 1
                   PERFORM 0167-ESCRIBE-EDIT
                   GO TO 0161-LEE-EDIT
           END-READ
      * LAS DEDUCCIONES DE OTRO GRUPO SE REVISAN EN LA CORRIDA DE
      * SU GRUPO, NO AQUI
           PERFORM 018-REVISA-GRUPO THRU 018-FIN-REVISA-GRUPO
           IF WS-EMP-OTRO-GRUPO
              GO TO 0161-LEE-EDIT
           END-IF
           IF REG-EMP-STATUS NOT = 1
              MOVE "EMPLEADO NO ACTIVO" TO WS-EDI-MOTIVO
              PERFORM 0167-ESCRIBE-EDIT
      * -------------------------------------------------------------- *
      * 0164-REVISA-PORCENTAJES - CON LOS TOTALES ACUMULADOS, MARCA A  *
      *                CADA EMPLEADO CUYA SUMA DE DEDUCCIONES EXCEDE   *
      *                EL PORCENTAJE MAXIMO DE SU SALARIO; LA PENSION  *
      *                OCUPA PRIMERO EL PORCENTAJE Y LAS DEMAS SOLO    *
      *                CABEN EN LO QUE QUEDA                           *
      * -------------------------------------------------------------- *
       0164-REVISA-PORCENTAJES.
           PERFORM 0166-REVISA-UN-TOTAL
                     TO WS-TAB-TOT-SALARIO (WS-CANT-TOT-EMP)
           MOVE WS-MONTO-A-MANDAR
                     TO WS-TAB-TOT-MONTO (WS-CANT-TOT-EMP)
           MOVE ZEROS
                     TO WS-TAB-TOT-PENSION (WS-CANT-TOT-EMP)
           MOVE "N"  TO WS-TAB-TOT-EXCEDE (WS-CANT-TOT-EMP).

       0165-FIN-ACUMULA.
           COMPUTE WS-LIMITE-EMP =
                   (WS-TAB-TOT-SALARIO (WS-IX-TOT) * WS-PCT-MAXIMO)
                   / 100
           IF WS-TAB-TOT-PENSION (WS-IX-TOT) > WS-LIMITE-EMP
              MOVE ZEROS TO WS-LIMITE-EMP
           ELSE
              SUBTRACT WS-TAB-TOT-PENSION (WS-IX-TOT)
                                  FROM WS-LIMITE-EMP
           END-IF
           IF WS-TAB-TOT-MONTO (WS-IX-TOT) > WS-LIMITE-EMP
              MOVE "S" TO WS-TAB-TOT-EXCEDE (WS-IX-TOT)
              MOVE WS-TAB-TOT-NUMERO (WS-IX-TOT) TO WS-EDI-NUMERO

      * -------------------------------------------------------------- *
      * 012-VALIDA-PERIODO - MISMO CANDADO QUE PROG0008: SOLO SE       *
      *                EXTRAE SI EL PERIODO DEL GRUPO EN 04-PERIODOS   *
      *                QUE CUBRE LA FECHA DE HOY EXISTE Y ESTA ABIERTO *
      *                (VER PROG0031), PARA QUE LAS DEDUCCIONES SALGAN *
      *                EN EL MISMO PERIODO QUE LOS SALARIOS            *
      * -------------------------------------------------------------- *
       012-VALIDA-PERIODO.
           CALL "PROG0005" USING WS-FECHA-HOY WS-DIA-SEMANA-HOY
               AT END
                   MOVE "S" TO WS-SW-FIN-PERIODOS
                   CLOSE PERIODOS
                   DISPLAY "PROG0024: NO HAY PERIODO DEL GRUPO "
                           WS-GRUPO-PAGO " QUE CUBRA LA FECHA DE "
                           "HOY; EXTRACTO NO CORRE"
                   GO TO 012-FIN-VALIDA-PERIODO
           END-READ
           IF REG-PER-GRUPO = SPACES
              MOVE "01" TO REG-PER-GRUPO
           END-IF
           IF WS-FECHA-HOY-CCYYMMDD < REG-PER-FECHA-INICIO
              OR WS-FECHA-HOY-CCYYMMDD > REG-PER-FECHA-FIN
              OR REG-PER-GRUPO NOT = WS-GRUPO-PAGO
                 GO TO 0121-LEE-PERIODO
           END-IF
           MOVE REG-PER-NUMERO       TO WS-PER-HOY-NUMERO
       012-FIN-VALIDA-PERIODO.
           EXIT.

      * -------------------------------------------------------------- *
      * 018-REVISA-GRUPO - PRENDE WS-SW-OTRO-GRUPO SI EL EMPLEADO      *
      *                RECIEN LEIDO NO ES DEL GRUPO DE PAGO O DE LA    *
      *                EMPRESA QUE SE EXTRAE (UN EMPLEADO SIN GRUPO    *
      *                O SIN EMPRESA ES DEL 01)                        *
      * -------------------------------------------------------------- *
       018-REVISA-GRUPO.
           MOVE "N" TO WS-SW-OTRO-GRUPO
           MOVE REG-EMP-GRUPO-PAGO TO WS-GRUPO-EMPLEADO
           IF WS-GRUPO-EMPLEADO = SPACES
              MOVE "01" TO WS-GRUPO-EMPLEADO
           END-IF
           IF WS-GRUPO-EMPLEADO NOT = WS-GRUPO-PAGO
              MOVE "S" TO WS-SW-OTRO-GRUPO
           END-IF
           MOVE REG-EMP-EMPRESA TO WS-EMPRESA-EMPLEADO
           IF WS-EMPRESA-EMPLEADO = SPACES
              MOVE "01" TO WS-EMPRESA-EMPLEADO
           END-IF
           IF WS-EMPRESA-EMPLEADO NOT = WS-EMPRESA
              MOVE "S" TO WS-SW-OTRO-GRUPO
           END-IF.

       018-FIN-REVISA-GRUPO.
           EXIT.

      * -------------------------------------------------------------- *
      * 021-LEE-DEDUCCION - LEE 04-DEDUCCIONES DE PRINCIPIO A FIN Y    *
      *                    ESCRIBE UN REGISTRO DE INTERFAZ POR CADA    *
                   ADD 1 TO WS-OMITIDOS
                   GO TO 021-LEE-DEDUCCION
           END-READ
           PERFORM 018-REVISA-GRUPO THRU 018-FIN-REVISA-GRUPO
           IF WS-EMP-OTRO-GRUPO
              ADD 1 TO WS-CONT-OTRO-GRUPO
              GO TO 021-LEE-DEDUCCION
           END-IF
           IF REG-EMP-STATUS NOT = 1
              ADD 1 TO WS-OMITIDOS
              GO TO 021-LEE-DEDUCCION
           END-IF
      * LO QUE EL EDIT RECHAZO (CODIGO DESCONOCIDO O EMPLEADO CUYAS
      * DEDUCCIONES EXCEDEN EL PORCENTAJE) NO SE MANDA AL PROVEEDOR;
      * LA PENSION YA SALIO DE 04-PENSIONES
           IF DEDUCCION-CODIGO = WS-CODIGO-PENSION
              ADD 1 TO WS-OMITIDOS
              GO TO 021-LEE-DEDUCCION
           END-IF
           SET WS-IX-COD TO 1
           SEARCH ALL WS-TAB-COD
               AT END
           IF WS-HAY-PRESTAMOS
              CLOSE PRESTAMOS
           END-IF
           IF WS-HAY-PENSIONES
              CLOSE PENSIONES
           END-IF
           IF WS-HAY-APLICADAS
              CLOSE PENSIONES-APLICADAS
           END-IF
           DISPLAY "INTERFAZ DE DEDUCCIONES GENERADA, REGISTROS: "
                   WS-EXTRAIDOS
           DISPLAY "PENSIONES ALIMENTICIAS MANDADAS: "
                   WS-PENSIONES-MANDADAS " IMPORTE: " WS-TOT-PENSIONES
           IF WS-PENSIONES-EN-CERO NOT = ZEROS
              DISPLAY "PENSIONES SIN NETO DISPONIBLE (EN CERO): "
                      WS-PENSIONES-EN-CERO
           END-IF
           DISPLAY "DEDUCCIONES OMITIDAS (EDIT O SIN EMPLEADO "
                   "ACTIVO): " WS-OMITIDOS
           DISPLAY "PRESTAMOS LIQUIDADOS SUPRIMIDOS: "
                   WS-SUPRIMIDAS-PTMO
           DISPLAY "DEDUCCIONES DE OTROS GRUPOS DE PAGO O EMPRESAS: "
                   WS-CONT-OTRO-GRUPO
           MOVE "G" TO WS-ENV-ACCION
           CALL "PROG0051" USING WS-CONTROL-ENVIO-LLAMA
           DISPLAY "SECUENCIA DE ENVIO GENERADA: " WS-ENV-SECUENCIA
