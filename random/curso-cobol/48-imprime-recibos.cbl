      *           ENCABEZADO DEL EMPLEADO (NUMERO, NOMBRE, DEPTO Y     *
      *           PUESTO DECODIFICADOS DE 04-DEPTOS/04-PUESTOS). PARA  *
      *           QUE EL RECIBO CUADRE CON EL DEPOSITO, EL BRUTO, EL   *
      *           TOTAL DE DEDUCCIONES, EL ISR, LA CUOTA OBRERA DEL    *
      *           IMSS Y EL NETO SE TOMAN DE                           *
      *           04-NOMINA-NETOS (EL CALCULO DE PROG0026, QUE YA      *
      *           APLICA CODIGOS VALIDOS, TOPE DE PRESTAMO Y           *
      *           PORCENTAJE MAXIMO) Y LAS LINEAS DE DEDUCCION SALEN   *
      *           EL EXTRACTO DE PROG0024 LE MANDO AL PROVEEDOR. EL    *
      *           OPERADOR ELIGE EL ORDEN (POR NUMERO O POR            *
      *           DEPARTAMENTO) PARA QUE LOS RECIBOS SALGAN DE LA      *
      *           IMPRESORA YA ACOMODADOS PARA REPARTIRSE. SI SE DA    *
      *           UN NUMERO DE PERIODO YA CERRADO, LOS RECIBOS SE      *
      *           REIMPRIMEN DE LA HISTORIA 04-HIST-NOMINA QUE GUARDA  *
      *           PROG0031 AL CERRAR, CON EL DEPARTAMENTO Y PUESTO QUE *
      *           EL EMPLEADO TENIA EN ESE PERIODO. LA NOMINA EN CURSO *
      *           SE IMPRIME PARA UN GRUPO DE PAGO Y UNA EMPRESA A LA  *
      *           VEZ (COMO PROG0008 Y PROG0026), PORQUE               *
      *           04-NOMINA-NETOS SOLO TRAE EL GRUPO QUE SE CALCULO    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           SELECT RECIBOS ASSIGN TO "04-RECIBOS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-REC.
           SELECT HIST-NOMINA ASSIGN TO "04-HIST-NOMINA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-HNO-LLAVE
           FILE STATUS IS WS-FILE-STATUS-HNO.
           SELECT ARCHIVO-ORDEN ASSIGN TO "SORTWK5".
           SELECT SALIDA-ORDENADA ASSIGN TO "04-EMP-ORDEN-RECIBOS"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  NOMINA-DEDUCCIONES
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEDINT.
       FD  NOMINA-NETOS
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNETFD.
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  PUESTOS-CFG
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPUESFD.
       FD  RECIBOS
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RECIBO             PIC X(80).
       FD  HIST-NOMINA
           RECORD CONTAINS 103 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WHNOFD.
       SD  ARCHIVO-ORDEN.
       COPY WEMPFD REPLACING REG-EMPLEADOS   BY REG-ORDEN
                              REG-EMP-NUMERO  BY REG-ORD-NUMERO
                              REG-TRL-CANTIDAD
                                              BY REG-ORD-TRL-CANTIDAD.
       FD  SALIDA-ORDENADA
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD REPLACING REG-EMPLEADOS   BY REG-EMP-ORD
                              REG-EMP-NUMERO  BY REG-EMP-ORD-NUMERO
       COPY WEMPWS.
       COPY WDEPTOS.
       COPY WPUESTOS.
       COPY WEMPRWS.

       01 WS-FILE-STATUS-EMP      PIC X(02).
       01 WS-FILE-STATUS-DED      PIC X(02).
       01 WS-FILE-STATUS-DEPTOS   PIC X(02).
       01 WS-FILE-STATUS-PUESTOS  PIC X(02).
       01 WS-FILE-STATUS-REC      PIC X(02).
       01 WS-FILE-STATUS-HNO      PIC X(02).

       01 WS-CONTROL-LECTURA.
           05 WS-SW-FIN-ARCHIVO   PIC X(01)    VALUE "N".
               88 WS-FIN-DEPTOS               VALUE "S".
           05 WS-SW-FIN-PUESTOS   PIC X(01)    VALUE "N".
               88 WS-FIN-PUESTOS              VALUE "S".
           05 WS-SW-FIN-HISTORIA  PIC X(01)    VALUE "N".
               88 WS-FIN-HISTORIA             VALUE "S".

      * -------------------------------------------------------------- *
      * WS-PERIODO-REIMPRIME - CEROS = LOS RECIBOS DE LA NOMINA EN     *
      *                CURSO; OTRO NUMERO = REIMPRESION DE ESE PERIODO *
      *                DESDE 04-HIST-NOMINA                            *
      * -------------------------------------------------------------- *
       01 WS-PERIODO-REIMPRIME    PIC 9(04)    VALUE ZEROS.
           88 WS-NOMINA-EN-CURSO          VALUE ZEROS.

      * RECORRIDO POR DEPARTAMENTO DE LA TABLA DE NETOS CUANDO SE
      * REIMPRIME (EL ORDEN SALE DE LA HISTORIA, NO DEL MAESTRO)
       01 WS-CONTROL-REIMPRESION.
           05 WS-DEPTO-ULTIMO     PIC S9(04)   VALUE ZEROS.
           05 WS-DEPTO-SIGUIENTE  PIC S9(04)   VALUE ZEROS.
           05 WS-IX-REI           PIC 9(05)    VALUE ZEROS.

       01 WS-ORDEN-RECIBOS        PIC X(01)    VALUE "N".

      * GRUPO DE PAGO Y EMPRESA DE LA NOMINA EN CURSO (ESPACIOS = 01)
       01 WS-GRUPO-PAGO           PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA              PIC X(02)    VALUE SPACES.
       01 WS-GRUPO-PAGO-EMPLEADO  PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA-EMPLEADO     PIC X(02)    VALUE SPACES.
       01 WS-CONT-OTRO-GRUPO      PIC 9(05)    VALUE ZEROS.
       01 WS-CONT-OTRA-EMPRESA    PIC 9(05)    VALUE ZEROS.

       01 WS-FECHA-PROCESO.
           05 FILLER              PIC X(02).
           05 WS-DIA-PROCESO      PIC 9(02).
           05 WS-TAB-NET          OCCURS 5000 TIMES.
               10 WS-TAB-NET-NUMERO
                                  PIC 9(05).
      *            NOMBRE, DEPTO Y PUESTO SOLO SE LLENAN CUANDO LA
      *            TABLA SE CARGA DE 04-HIST-NOMINA
               10 WS-TAB-NET-NOMBRE
                                  PIC X(30).
               10 WS-TAB-NET-DEPTO
                                  PIC 9(03).
               10 WS-TAB-NET-PUESTO
                                  PIC 9(02).
               10 WS-TAB-NET-BRUTO
                                  PIC 9(07)V99.
               10 WS-TAB-NET-DED  PIC 9(07)V99.
               10 WS-TAB-NET-ISR  PIC 9(07)V99.
               10 WS-TAB-NET-IMSS PIC 9(07)V99.
               10 WS-TAB-NET-NETO PIC 9(07)V99.
       01 WS-CANT-NETOS           PIC 9(05)    VALUE ZEROS.
       01 WS-IX-NET               PIC 9(05)    VALUE ZEROS.
           05 WS-REC-FECHA-ANIO   PIC 9(04).
           05 FILLER              PIC X(29)    VALUE SPACES.

       01 WS-REC-PERIODO.
           05 FILLER              PIC X(25)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "PERIODO: ".
           05 WS-REC-PERIODO-NUM  PIC 9(04).
           05 FILLER              PIC X(14)    VALUE "  REIMPRESION".
           05 FILLER              PIC X(28)    VALUE SPACES.

       01 WS-REC-GUIONES.
           05 FILLER              PIC X(80)    VALUES ALL "-".

           05 WS-REC-TOT-DED-ED   PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01 WS-REC-ISR.
           05 FILLER              PIC X(24)
                       VALUE "ISR RETENIDO          : ".
           05 WS-REC-ISR-ED       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01 WS-REC-IMSS.
           05 FILLER              PIC X(24)
                       VALUE "CUOTA OBRERA IMSS     : ".
           05 WS-REC-IMSS-ED      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01 WS-REC-NETO.
           05 FILLER              PIC X(24)
                       VALUE "NETO A PAGAR          : ".
           DISPLAY "PROG0045: IMPRESION DE RECIBOS DE PAGO"
           DISPLAY "ORDEN (N = NUMERO, D = DEPARTAMENTO): "
           ACCEPT WS-ORDEN-RECIBOS
           DISPLAY "PERIODO A REIMPRIMIR (0 = NOMINA EN CURSO): "
           ACCEPT WS-PERIODO-REIMPRIME
           PERFORM 015-CARGA-CATALOGOS THRU 015-FIN-CARGA-CATALOGOS
           CALL "PROG0005" USING WS-FECHA-PROCESO WS-DIA-SEMANA-PROCESO
           MOVE WS-DIA-PROCESO  TO WS-REC-FECHA-DIA
           MOVE WS-MES-PROCESO  TO WS-REC-FECHA-MES
           MOVE WS-ANIO-PROCESO TO WS-REC-FECHA-ANIO
           IF NOT WS-NOMINA-EN-CURSO
              GO TO 050-REIMPRIME-PERIODO
           END-IF
           DISPLAY "GRUPO DE PAGO A IMPRIMIR [01]: "
           ACCEPT WS-GRUPO-PAGO
           IF WS-GRUPO-PAGO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO
           END-IF
           DISPLAY "EMPRESA (RAZON SOCIAL) A IMPRIMIR [01]: "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
              MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE WS-EMPRESA TO WS-EMPR-CODIGO
           CALL "PROG0075" USING WS-DATOS-EMPRESA
           IF NOT WS-EMPRESA-OK
              DISPLAY "PROG0045: LA EMPRESA " WS-EMPRESA
                      " NO ESTA EN 04-EMPRESAS (VER PROG0010); NO SE "
                      "IMPRIMEN RECIBOS"
              GOBACK
           END-IF
           PERFORM 017-CARGA-NETOS THRU 017-FIN-CARGA-NETOS
           PERFORM 016-CARGA-DEDUCCIONES THRU 016-FIN-CARGA-DED
           IF WS-ORDEN-RECIBOS = "D"
              SORT ARCHIVO-ORDEN
                  ON ASCENDING KEY REG-ORD-DEPTO
                     TO WS-TAB-NET-BRUTO (WS-CANT-NETOS)
           MOVE REG-NETO-DEDUCCIONES
                     TO WS-TAB-NET-DED (WS-CANT-NETOS)
           MOVE REG-NETO-ISR
                     TO WS-TAB-NET-ISR (WS-CANT-NETOS)
           MOVE REG-NETO-IMSS
                     TO WS-TAB-NET-IMSS (WS-CANT-NETOS)
           MOVE REG-NETO-NETO
                     TO WS-TAB-NET-NETO (WS-CANT-NETOS)
           GO TO 0171-LEE-NETO.
           IF WS-STATUS-EMP NOT = 1
              GO TO 020-LEE
           END-IF
      * SOLO EL GRUPO Y LA EMPRESA QUE SE PIDIERON: LOS DEMAS NO
      * ESTAN EN 04-NOMINA-NETOS Y SALDRIAN CON TOTALES QUE NUNCA
      * SE PAGARON
           MOVE WS-GRUPO-PAGO-EMP TO WS-GRUPO-PAGO-EMPLEADO
           IF WS-GRUPO-PAGO-EMPLEADO = SPACES
              MOVE "01" TO WS-GRUPO-PAGO-EMPLEADO
           END-IF
           IF WS-GRUPO-PAGO-EMPLEADO NOT = WS-GRUPO-PAGO
              ADD 1 TO WS-CONT-OTRO-GRUPO
              GO TO 020-LEE
           END-IF
           MOVE WS-EMPRESA-EMP TO WS-EMPRESA-EMPLEADO
           IF WS-EMPRESA-EMPLEADO = SPACES
              MOVE "01" TO WS-EMPRESA-EMPLEADO
           END-IF
           IF WS-EMPRESA-EMPLEADO NOT = WS-EMPRESA
              ADD 1 TO WS-CONT-OTRA-EMPRESA
              GO TO 020-LEE
           END-IF
           PERFORM 030-IMPRIME-RECIBO THRU 030-FIN-IMPRIME-RECIBO
           GO TO 020-LEE.

                 AFTER ADVANCING PAGE
           WRITE REG-RECIBO FROM WS-REC-SUBTITULO
                 AFTER ADVANCING 1
           IF NOT WS-NOMINA-EN-CURSO
              MOVE WS-PERIODO-REIMPRIME TO WS-REC-PERIODO-NUM
              WRITE REG-RECIBO FROM WS-REC-PERIODO
                    AFTER ADVANCING 1
           END-IF
           WRITE REG-RECIBO FROM WS-REC-GUIONES
                 AFTER ADVANCING 1
           MOVE WS-NUMERO-EMP TO WS-REC-NUMERO
           END-IF
           WRITE REG-RECIBO FROM WS-REC-TOTAL-DED
                 AFTER ADVANCING 1
      * EL ISR Y LA CUOTA OBRERA DEL IMSS NO SON DEDUCCIONES DE
      * 04-DEDUCCIONES: CADA UNO VA EN SU PROPIA LINEA, CON LO QUE
      * PROG0026 RETUVO
           IF WS-NETO-ENCONTRADO
              MOVE WS-TAB-NET-ISR (WS-IX-NET) TO WS-REC-ISR-ED
           ELSE
              MOVE ZEROS TO WS-REC-ISR-ED
           END-IF
           WRITE REG-RECIBO FROM WS-REC-ISR
                 AFTER ADVANCING 1
           IF WS-NETO-ENCONTRADO
              MOVE WS-TAB-NET-IMSS (WS-IX-NET) TO WS-REC-IMSS-ED
           ELSE
              MOVE ZEROS TO WS-REC-IMSS-ED
           END-IF
           WRITE REG-RECIBO FROM WS-REC-IMSS
                 AFTER ADVANCING 1
           IF WS-NETO-ENCONTRADO
              MOVE WS-TAB-NET-NETO (WS-IX-NET) TO WS-REC-NETO-ED
           ELSE
           END-IF
           CLOSE RECIBOS
           DISPLAY "PROG0045: RECIBOS IMPRESOS: " WS-CONT-RECIBOS
                   " DEL GRUPO DE PAGO " WS-GRUPO-PAGO
                   " EMPRESA " WS-EMPRESA
           DISPLAY "PROG0045: ACTIVOS DE OTROS GRUPOS: "
                   WS-CONT-OTRO-GRUPO " DE OTRAS EMPRESAS: "
                   WS-CONT-OTRA-EMPRESA
           IF WS-CONT-SIN-NETO NOT = ZEROS
              DISPLAY "PROG0045: SIN RENGLON EN 04-NOMINA-NETOS "
                      "(TOTALES ESTIMADOS): " WS-CONT-SIN-NETO
           DISPLAY "PROG0045: LA SALIDA QUEDO EN 04-RECIBOS"
           GOBACK.

      * -------------------------------------------------------------- *
      * 050-REIMPRIME-PERIODO - LLENA LAS TABLAS DE NETOS Y DE         *
      *                DEDUCCIONES CON LOS RENGLONES DEL PERIODO EN    *
      *                04-HIST-NOMINA Y SACA UN RECIBO POR CADA        *
      *                EMPLEADO QUE COBRO EN ESE PERIODO, AUNQUE HOY   *
      *                YA NO ESTE ACTIVO. EL ORDEN D AGRUPA POR EL     *
      *                DEPARTAMENTO QUE TENIA ENTONCES (DENTRO DEL     *
      *                DEPARTAMENTO, POR NUMERO)                       *
      * -------------------------------------------------------------- *
       050-REIMPRIME-PERIODO.
           MOVE ZEROS TO WS-CANT-NETOS
           MOVE ZEROS TO WS-CANT-DEDUCCIONES
           OPEN INPUT HIST-NOMINA
           IF WS-FILE-STATUS-HNO NOT = "00"
              DISPLAY "PROG0045: NO SE PUDO ABRIR 04-HIST-NOMINA, "
                      "STATUS " WS-FILE-STATUS-HNO
              GOBACK
           END-IF
           MOVE WS-PERIODO-REIMPRIME TO REG-HNO-PERIODO
           MOVE ZEROS                TO REG-HNO-NUMERO
           MOVE ZEROS                TO REG-HNO-RENGLON
           START HIST-NOMINA KEY IS NOT < REG-HNO-LLAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIN-HISTORIA
           END-START
           GO TO 0501-LEE-HISTORIA.

       0501-LEE-HISTORIA.
           IF WS-FIN-HISTORIA
              GO TO 0502-FIN-LEE-HISTORIA
           END-IF
           READ HIST-NOMINA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIN-HISTORIA
                   GO TO 0502-FIN-LEE-HISTORIA
           END-READ
           IF REG-HNO-PERIODO NOT = WS-PERIODO-REIMPRIME
              MOVE "S" TO WS-SW-FIN-HISTORIA
              GO TO 0502-FIN-LEE-HISTORIA
           END-IF
           IF REG-HNO-TOTALES
              PERFORM 0503-CARGA-TOTALES
           ELSE
              PERFORM 0504-CARGA-DEDUCCION
           END-IF
           GO TO 0501-LEE-HISTORIA.

       0502-FIN-LEE-HISTORIA.
           CLOSE HIST-NOMINA
           IF WS-CANT-NETOS = ZEROS
              DISPLAY "PROG0045: EL PERIODO " WS-PERIODO-REIMPRIME
                      " NO ESTA EN 04-HIST-NOMINA (SE GUARDA AL "
                      "CERRARLO EN PROG0031)"
              GOBACK
           END-IF
           OPEN OUTPUT RECIBOS
           IF WS-ORDEN-RECIBOS = "D"
              MOVE -1 TO WS-DEPTO-ULTIMO
              GO TO 0505-SIGUIENTE-DEPTO
           END-IF
           PERFORM 0507-RECIBO-HISTORIA
               VARYING WS-IX-REI FROM 1 BY 1
               UNTIL WS-IX-REI > WS-CANT-NETOS
           GO TO 0509-FIN-REIMPRESION.

       0503-CARGA-TOTALES.
           IF WS-CANT-NETOS >= 5000
              DISPLAY "PROG0045: EL PERIODO EXCEDE 5000 EMPLEADOS; "
                      "LOS RESTANTES NO SE REIMPRIMEN"
           ELSE
              ADD 1 TO WS-CANT-NETOS
              MOVE REG-HNO-NUMERO
                        TO WS-TAB-NET-NUMERO (WS-CANT-NETOS)
              MOVE REG-HNO-NOMBRE
                        TO WS-TAB-NET-NOMBRE (WS-CANT-NETOS)
              MOVE REG-HNO-DEPTO
                        TO WS-TAB-NET-DEPTO (WS-CANT-NETOS)
              MOVE REG-HNO-PUESTO
                        TO WS-TAB-NET-PUESTO (WS-CANT-NETOS)
              MOVE REG-HNO-BRUTO
                        TO WS-TAB-NET-BRUTO (WS-CANT-NETOS)
              MOVE REG-HNO-DEDUCCIONES
                        TO WS-TAB-NET-DED (WS-CANT-NETOS)
              MOVE REG-HNO-ISR
                        TO WS-TAB-NET-ISR (WS-CANT-NETOS)
              MOVE REG-HNO-IMSS
                        TO WS-TAB-NET-IMSS (WS-CANT-NETOS)
              MOVE REG-HNO-NETO
                        TO WS-TAB-NET-NETO (WS-CANT-NETOS)
           END-IF.

       0504-CARGA-DEDUCCION.
           IF WS-CANT-DEDUCCIONES < 5000
              ADD 1 TO WS-CANT-DEDUCCIONES
              MOVE REG-HNO-NUMERO
                        TO WS-TAB-DED-NUMERO (WS-CANT-DEDUCCIONES)
              MOVE REG-HNO-DED-CODIGO
                        TO WS-TAB-DED-CODIGO (WS-CANT-DEDUCCIONES)
              MOVE REG-HNO-DED-DESC
                        TO WS-TAB-DED-DESC (WS-CANT-DEDUCCIONES)
              MOVE REG-HNO-DED-MONTO
                        TO WS-TAB-DED-MONTO (WS-CANT-DEDUCCIONES)
           END-IF.

      * EL DEPARTAMENTO MAS BAJO QUE AUN NO SE IMPRIME; CUANDO YA NO
      * QUEDA NINGUNO TERMINA LA REIMPRESION
       0505-SIGUIENTE-DEPTO.
           MOVE 9999 TO WS-DEPTO-SIGUIENTE
           PERFORM 0506-REVISA-DEPTO
               VARYING WS-IX-REI FROM 1 BY 1
               UNTIL WS-IX-REI > WS-CANT-NETOS
           IF WS-DEPTO-SIGUIENTE = 9999
              GO TO 0509-FIN-REIMPRESION
           END-IF
           PERFORM 0508-RECIBO-DEPTO
               VARYING WS-IX-REI FROM 1 BY 1
               UNTIL WS-IX-REI > WS-CANT-NETOS
           MOVE WS-DEPTO-SIGUIENTE TO WS-DEPTO-ULTIMO
           GO TO 0505-SIGUIENTE-DEPTO.

       0506-REVISA-DEPTO.
           IF WS-TAB-NET-DEPTO (WS-IX-REI) > WS-DEPTO-ULTIMO
              AND WS-TAB-NET-DEPTO (WS-IX-REI) < WS-DEPTO-SIGUIENTE
                 MOVE WS-TAB-NET-DEPTO (WS-IX-REI)
                                 TO WS-DEPTO-SIGUIENTE
           END-IF.

      * EL RECIBO REIMPRESO PASA POR 030- COMO CUALQUIER OTRO: EL
      * ENCABEZADO SALE DEL RENGLON DE TOTALES DE LA HISTORIA
       0507-RECIBO-HISTORIA.
           MOVE SPACES TO WS-REG-EMPLEADOS
           MOVE WS-TAB-NET-NUMERO (WS-IX-REI) TO WS-NUMERO-EMP
           MOVE WS-TAB-NET-NOMBRE (WS-IX-REI) TO WS-NOMBRE-EMP
           MOVE WS-TAB-NET-DEPTO (WS-IX-REI)  TO WS-DEPTO-EMP
           MOVE WS-TAB-NET-PUESTO (WS-IX-REI) TO WS-PUESTO-EMP
           MOVE ZEROS                         TO WS-SALARIO-EMP
           PERFORM 030-IMPRIME-RECIBO THRU 030-FIN-IMPRIME-RECIBO.

       0508-RECIBO-DEPTO.
           IF WS-TAB-NET-DEPTO (WS-IX-REI) = WS-DEPTO-SIGUIENTE
              PERFORM 0507-RECIBO-HISTORIA
           END-IF.

       0509-FIN-REIMPRESION.
           CLOSE RECIBOS
           DISPLAY "PROG0045: RECIBOS REIMPRESOS DEL PERIODO "
                   WS-PERIODO-REIMPRIME ": " WS-CONT-RECIBOS
           DISPLAY "PROG0045: LA SALIDA QUEDO EN 04-RECIBOS"
           GOBACK.

       END PROGRAM PROG0045.
