      * -------------------------------------------------------------- *
      * OBJETIVO: SUBPROGRAMA COMPARTIDO DE CONTROL DE ENVIOS AL       *
      *           PROVEEDOR DE NOMINA (04-CONTROL-ENVIOS, VER WENVFD), *
      *           CON TRES ACCIONES, SIEMPRE PARA UNA INTERFAZ DE UN   *
      *           GRUPO DE PAGO DE UNA EMPRESA (CADA GRUPO DE CADA     *
      *           EMPRESA TIENE SU PROPIA SECUENCIA):                  *
      *           P = PREPARAR: ASIGNA LA SIGUIENTE SECUENCIA DE LA    *
      *               INTERFAZ; SI EL PERIODO YA TIENE UN ENVIO        *
      *               CONFIRMADO TRANSMITIDO, SOLO SE PUEDE VOLVER A   *
      *               GENERAR CON UNA CONFIRMACION EXPLICITA DEL       *
      *               OPERADOR (SALVO LA NOMINA ESPECIAL "ESP" DE      *
      *               PROG0065, QUE PUEDE CORRER VARIAS VECES POR      *
      *               PERIODO); ADEMAS AVISA DE BRECHAS (SECUENCIAS    *
      *               GENERADAS QUE NUNCA SE CONFIRMARON)              *
      *           G = REGISTRAR LA GENERACION RECIEN HECHA             *
      *           T = MARCAR UNA SECUENCIA COMO TRANSMITIDA (LO CORRE  *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-ENVIOS
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WENVFD.

       01 WS-TABLA-ENVIOS.
           05 WS-TAB-ENV          OCCURS 500 TIMES.
               10 WS-TAB-ENV-REGISTRO
                                  PIC X(25).
       01 WS-CANT-ENVIOS          PIC 9(03)    VALUE ZEROS.
       01 WS-IX-ENV               PIC 9(03)    VALUE ZEROS.

       01 WS-MAX-SECUENCIA        PIC 9(05)    VALUE ZEROS.
       01 WS-GRUPO-ENVIO          PIC X(02)    VALUE SPACES.
       01 WS-EMPRESA-ENVIO        PIC X(02)    VALUE SPACES.
       01 WS-SW-PERIODO-YA-ENVIADO
                                  PIC X(01)    VALUE "N".
           88 WS-PERIODO-YA-ENVIADO       VALUE "S".
           05 LK-ENV-SECUENCIA    PIC 9(05).
           05 LK-ENV-PERIODO      PIC 9(04).
           05 LK-ENV-OK           PIC X(01).
           05 LK-ENV-GRUPO        PIC X(02).
           05 LK-ENV-EMPRESA      PIC X(02).

       PROCEDURE DIVISION USING LK-ENVIO.
       010-INICIO.
           MOVE "N" TO LK-ENV-OK
           IF LK-ENV-GRUPO = SPACES
              MOVE "01" TO LK-ENV-GRUPO
           END-IF
           IF LK-ENV-EMPRESA = SPACES
              MOVE "01" TO LK-ENV-EMPRESA
           END-IF
           IF LK-ENV-ACCION = "P"
              GO TO 100-PREPARA
           END-IF
                   CLOSE CONTROL-ENVIOS
                   GO TO 120-RESUELVE-PREPARA
           END-READ
           PERFORM 400-GRUPO-RENGLON THRU 400-FIN-GRUPO-RENGLON
           IF REG-ENV-INTERFAZ NOT = LK-ENV-INTERFAZ
              OR WS-GRUPO-ENVIO NOT = LK-ENV-GRUPO
              OR WS-EMPRESA-ENVIO NOT = LK-ENV-EMPRESA
                 GO TO 110-LEE-ENVIO
           END-IF
           IF REG-ENV-SECUENCIA > WS-MAX-SECUENCIA
              MOVE REG-ENV-SECUENCIA TO WS-MAX-SECUENCIA
           END-IF
      * LAS CORRIDAS ESPECIALES (ESP) PUEDEN SER VARIAS EN EL MISMO
      * PERIODO: PARA ELLAS NO HAY "PERIODO YA TRANSMITIDO"
           IF REG-ENV-PERIODO = LK-ENV-PERIODO
              AND REG-ENV-TRANSMITIDO
              AND LK-ENV-INTERFAZ NOT = "ESP"
                 MOVE "S" TO WS-SW-PERIODO-YA-ENVIADO
           END-IF
           IF REG-ENV-GENERADO
           IF WS-CONT-SIN-CONFIRMAR > 0
              DISPLAY "PROG0051: AVISO - " WS-CONT-SIN-CONFIRMAR
                      " GENERACIONES DE " LK-ENV-INTERFAZ
                      " GRUPO " LK-ENV-GRUPO
                      " EMPRESA " LK-ENV-EMPRESA
                      " SIN CONFIRMAR TRANSMISION; REVISE "
                      "04-CONTROL-ENVIOS"
           END-IF
           IF WS-PERIODO-YA-ENVIADO
              DISPLAY "PROG0051: EL PERIODO " LK-ENV-PERIODO
                      " DE " LK-ENV-INTERFAZ " GRUPO " LK-ENV-GRUPO
                      " EMPRESA " LK-ENV-EMPRESA
                      " YA SE TRANSMITIO AL PROVEEDOR"
              DISPLAY "VOLVER A GENERARLO DE TODAS FORMAS (S/N): "
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA NOT = "S"
           MOVE LK-ENV-PERIODO        TO REG-ENV-PERIODO
           MOVE WS-FECHA-HOY-CCYYMMDD TO REG-ENV-FECHA
           MOVE "G"                   TO REG-ENV-ESTADO
           MOVE LK-ENV-GRUPO          TO REG-ENV-GRUPO
           MOVE LK-ENV-EMPRESA        TO REG-ENV-EMPRESA
           WRITE REG-CONTROL-ENVIO
           CLOSE CONTROL-ENVIOS
           MOVE "S" TO LK-ENV-OK
              MOVE "S" TO WS-SW-EXCESO-ENVIOS
              GO TO 320-CIERRA-Y-REESCRIBE
           END-IF
           PERFORM 400-GRUPO-RENGLON THRU 400-FIN-GRUPO-RENGLON
           IF REG-ENV-INTERFAZ = LK-ENV-INTERFAZ
              AND REG-ENV-SECUENCIA = LK-ENV-SECUENCIA
              AND WS-GRUPO-ENVIO = LK-ENV-GRUPO
              AND WS-EMPRESA-ENVIO = LK-ENV-EMPRESA
                 MOVE "T" TO REG-ENV-ESTADO
                 MOVE "S" TO WS-SW-MARCADO
           END-IF
           IF NOT WS-MARCADO
              DISPLAY "PROG0051: NO SE ENCONTRO LA SECUENCIA "
                      LK-ENV-SECUENCIA " DE " LK-ENV-INTERFAZ
                      " GRUPO " LK-ENV-GRUPO
                      " EMPRESA " LK-ENV-EMPRESA
              GOBACK
           END-IF
           OPEN OUTPUT CONTROL-ENVIOS
           MOVE WS-TAB-ENV-REGISTRO (WS-IX-ENV) TO REG-CONTROL-ENVIO
           WRITE REG-CONTROL-ENVIO.

      * UN RENGLON DE ANTES DE LOS GRUPOS DE PAGO ES DEL GRUPO 01, Y
      * UNO DE ANTES DE LAS EMPRESAS ES DE LA EMPRESA 01
       400-GRUPO-RENGLON.
           MOVE REG-ENV-GRUPO TO WS-GRUPO-ENVIO
           IF WS-GRUPO-ENVIO = SPACES
              MOVE "01" TO WS-GRUPO-ENVIO
           END-IF
           MOVE REG-ENV-EMPRESA TO WS-EMPRESA-ENVIO
           IF WS-EMPRESA-ENVIO = SPACES
              MOVE "01" TO WS-EMPRESA-ENVIO
           END-IF.

       400-FIN-GRUPO-RENGLON.
           EXIT.

       END PROGRAM PROG0051.
