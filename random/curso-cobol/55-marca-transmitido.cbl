      * -------------------------------------------------------------- *
      * OBJETIVO: PANTALLA DE OPERACIONES PARA CONFIRMAR QUE UN        *
      *           ARCHIVO DE INTERFAZ YA SE TRANSMITIO AL PROVEEDOR    *
      *           DE NOMINA O A LA ASEGURADORA: PIDE LA INTERFAZ (NOM, *
      *           DED, ESP O ASE) Y LA SECUENCIA Y LA MARCA EN         *
      *           04-CONTROL-ENVIOS VIA PROG0051. MIENTRAS NO SE       *
      *           CONFIRME, PROG0008, PROG0024 Y PROG0088 AVISAN DE LA *
      *           BRECHA EN CADA CORRIDA                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           05 WS-ENV-SECUENCIA    PIC 9(05)    VALUE ZEROS.
           05 WS-ENV-PERIODO      PIC 9(04)    VALUE ZEROS.
           05 WS-ENV-OK           PIC X(01)    VALUE "N".
           05 WS-ENV-GRUPO        PIC X(02)    VALUE SPACES.
           05 WS-ENV-EMPRESA      PIC X(02)    VALUE SPACES.

       01 WS-RESPUESTA-OTRA       PIC X(01)    VALUE "N".

       010-INICIO.
           DISPLAY " "
           DISPLAY "----- CONFIRMAR TRANSMISION AL PROVEEDOR -----"
           DISPLAY "INTERFAZ (NOM = NOMINA, DED = DEDUCCIONES, "
                   "ESP = NOMINA ESPECIAL, ASE = CENSO ASEGURADORA): "
           ACCEPT WS-ENV-INTERFAZ
           IF WS-ENV-INTERFAZ NOT = "NOM"
              AND WS-ENV-INTERFAZ NOT = "DED"
              AND WS-ENV-INTERFAZ NOT = "ESP"
              AND WS-ENV-INTERFAZ NOT = "ASE"
                 DISPLAY "INTERFAZ NO VALIDA"
                 GO TO 090-OTRA
           END-IF
           DISPLAY "GRUPO DE PAGO [01]: "
           MOVE SPACES TO WS-ENV-GRUPO
           ACCEPT WS-ENV-GRUPO
           DISPLAY "EMPRESA [01]: "
           MOVE SPACES TO WS-ENV-EMPRESA
           ACCEPT WS-ENV-EMPRESA
           DISPLAY "SECUENCIA A CONFIRMAR: "
           ACCEPT WS-ENV-SECUENCIA
           MOVE "T" TO WS-ENV-ACCION
           CALL "PROG0051" USING WS-CONTROL-ENVIO-LLAMA
           IF WS-ENV-OK = "S"
              DISPLAY "SECUENCIA " WS-ENV-SECUENCIA " DE "
                      WS-ENV-INTERFAZ " GRUPO " WS-ENV-GRUPO
                      " EMPRESA " WS-ENV-EMPRESA
                      " MARCADA COMO TRANSMITIDA"
           END-IF
           GO TO 090-OTRA.

