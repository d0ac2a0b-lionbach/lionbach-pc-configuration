      * -------------------------------------------------------------- *
      * REG-BAJA-RESUELTA - UN RENGLON DE 04-BAJAS-RESUELTAS: CADA     *
      *                 SOLICITUD DE 04-BAJAS-PENDIENTES QUE PROG0020  *
      *                 APRUEBA O RECHAZA, ANOTADA ANTES DE BORRARLA   *
      *                 DE LA COLA PARA QUE NO SE PIERDA QUIEN LA      *
      *                 PIDIO. LO LEE PROG0098 PARA COTEJAR            *
      *                 SOLICITANTE CONTRA QUIEN RESOLVIO              *
      * -------------------------------------------------------------- *
       01  REG-BAJA-RESUELTA.
           05  REG-BR-NUMERO           PIC 9(05).
           05  REG-BR-NOMBRE           PIC X(30).
           05  REG-BR-USUARIO-SOLICITA PIC X(20).
           05  REG-BR-FECHA-SOLICITUD  PIC 9(08).
           05  REG-BR-USUARIO-RESUELVE PIC X(20).
           05  REG-BR-FECHA-RESUELVE   PIC 9(08).
           05  REG-BR-HORA-RESUELVE    PIC 9(08).
           05  REG-BR-RESOLUCION       PIC X(01).
               88  REG-BR-APROBADA             VALUE "A".
               88  REG-BR-RECHAZADA            VALUE "R".
