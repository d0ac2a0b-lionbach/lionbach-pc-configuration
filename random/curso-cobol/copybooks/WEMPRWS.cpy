      * -------------------------------------------------------------- *
      * WS-DATOS-EMPRESA - AREA QUE SE LE PASA A PROG0075 CON EL       *
      *                CODIGO DE EMPRESA (ESPACIOS = 01); REGRESA LA   *
      *                RAZON SOCIAL, EL RFC Y EL REGISTRO PATRONAL DEL *
      *                CATALOGO 04-EMPRESAS, O EMPR-OK = "N" SI LA     *
      *                EMPRESA NO ESTA DADA DE ALTA                    *
      * -------------------------------------------------------------- *
       01  WS-DATOS-EMPRESA.
           05  WS-EMPR-CODIGO         PIC X(02)    VALUE SPACES.
           05  WS-EMPR-NOMBRE         PIC X(30)    VALUE SPACES.
           05  WS-EMPR-RFC            PIC X(12)    VALUE SPACES.
           05  WS-EMPR-REG-PATRONAL   PIC X(11)    VALUE SPACES.
           05  WS-EMPR-OK             PIC X(01)    VALUE "N".
               88  WS-EMPRESA-OK              VALUE "S".
