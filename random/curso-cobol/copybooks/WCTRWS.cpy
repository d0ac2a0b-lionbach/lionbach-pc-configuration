      * -------------------------------------------------------------- *
      * WS-DATOS-CONTRATO - AREA QUE SE LE PASA A PROG0089 PARA        *
      *                MANTENER EN 04-CONTRATOS EL CONTRATO DE UN      *
      *                EMPLEADO: V = VALIDA EL TIPO Y CALCULA EL       *
      *                TERMINO SIN ESCRIBIR (ANTES DEL ALTA); R =      *
      *                REGISTRA EL CONTRATO DEL ALTA; N = RENUEVA (EL  *
      *                TERMINO NUEVO, O DIAS A PARTIR DEL TERMINO      *
      *                ACTUAL; TIPO "I" LO PASA A INDETERMINADO); T =  *
      *                MARCA QUE SE PIDIO LA BAJA; C = CONSULTA. UN    *
      *                TERMINO EN CEROS CON DIAS SE CALCULA COMO       *
      *                INICIO + DIAS - 1. REGRESA EL CONTRATO COMO     *
      *                QUEDO, OK = "S"/"N" Y EL MOTIVO                 *
      * -------------------------------------------------------------- *
       01  WS-DATOS-CONTRATO.
           05  WS-CTR-OPERACION       PIC X(01)    VALUE SPACES.
               88  WS-CTR-VALIDA              VALUE "V".
               88  WS-CTR-REGISTRA            VALUE "R".
               88  WS-CTR-RENUEVA             VALUE "N".
               88  WS-CTR-TERMINA             VALUE "T".
               88  WS-CTR-CONSULTA            VALUE "C".
           05  WS-CTR-EMPLEADO        PIC 9(05)    VALUE ZEROS.
      *        I = INDETERMINADO, D = TIEMPO DETERMINADO, P = OBRA O
      *        PROYECTO; ESPACIOS = I
           05  WS-CTR-TIPO            PIC X(01)    VALUE SPACES.
               88  WS-CTR-INDETERMINADO       VALUE "I".
               88  WS-CTR-DETERMINADO         VALUE "D".
               88  WS-CTR-PROYECTO            VALUE "P".
           05  WS-CTR-DIAS            PIC 9(03)    VALUE ZEROS.
           05  WS-CTR-FECHA-INICIO    PIC 9(08)    VALUE ZEROS.
           05  WS-CTR-FECHA-FIN       PIC 9(08)    VALUE ZEROS.
           05  WS-CTR-RENOVACIONES    PIC 9(02)    VALUE ZEROS.
           05  WS-CTR-ESTADO          PIC X(01)    VALUE SPACES.
               88  WS-CTR-BAJA-SOLICITADA     VALUE "T".
      *        FECHA DEL MOVIMIENTO; CEROS = HOY
           05  WS-CTR-FECHA           PIC 9(08)    VALUE ZEROS.
           05  WS-CTR-USUARIO         PIC X(08)    VALUE SPACES.
           05  WS-CTR-OK              PIC X(01)    VALUE "N".
               88  WS-CONTRATO-OK             VALUE "S".
           05  WS-CTR-MENSAJE         PIC X(40)    VALUE SPACES.
