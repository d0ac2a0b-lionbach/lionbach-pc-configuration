      *                TRANSACCIONES PROGRAMADAS DE PROG0038; ES EL    *
      *                EQUIVALENTE DE 04-HIST-SALARIOS PARA LA         *
      *                TRAYECTORIA DEL EMPLEADO, QUE ANTES SOLO        *
      *                EXISTIA COMO TEXTO LIBRE EN REG-AUD-CAMPOS.     *
      *                TAMBIEN REGISTRA EL CAMBIO DE EMPRESA (RAZON    *
      *                SOCIAL); EN RENGLONES VIEJOS LAS EMPRESAS VAN   *
      *                EN ESPACIOS (= 01)                              *
      * -------------------------------------------------------------- *
       01  REG-TRASLADO.
           05  REG-TRAS-NUMERO        PIC 9(05).
           05  REG-TRAS-PUESTO-NUEVO  PIC 9(02).
           05  REG-TRAS-FECHA         PIC 9(08).
           05  REG-TRAS-USUARIO       PIC X(20).
           05  REG-TRAS-EMPRESA-ANT   PIC X(02).
           05  REG-TRAS-EMPRESA-NUEVA PIC X(02).
