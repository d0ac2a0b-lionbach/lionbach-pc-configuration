      * -------------------------------------------------------------- *
      * REG-OPERADOR - UN RENGLON DEL CATALOGO DE OPERADORES           *
      *                (04-OPERADORES, INDEXADO POR REG-OP-ID), QUE EL *
      *                ADMINISTRADOR MANTIENE CON PROG0095:            *
      *                IDENTIFICADOR, RESUMEN DE LA PALABRA CLAVE Y    *
      *                ROL. ROLES:                                     *
      *                  A = ADMINISTRADOR (TODO)                      *
      *                  H = RECURSOS HUMANOS                          *
      *                  F = FINANZAS                                  *
      * -------------------------------------------------------------- *
       01  REG-OPERADOR.
           05  REG-OP-ID              PIC X(08).
      *        LA CLAVE YA NO SE GUARDA: SOLO SU RESUMEN (PROG0096
      *        SOBRE EL ID MAS LA CLAVE), QUE NO SE PUEDE REVERTIR
           05  REG-OP-CLAVE-RESUMEN   PIC 9(18).
           05  REG-OP-ROL             PIC X(01).
               88  REG-OP-ADMINISTRADOR       VALUE "A".
               88  REG-OP-RECURSOS-HUMANOS    VALUE "H".
      *        EMPLEADO), PARA PODER CRUZAR AL QUE FIRMA CONTRA EL
      *        GERENTE DEL CATALOGO DE DEPARTAMENTOS EN PROG0020
           05  REG-OP-NUMERO-EMP      PIC 9(05).
           05  REG-OP-ESTADO          PIC X(01).
               88  REG-OP-ACTIVO              VALUE "A".
               88  REG-OP-DESHABILITADO       VALUE "D".
               88  REG-OP-BLOQUEADO           VALUE "B".
      *        "S" OBLIGA A CAMBIAR LA CLAVE EN LA SIGUIENTE FIRMA:
      *        AL DARLO DE ALTA Y AL RESTABLECERLE LA CLAVE
           05  REG-OP-CAMBIO-CLAVE    PIC X(01).
               88  REG-OP-DEBE-CAMBIAR        VALUE "S".
           05  REG-OP-FECHA-CLAVE     PIC 9(08).
      *        FIRMAS FALLIDAS SEGUIDAS, DE UNA SESION A OTRA; AL
      *        LLEGAR AL MAXIMO DE PROG0036 EL OPERADOR SE BLOQUEA
           05  REG-OP-INTENTOS-FALLIDOS
                                      PIC 9(02).
           05  REG-OP-ULTIMA-FIRMA-FECHA
                                      PIC 9(08).
           05  REG-OP-ULTIMA-FIRMA-HORA
                                      PIC 9(08).
           05  REG-OP-ULTIMO-FALLO-FECHA
                                      PIC 9(08).
           05  REG-OP-ULTIMO-FALLO-HORA
                                      PIC 9(08).
