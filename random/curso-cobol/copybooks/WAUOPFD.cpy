      * -------------------------------------------------------------- *
      * REG-AUD-OPERADOR - UN RENGLON DE LA BITACORA DE AUDITORIA DEL  *
      *                CATALOGO DE OPERADORES (04-AUDIT-OPERADORES),   *
      *                APARTE DE 04-AUDIT-EMPLEADOS: ALTAS,            *
      *                DESHABILITADOS, RESTABLECIMIENTOS Y CAMBIOS DE  *
      *                CLAVE DE PROG0095 Y PROG0036, Y LOS BLOQUEOS    *
      *                POR FIRMAS FALLIDAS. NUNCA LLEVA LA CLAVE       *
      * -------------------------------------------------------------- *
       01  REG-AUD-OPERADOR.
           05  REG-AUO-USUARIO        PIC X(20).
           05  REG-AUO-FECHA          PIC 9(08).
           05  REG-AUO-HORA           PIC 9(08).
           05  REG-AUO-OPERADOR       PIC X(08).
           05  REG-AUO-OPERACION      PIC X(06).
           05  REG-AUO-CAMPOS         PIC X(60).
