      * -------------------------------------------------------------- *
      * WS-RESUMEN-CLAVE - AREA QUE SE PASA A PROG0096 PARA SACAR EL   *
      *                RESUMEN DE UNA PALABRA CLAVE: EL ID DEL         *
      *                OPERADOR ENTRA EN EL CALCULO PARA QUE DOS       *
      *                OPERADORES CON LA MISMA CLAVE NO TENGAN EL      *
      *                MISMO RESUMEN EN 04-OPERADORES                  *
      * -------------------------------------------------------------- *
       01  WS-RESUMEN-CLAVE.
           05  WS-RCL-ID              PIC X(08)    VALUE SPACES.
           05  WS-RCL-CLAVE           PIC X(08)    VALUE SPACES.
           05  WS-RCL-RESUMEN         PIC 9(18)    VALUE ZEROS.
