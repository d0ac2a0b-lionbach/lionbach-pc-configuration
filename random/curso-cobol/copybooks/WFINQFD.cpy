      * -------------------------------------------------------------- *
      * REG-FINIQUITO-PEND - UN RENGLON DE 04-FINIQUITOS-PENDIENTES,   *
      *                 UNA BAJA YA APROBADA EN PROG0020 QUE ESPERA    *
      *                 EL CALCULO DE SU FINIQUITO (VER PROG0063),     *
      *                 CON LA FECHA DE BAJA APLICADA Y EL MOTIVO      *
      *                 (R = RENUNCIA, D = DESPIDO), LLAVE =           *
      *                 REG-FQ-NUMERO                                  *
      * -------------------------------------------------------------- *
       01  REG-FINIQUITO-PEND.
           05  REG-FQ-NUMERO           PIC 9(05).
           05  REG-FQ-NOMBRE           PIC X(30).
           05  REG-FQ-FECHA-BAJA       PIC 9(08).
           05  REG-FQ-MOTIVO           PIC X(01).
               88  REG-FQ-RENUNCIA             VALUE "R".
               88  REG-FQ-DESPIDO              VALUE "D".
           05  REG-FQ-USUARIO-APRUEBA  PIC X(20).
