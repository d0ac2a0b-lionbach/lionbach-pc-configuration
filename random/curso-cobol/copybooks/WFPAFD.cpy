      * -------------------------------------------------------------- *
      * REG-FINIQUITO-PAGO - UN RENGLON DE 04-FINIQUITOS-PAGO, EL      *
      *                 FINIQUITO CALCULADO POR PROG0063 CON SUS       *
      *                 CONCEPTOS Y EL TOTAL A PAGAR, LLAVE =          *
      *                 REG-FPA-NUMERO. LA DISPERSION DE PROG0041 LO   *
      *                 PAGA EN LA SIGUIENTE CORRIDA Y ANOTA LA FECHA  *
      *                 DE PAGO; MIENTRAS LA FECHA DE PAGO ESTE EN     *
      *                 CEROS EL FINIQUITO SIGUE PENDIENTE DE PAGO.    *
      *                 EL SALDO DEL FONDO DE AHORRO (VER WAHOFD) VA   *
      *                 AL FINAL Y YA ESTA SUMADO EN EL TOTAL          *
      * -------------------------------------------------------------- *
       01  REG-FINIQUITO-PAGO.
           05  REG-FPA-NUMERO         PIC 9(05).
           05  REG-FPA-NOMBRE         PIC X(30).
           05  REG-FPA-DEPTO          PIC 9(03).
           05  REG-FPA-FECHA-BAJA     PIC 9(08).
           05  REG-FPA-MOTIVO         PIC X(01).
               88  REG-FPA-RENUNCIA           VALUE "R".
               88  REG-FPA-DESPIDO            VALUE "D".
           05  REG-FPA-AGUINALDO      PIC 9(07)V99.
           05  REG-FPA-VACACIONES     PIC 9(07)V99.
           05  REG-FPA-PRIMA-VAC      PIC 9(07)V99.
           05  REG-FPA-PRIMA-ANTIG    PIC 9(07)V99.
           05  REG-FPA-INDEMNIZACION  PIC 9(07)V99.
           05  REG-FPA-TOTAL          PIC 9(07)V99.
           05  REG-FPA-FECHA-CALCULO  PIC 9(08).
           05  REG-FPA-FECHA-PAGO     PIC 9(08).
           05  REG-FPA-FONDO-AHORRO   PIC 9(07)V99.
