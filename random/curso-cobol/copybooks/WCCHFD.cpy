      * -------------------------------------------------------------- *
      * REG-CONTROL-CHECADAS - RENGLON UNICO DE 04-CHECADAS-CTL: LA    *
      *                ULTIMA JORNADA QUE PROG0093 YA CONVIRTIO EN     *
      *                INCIDENCIAS, PARA QUE UNA CHECADA QUE EL RELOJ  *
      *                VUELVA A EXPORTAR NO SE CUENTE DOS VECES        *
      * -------------------------------------------------------------- *
       01  REG-CONTROL-CHECADAS.
           05  REG-CCH-ULTIMA-JORNADA PIC 9(08).
           05  REG-CCH-FECHA-CORRIDA  PIC 9(08).
