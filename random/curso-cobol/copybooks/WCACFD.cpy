      * -------------------------------------------------------------- *
      * REG-CONTROL-ANTIG-CASOS - RENGLON UNICO DE 04-CASOS-ANTIG-CTL: *
      *                EL ULTIMO MES (AAAAMM) EN QUE PROG0106 SACO EL  *
      *                REPORTE DE ANTIGUEDAD DE CASOS DE RH, PARA QUE  *
      *                EL PASO NOCTURNO LO EMITA UNA SOLA VEZ AL MES   *
      * -------------------------------------------------------------- *
       01  REG-CONTROL-ANTIG-CASOS.
           05  REG-CAC-MES            PIC 9(06).
           05  REG-CAC-FECHA-CORRIDA  PIC 9(08).
