      * -------------------------------------------------------------- *
      * REG-AVISO-CTL - UN RENGLON DE 04-AVISOS-IMSS-CTL, EL CONTROL   *
      *                 ACUMULADO DE LOS MOVIMIENTOS QUE PROG0062 YA   *
      *                 MANDO EN UN ARCHIVO DE AVISOS, PARA QUE UNA    *
      *                 CORRIDA CON RANGO DE FECHAS ENCIMADO NO LOS    *
      *                 VUELVA A PRESENTAR                             *
      * -------------------------------------------------------------- *
       01  REG-AVISO-CTL.
           05  REG-AVC-TIPO-MOV       PIC X(02).
           05  REG-AVC-NUMERO         PIC 9(05).
           05  REG-AVC-FECHA-MOV      PIC 9(08).
           05  REG-AVC-FECHA-ENVIO    PIC 9(08).
