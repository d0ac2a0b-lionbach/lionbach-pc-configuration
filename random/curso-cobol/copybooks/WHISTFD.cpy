      * -------------------------------------------------------------- *
      * REG-HIST-SALARIO - UN RENGLON DEL HISTORICO DE SALARIOS        *
      *                    (04-HIST-SALARIOS), UNO POR CADA CAMBIO DE  *
      *                    SALARIO QUE SE APLICA A UN EMPLEADO. LA     *
      *                    FECHA ES EL DIA EN QUE SE APLICO AL MAESTRO *
      *                    Y LA FECHA EFECTIVA DESDE CUANDO RIGE EL    *
      *                    NUEVO SALARIO (PUEDE SER ANTERIOR SI EL     *
      *                    AUMENTO SE APROBO TARDE; VER PROG0064). UN  *
      *                    RENGLON ANTIGUO SIN FECHA EFECTIVA RIGE     *
      *                    DESDE SU FECHA                              *
      * -------------------------------------------------------------- *
       01  REG-HIST-SALARIO.
           05  REG-HIST-NUMERO        PIC 9(05).
                                       PIC 9(07)V99.
           05  REG-HIST-FECHA         PIC 9(08).
           05  REG-HIST-USUARIO       PIC X(20).
           05  REG-HIST-FECHA-EFECTIVA
                                       PIC 9(08).
