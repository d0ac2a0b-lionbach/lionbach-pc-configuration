      *                DE TIEMPO (HORAS EXTRA, FALTA, PRIMA DE         *
      *                FESTIVO...) DE UN EMPLEADO EN UN PERIODO DE     *
      *                PAGO. LA CAPTURA PROG0057 VALIDANDO CONTRA      *
      *                04-TIPOS-INCIDENCIA Y 04-FERIADOS (PROG0093     *
      *                GRABA LAS QUE SALEN DEL RELOJ CHECADOR CON      *
      *                USUARIO "RELOJ CHECADOR"), Y PROG0008 LA MANDA  *
      *                AL PROVEEDOR COMO REGISTRO TIPO "I" JUNTO CON   *
      *                LOS REGISTROS BASE DE SALARIO                   *
      * -------------------------------------------------------------- *
       01  REG-INCIDENCIA.
           05  REG-INC-NUMERO         PIC 9(05).
