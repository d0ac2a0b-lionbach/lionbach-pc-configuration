      * -------------------------------------------------------------- *
      * REG-REPARTO - UN RENGLON DE 04-REPARTO-COSTOS, EL REPARTO DEL  *
      *               COSTO DE UN EMPLEADO QUE TRABAJA PARA VARIOS     *
      *               DEPARTAMENTOS (SISTEMAS, MANTENIMIENTO, ETC.).   *
      *               LLAVE = EMPLEADO + FECHA EN QUE ENTRA EN VIGOR + *
      *               DEPARTAMENTO. LOS RENGLONES DE UN EMPLEADO CON   *
      *               LA MISMA FECHA FORMAN UN REPARTO Y SUMAN 100%;   *
      *               RIGE EL DE FECHA MAS RECIENTE QUE NO PASE DE LA  *
      *               FECHA DE LA POLIZA. LO CAPTURA PROG0076 Y LO USA *
      *               PROG0030 PARA REPARTIR EL CARGO AL GASTO. SIN    *
      *               REPARTO TODO SE CARGA A REG-EMP-DEPTO            *
      * -------------------------------------------------------------- *
       01  REG-REPARTO.
           05  REG-REP-LLAVE.
               10  REG-REP-NUMERO     PIC 9(05).
               10  REG-REP-FECHA-INICIO
                                      PIC 9(08).
               10  REG-REP-DEPTO      PIC 9(03).
           05  REG-REP-PORCENTAJE     PIC 9(03)V99.
           05  REG-REP-USUARIO        PIC X(08).
           05  REG-REP-FECHA-CAPTURA  PIC 9(08).
