      * -------------------------------------------------------------- *
      * REG-ASEGURADORA-SNAPSHOT - LO QUE LA ASEGURADORA TIENE DE CADA *
      *              DEPENDIENTE SEGUN EL ULTIMO ENVIO                 *
      *              (04-ASEGURADORA-SNAPSHOT), EN ORDEN ASCENDENTE DE *
      *              EMPLEADO + CONSECUTIVO, PARA QUE PROG0088 SOLO    *
      *              MANDE ALTAS, BAJAS Y CAMBIOS. MISMOS ANCHOS QUE   *
      *              REG-ASEGURADORA-INTERFAZ (WASEFD) SIN EL TIPO DE  *
      *              MOVIMIENTO                                        *
      * -------------------------------------------------------------- *
       01  REG-ASEGURADORA-SNAPSHOT.
           05  SASE-LLAVE.
               10  SASE-NUMERO-EMP    PIC 9(05).
               10  SASE-CONSEC        PIC 9(02).
           05  SASE-NOMBRE-EMP        PIC X(30).
           05  SASE-NOMBRE-DEP        PIC X(30).
           05  SASE-PARENTESCO        PIC X(01).
           05  SASE-FECHA-NACIMIENTO  PIC 9(08).
           05  SASE-EMPRESA           PIC X(02).
