      * -------------------------------------------------------------- *
      * REG-AHORRO - UN RENGLON DE 04-FONDO-AHORRO, EL SALDO DEL FONDO *
      *              DE AHORRO DE UN EMPLEADO, LLAVE = REG-AHO-NUMERO. *
      *              PROG0031 LE ABONA AL CERRAR CADA PERIODO LA       *
      *              APORTACION DEL EMPLEADO (LINEAS FAHO DE           *
      *              04-NOMINA-DEDUCCIONES) Y LA DE LA EMPRESA;        *
      *              PROG0071 LE ABONA EL INTERES DE CADA MES,         *
      *              PROG0072 LO LIQUIDA AL FIN DEL EJERCICIO Y        *
      *              PROG0063 LO INCLUYE EN EL FINIQUITO. CADA         *
      *              MOVIMIENTO QUEDA ADEMAS EN 04-MOV-AHORRO (VER     *
      *              WMAHFD)                                           *
      * -------------------------------------------------------------- *
       01  REG-AHORRO.
           05  REG-AHO-NUMERO         PIC 9(05).
           05  REG-AHO-NOMBRE         PIC X(30).
           05  REG-AHO-SALDO-EMPLEADO PIC 9(07)V99.
           05  REG-AHO-SALDO-EMPRESA  PIC 9(07)V99.
           05  REG-AHO-SALDO-INTERESES
                                      PIC 9(07)V99.
           05  REG-AHO-ULT-PERIODO    PIC 9(04).
           05  REG-AHO-ULT-MES-INTERES
                                      PIC 9(06).
           05  REG-AHO-EJERCICIO-LIQ  PIC 9(04).
           05  REG-AHO-FECHA-ULT-MOV  PIC 9(08).
