      * -------------------------------------------------------------- *
      * REG-ACUM-ANUAL - UN RENGLON DE 04-ACUMULADOS-ANUALES, LOS      *
      *                ACUMULADOS DEL EJERCICIO POR EMPLEADO QUE ARMA  *
      *                PROG0066 DE 04-HIST-NOMINA (PERIODOS PAGADOS EN *
      *                EL ANIO) Y DE 04-NOMINA-AGUINALDO, PARA QUE EL  *
      *                CONTADOR LOS COTEJE CONTRA LO QUE MANDA EL      *
      *                PROVEEDOR. EL TIPO "T" LLEVA LOS TOTALES DEL    *
      *                EMPLEADO Y LOS "D" QUE LE SIGUEN, EL ACUMULADO  *
      *                DE CADA CODIGO DE DEDUCCION                     *
      * -------------------------------------------------------------- *
       01  REG-ACUM-ANUAL.
           05  REG-ACA-ANIO           PIC 9(04).
           05  REG-ACA-NUMERO         PIC 9(05).
           05  REG-ACA-TIPO           PIC X(01).
               88  REG-ACA-TOTALES            VALUE "T".
               88  REG-ACA-DEDUCCION          VALUE "D".
           05  REG-ACA-DATOS          PIC X(112).
           05  REG-ACA-DATOS-TOTALES  REDEFINES REG-ACA-DATOS.
               10  REG-ACA-RFC        PIC X(13).
               10  REG-ACA-NOMBRE     PIC X(30).
               10  REG-ACA-PERIODOS   PIC 9(03).
               10  REG-ACA-BRUTO      PIC 9(09)V99.
               10  REG-ACA-AGUINALDO  PIC 9(09)V99.
               10  REG-ACA-ISR        PIC 9(09)V99.
               10  REG-ACA-IMSS       PIC 9(09)V99.
               10  REG-ACA-DEDUCCIONES
                                      PIC 9(09)V99.
               10  REG-ACA-NETO       PIC 9(09)V99.
           05  REG-ACA-DATOS-DEDUCCION REDEFINES REG-ACA-DATOS.
               10  REG-ACA-DED-CODIGO PIC X(04).
               10  REG-ACA-DED-DESC   PIC X(20).
               10  REG-ACA-DED-MONTO  PIC 9(09)V99.
               10  FILLER             PIC X(77).
