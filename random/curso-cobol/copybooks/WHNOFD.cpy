      * -------------------------------------------------------------- *
      * REG-HIST-NOMINA - UN RENGLON DE 04-HIST-NOMINA, LA HISTORIA    *
      *                PERMANENTE DE RESULTADOS DE NOMINA POR PERIODO. *
      *                PROG0031 LE AGREGA LOS RENGLONES DEL PERIODO AL *
      *                CERRARLO (04-NOMINA-NETOS Y 04-NOMINA-          *
      *                DEDUCCIONES SE SOBREESCRIBEN CADA CICLO), Y     *
      *                PROG0045 LOS LEE PARA REIMPRIMIR RECIBOS DE     *
      *                PERIODOS PASADOS. CLAVE = PERIODO + EMPLEADO +  *
      *                RENGLON: EL RENGLON 000 (TIPO "T") LLEVA LOS    *
      *                TOTALES DEL RECIBO Y LOS SIGUIENTES (TIPO "D")  *
      *                CADA LINEA DE DEDUCCION QUE SE LE MANDO AL      *
      *                PROVEEDOR                                       *
      * -------------------------------------------------------------- *
       01  REG-HIST-NOMINA.
           05  REG-HNO-LLAVE.
               10  REG-HNO-PERIODO    PIC 9(04).
               10  REG-HNO-NUMERO     PIC 9(05).
               10  REG-HNO-RENGLON    PIC 9(03).
           05  REG-HNO-TIPO           PIC X(01).
               88  REG-HNO-TOTALES            VALUE "T".
               88  REG-HNO-DEDUCCION          VALUE "D".
           05  REG-HNO-DATOS          PIC X(90).
      *    VISTA DEL RENGLON 000: LOS TOTALES DE PROG0026 Y EL
      *    DEPARTAMENTO Y PUESTO QUE TENIA EL EMPLEADO AL CIERRE
           05  REG-HNO-DATOS-TOTALES  REDEFINES REG-HNO-DATOS.
               10  REG-HNO-NOMBRE     PIC X(30).
               10  REG-HNO-DEPTO      PIC 9(03).
               10  REG-HNO-PUESTO     PIC 9(02).
               10  REG-HNO-BRUTO      PIC 9(07)V99.
               10  REG-HNO-DEDUCCIONES
                                      PIC 9(07)V99.
               10  REG-HNO-ISR        PIC 9(07)V99.
               10  REG-HNO-IMSS       PIC 9(07)V99.
               10  REG-HNO-NETO       PIC 9(07)V99.
               10  REG-HNO-FECHA-CIERRE
                                      PIC 9(08).
               10  FILLER             PIC X(02).
      *    VISTA DE LOS RENGLONES 001 EN ADELANTE: UNA LINEA DE
      *    04-NOMINA-DEDUCCIONES TAL COMO LA MANDO PROG0024
           05  REG-HNO-DATOS-DEDUCCION REDEFINES REG-HNO-DATOS.
               10  REG-HNO-DED-CODIGO PIC X(04).
               10  REG-HNO-DED-DESC   PIC X(20).
               10  REG-HNO-DED-MONTO  PIC 9(05)V99.
               10  FILLER             PIC X(59).
