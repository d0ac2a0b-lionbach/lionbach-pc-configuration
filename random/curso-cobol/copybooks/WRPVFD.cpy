      * -------------------------------------------------------------- *
      * REG-RESULTADO-PROVEEDOR - UN RENGLON DE 04-NOMINA-RESULTADOS,  *
      *                LOS RESULTADOS DE PAGO POR EMPLEADO QUE         *
      *                DEVUELVE EL PROVEEDOR DE NOMINA DESPUES DE SU   *
      *                CORRIDA.                                        *
      *                ENCABEZADO CON EL PERIODO, UN DETALLE POR       *
      *                EMPLEADO (BRUTO, TOTAL RETENIDO Y NETO) Y       *
      *                TRAILER DE CONTROL. LO LEE PROG0068 PARA        *
      *                COTEJARLO CONTRA LO QUE CALCULO PROG0026. EL    *
      *                ENCABEZADO REGRESA LA EMPRESA DEL EXTRACTO DE   *
      *                PROG0008 (ESPACIOS = 01); EL GRUPO DE PAGO SALE *
      *                DEL PERIODO EN 04-PERIODOS                      *
      * -------------------------------------------------------------- *
       01  REG-RESULTADO-PROVEEDOR.
           05  REG-RPV-TIPO           PIC X(01).
               88  REG-RPV-ENCABEZADO         VALUE "H".
               88  REG-RPV-DETALLE            VALUE "D".
               88  REG-RPV-TRAILER            VALUE "T".
           05  REG-RPV-DATOS          PIC X(50).
           05  REG-RPV-DATOS-ENC      REDEFINES REG-RPV-DATOS.
               10  REG-RPV-ENC-PERIODO
                                      PIC 9(04).
               10  REG-RPV-ENC-FECHA  PIC 9(08).
               10  REG-RPV-ENC-EMPRESA
                                      PIC X(02).
               10  FILLER             PIC X(36).
      *    DEDUCCIONES ES TODO LO RETENIDO ENTRE EL BRUTO Y EL NETO
      *    (DEDUCCIONES FIJAS, ISR Y CUOTA OBRERA DEL IMSS)
           05  REG-RPV-DATOS-DET      REDEFINES REG-RPV-DATOS.
               10  REG-RPV-NUMERO     PIC 9(05).
               10  REG-RPV-BRUTO      PIC 9(07)V99.
               10  REG-RPV-DEDUCCIONES
                                      PIC 9(07)V99.
               10  REG-RPV-NETO       PIC 9(07)V99.
               10  FILLER             PIC X(18).
           05  REG-RPV-DATOS-TRL      REDEFINES REG-RPV-DATOS.
               10  REG-RPV-TRL-CANTIDAD
                                      PIC 9(05).
               10  REG-RPV-TRL-NETO   PIC 9(09)V99.
               10  FILLER             PIC X(34).
