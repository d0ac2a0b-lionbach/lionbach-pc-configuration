      * REG-NETO - UN RENGLON DE 04-NOMINA-NETOS, EL BRUTO, EL TOTAL   *
      *            DE DEDUCCIONES Y EL NETO CALCULADOS POR PROG0026    *
      *            PARA CADA EMPLEADO ACTIVO, PARA QUE FINANZAS        *
      *            COTEJE CONTRA LO QUE PAGA EL PROVEEDOR DE NOMINA.   *
      *            EL ISR RETENIDO VA APARTE DE LAS DEDUCCIONES: EL    *
      *            NETO ES BRUTO MENOS DEDUCCIONES MENOS ISR MENOS LA  *
      *            CUOTA OBRERA DEL IMSS (LA DE 04-IMSS-EMPLEADOS QUE  *
      *            DEJA PROG0061, PRORRATEADA AL PERIODO)              *
      * -------------------------------------------------------------- *
       01  REG-NETO.
           05  REG-NETO-NUMERO        PIC 9(05).
           05  REG-NETO-BRUTO         PIC 9(07)V99.
           05  REG-NETO-DEDUCCIONES   PIC 9(07)V99.
           05  REG-NETO-NETO          PIC 9(07)V99.
           05  REG-NETO-ISR           PIC 9(07)V99.
           05  REG-NETO-IMSS          PIC 9(07)V99.
