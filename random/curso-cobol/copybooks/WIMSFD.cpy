      * -------------------------------------------------------------- *
      * REG-IMSS-EMP - UN RENGLON DE 04-IMSS-EMPLEADOS QUE DEJA LA     *
      *                CORRIDA MENSUAL DE PROG0061: EL SBC, LOS DIAS   *
      *                COTIZADOS Y LAS CUOTAS OBRERA Y PATRONAL DEL    *
      *                MES DE CADA EMPLEADO ACTIVO. PROG0026 TOMA DE   *
      *                AQUI LA CUOTA OBRERA QUE RETIENE EN EL PERIODO  *
      * -------------------------------------------------------------- *
       01  REG-IMSS-EMP.
           05  REG-IMS-NUMERO         PIC 9(05).
           05  REG-IMS-MES            PIC 9(06).
           05  REG-IMS-DEPTO          PIC 9(03).
           05  REG-IMS-SBC            PIC 9(05)V99.
           05  REG-IMS-DIAS           PIC 9(02).
           05  REG-IMS-CUOTA-OBRERA   PIC 9(07)V99.
           05  REG-IMS-CUOTA-PATRONAL PIC 9(07)V99.
