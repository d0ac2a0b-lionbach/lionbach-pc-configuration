      * -------------------------------------------------------------- *
      * REG-PENSION-APLICADA - UN RENGLON DE 04-PENSIONES-APLICADAS,   *
      *              LO QUE PROG0024 MANDO DESCONTAR DE CADA ORDEN DE  *
      *              PENSION (VER WPENFD) EN CADA PERIODO, CON LOS     *
      *              DATOS DEL BENEFICIARIO DE ESE MOMENTO. LLAVE =    *
      *              PERIODO + EMPLEADO + ORDEN; UNA REGENERACION DEL  *
      *              MISMO PERIODO REGRABA EL RENGLON. DE AQUI SALE LA *
      *              REMESA MENSUAL POR BENEFICIARIO (PROG0070)        *
      * -------------------------------------------------------------- *
       01  REG-PENSION-APLICADA.
           05  REG-PAP-LLAVE.
               10  REG-PAP-PERIODO    PIC 9(04).
               10  REG-PAP-NUMERO     PIC 9(05).
               10  REG-PAP-ORDEN      PIC X(15).
           05  REG-PAP-FECHA-PAGO     PIC 9(08).
           05  REG-PAP-NOMBRE-EMP     PIC X(30).
           05  REG-PAP-BENEFICIARIO   PIC X(30).
           05  REG-PAP-BANCO          PIC 9(03).
           05  REG-PAP-CLABE          PIC 9(18).
           05  REG-PAP-IMPORTE        PIC 9(07)V99.
           05  REG-PAP-SECUENCIA      PIC 9(05).
