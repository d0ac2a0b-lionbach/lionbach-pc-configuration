      * -------------------------------------------------------------- *
      * REG-GASTO - UN RENGLON DE 04-GASTOS, UNA SOLICITUD DE          *
      *             REEMBOLSO DE GASTOS (VIATICOS, TRANSPORTE, ETC.)   *
      *             DE UN EMPLEADO. LLAVE = EMPLEADO + FECHA Y HORA DE *
      *             CAPTURA. LA CAPTURA PROG0073, LA APRUEBA O RECHAZA *
      *             EL GERENTE DEL DEPARTAMENTO EN PROG0074 (NUNCA     *
      *             QUIEN LA CAPTURO), LA PAGA LA DISPERSION DE        *
      *             PROG0041 Y LA CONTABILIZA LA POLIZA DE PROG0030.   *
      *             EL DEPARTAMENTO ES EL QUE TENIA EL EMPLEADO AL     *
      *             CAPTURARLA                                         *
      * -------------------------------------------------------------- *
       01  REG-GASTO.
           05  REG-GAS-LLAVE.
               10  REG-GAS-NUMERO     PIC 9(05).
               10  REG-GAS-FECHA-CAPTURA
                                      PIC 9(08).
               10  REG-GAS-HORA-CAPTURA
                                      PIC 9(08).
           05  REG-GAS-NOMBRE-EMP     PIC X(30).
           05  REG-GAS-DEPTO          PIC 9(03).
           05  REG-GAS-FECHA-GASTO    PIC 9(08).
           05  REG-GAS-CONCEPTO       PIC X(30).
           05  REG-GAS-IMPORTE        PIC 9(07)V99.
           05  REG-GAS-USUARIO-CAPTURA
                                      PIC X(08).
           05  REG-GAS-ESTADO         PIC X(01).
               88  REG-GAS-PENDIENTE          VALUE "P".
               88  REG-GAS-APROBADO           VALUE "A".
               88  REG-GAS-RECHAZADO          VALUE "R".
           05  REG-GAS-USUARIO-RESUELVE
                                      PIC X(08).
           05  REG-GAS-FECHA-RESUELVE PIC 9(08).
      *    FECHA EN QUE PROG0041 LO DISPERSO (CEROS = POR PAGAR) Y
      *    FECHA DE LA POLIZA DE PROG0030 QUE LO LLEVO AL GASTO
      *    (CEROS = POR CONTABILIZAR)
           05  REG-GAS-FECHA-PAGO     PIC 9(08).
           05  REG-GAS-FECHA-POLIZA   PIC 9(08).
