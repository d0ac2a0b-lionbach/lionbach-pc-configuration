      * -------------------------------------------------------------- *
      * REG-PAGO-ESPECIAL - UN RENGLON DE 04-PAGOS-ESPECIALES, LA      *
      *                LISTA DE PAGOS FUERA DE CICLO (REINSTALACION,   *
      *                PAGO OMITIDO, BONO UNICO) QUE FINANZAS ARMA A   *
      *                MANO IGUAL QUE 04-CUENTAS-GL Y QUE PROG0065     *
      *                CALCULA DE BRUTO A NETO. SI APLICA-DED = "S" SE *
      *                DESCUENTAN TAMBIEN LAS DEDUCCIONES FIJAS DE     *
      *                04-DEDUCCIONES (EXCEPTO EL ABONO DEL PRESTAMO,  *
      *                QUE SOLO LO COBRA LA NOMINA ORDINARIA). EL      *
      *                CONCEPTO REE NO SE CAPTURA EN LA LISTA: LO ARMA *
      *                PROG0065 PARA LAS REEXPEDICIONES DE PAGOS QUE   *
      *                EL BANCO DEVOLVIO (04-REEXPEDICION-BANCO)       *
      * -------------------------------------------------------------- *
       01  REG-PAGO-ESPECIAL.
           05  REG-PES-NUMERO         PIC 9(05).
           05  REG-PES-IMPORTE        PIC 9(07)V99.
           05  REG-PES-CONCEPTO       PIC X(03).
               88  REG-PES-CONCEPTO-VALIDO
                                      VALUES "REI" "OMI" "BON" "OTR".
               88  REG-PES-REEXPEDICION       VALUE "REE".
           05  REG-PES-DESCRIPCION    PIC X(30).
           05  REG-PES-APLICA-DED     PIC X(01).
               88  REG-PES-CON-DEDUCCIONES    VALUE "S".
