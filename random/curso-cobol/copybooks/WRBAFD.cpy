      * -------------------------------------------------------------- *
      * REG-RESPUESTA-BANCO - UN RENGLON DE 04-RESPUESTA-BANCO (O      *
      *                04-RESPUESTA-BANCO-ESP), EL ARCHIVO QUE         *
      *                DEVUELVE EL BANCO POR CADA DISPERSION DE        *
      *                PROG0041, CON EL RESULTADO DE CADA PAGO. MISMO  *
      *                ENCABEZADO Y TRAILER QUE 04-DISPERSION; EL      *
      *                DETALLE REPITE EL PAGO ENVIADO MAS EL RESULTADO *
      *                (P = PAGADO, R = CUENTA RECHAZADA, C = CUENTA   *
      *                CANCELADA) Y EL MOTIVO QUE DA EL BANCO. LO LEE  *
      *                PROG0067 PARA CONCILIAR                         *
      * -------------------------------------------------------------- *
       01  REG-RESPUESTA-BANCO.
           05  REG-RBA-TIPO           PIC X(01).
               88  REG-RBA-ENCABEZADO         VALUE "H".
               88  REG-RBA-DETALLE            VALUE "D".
               88  REG-RBA-TRAILER            VALUE "T".
           05  REG-RBA-DATOS          PIC X(68).
           05  REG-RBA-DATOS-ENC      REDEFINES REG-RBA-DATOS.
               10  REG-RBA-ENC-FECHA  PIC 9(08).
               10  FILLER             PIC X(60).
           05  REG-RBA-DATOS-DET      REDEFINES REG-RBA-DATOS.
               10  REG-RBA-NUMERO     PIC 9(05).
               10  REG-RBA-BANCO      PIC 9(03).
               10  REG-RBA-CLABE      PIC 9(18).
               10  REG-RBA-IMPORTE    PIC 9(09)V99.
               10  REG-RBA-RESULTADO  PIC X(01).
                   88  REG-RBA-PAGADO         VALUE "P".
                   88  REG-RBA-RECHAZADA      VALUE "R".
                   88  REG-RBA-CANCELADA      VALUE "C".
               10  REG-RBA-MOTIVO     PIC X(30).
           05  REG-RBA-DATOS-TRL      REDEFINES REG-RBA-DATOS.
               10  REG-RBA-TRL-CANTIDAD
                                      PIC 9(05).
               10  REG-RBA-TRL-TOTAL  PIC 9(11)V99.
               10  FILLER             PIC X(50).
