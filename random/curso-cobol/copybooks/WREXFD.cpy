      * -------------------------------------------------------------- *
      * REG-REEXPEDICION - UN RENGLON DE 04-REEXPEDICION-BANCO, LOS    *
      *                PAGOS QUE EL BANCO DEVOLVIO (CUENTA RECHAZADA O *
      *                CANCELADA) Y QUE HAY QUE VOLVER A PAGAR. LOS    *
      *                REGISTRA PROG0067 AL CONCILIAR LA RESPUESTA DEL *
      *                BANCO, LLAVE = FECHA DE LA DISPERSION + TIPO DE *
      *                CORRIDA + RENGLON DEL PAGO EN ELLA + EMPRESA    *
      *                QUE DISPERSO (CADA EMPRESA TIENE SU PROPIO      *
      *                ARCHIVO DE DISPERSION), PARA QUE CONCILIAR DOS  *
      *                VECES NO LOS DUPLIQUE. EL TIPO DE CORRIDA ES EL *
      *                DE PROG0041 (N, E O A = FONDO DE AHORRO).       *
      *                PROG0065 LOS PAGA EN LA NOMINA ESPECIAL CUANDO  *
      *                LA CUENTA YA SE CORRIGIO EN PROG0006 (OPCION 5) *
      *                Y EL EMPLEADO SIGUE EN LA MISMA EMPRESA, Y LES  *
      *                ANOTA LA SECUENCIA ESP Y LA FECHA DE PAGO       *
      * -------------------------------------------------------------- *
       01  REG-REEXPEDICION.
           05  REG-REX-LLAVE.
               10  REG-REX-FECHA-DISPERSION
                                      PIC 9(08).
               10  REG-REX-TIPO-CORRIDA
                                      PIC X(01).
               10  REG-REX-RENGLON    PIC 9(05).
               10  REG-REX-EMPRESA    PIC X(02).
           05  REG-REX-NUMERO         PIC 9(05).
           05  REG-REX-NOMBRE         PIC X(30).
           05  REG-REX-BANCO          PIC 9(03).
           05  REG-REX-CLABE          PIC 9(18).
           05  REG-REX-IMPORTE        PIC 9(09)V99.
           05  REG-REX-RESULTADO      PIC X(01).
           05  REG-REX-MOTIVO         PIC X(30).
           05  REG-REX-FECHA-REGISTRO PIC 9(08).
           05  REG-REX-ESTADO         PIC X(01).
               88  REG-REX-PENDIENTE          VALUE "P".
               88  REG-REX-PAGADA             VALUE "G".
           05  REG-REX-SECUENCIA-ESP  PIC 9(05).
           05  REG-REX-FECHA-PAGO     PIC 9(08).
