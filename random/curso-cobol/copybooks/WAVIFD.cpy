      * -------------------------------------------------------------- *
      * REG-AVISO-IMSS - UN RENGLON DE 04-AVISOS-IMSS, EL ARCHIVO DE   *
      *                  ANCHO FIJO QUE PROG0062 ARMA CON LOS          *
      *                  MOVIMIENTOS AFILIATORIOS (ALTA O REINGRESO,   *
      *                  BAJA Y MODIFICACION DE SALARIO) PARA          *
      *                  PRESENTARLOS AL IMSS                          *
      * -------------------------------------------------------------- *
       01  REG-AVISO-IMSS.
           05  REG-AVI-REG-PATRONAL   PIC X(11).
           05  REG-AVI-NUMERO         PIC 9(05).
           05  REG-AVI-RFC            PIC X(13).
           05  REG-AVI-NOMBRE         PIC X(30).
           05  REG-AVI-TIPO-MOV       PIC X(02).
               88  REG-AVI-ALTA               VALUE "08".
               88  REG-AVI-BAJA               VALUE "02".
               88  REG-AVI-MODIFICACION       VALUE "07".
           05  REG-AVI-FECHA-MOV      PIC 9(08).
           05  REG-AVI-SBC            PIC 9(05)V99.
           05  REG-AVI-FECHA-ENVIO    PIC 9(08).
