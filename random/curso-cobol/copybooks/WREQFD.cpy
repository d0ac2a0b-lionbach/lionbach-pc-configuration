      * -------------------------------------------------------------- *
      * REG-REQUISICION - UNA REQUISICION DE PERSONAL (04-REQUISICIO-  *
      *                NES): SE ABRE CONTRA UNA PLAZA VACANTE DE       *
      *                04-PLAZAS O, SIN PLAZA, CONTRA UN DEPTO Y       *
      *                PUESTO, Y SE CUBRE CUANDO UN CANDIDATO ACEPTA   *
      *                (VER WCANFD). LA MANTIENE PROG0082              *
      * -------------------------------------------------------------- *
       01  REG-REQUISICION.
           05  REG-REQ-NUMERO         PIC 9(05).
      *    PLAZA DE 04-PLAZAS QUE SE VA A CUBRIR; CEROS = SIN PLAZA
           05  REG-REQ-PLAZA          PIC 9(05).
           05  REG-REQ-DEPTO          PIC 9(03).
           05  REG-REQ-PUESTO         PIC 9(02).
           05  REG-REQ-SALARIO        PIC 9(07)V99.
           05  REG-REQ-EMPRESA        PIC X(02).
           05  REG-REQ-GRUPO-PAGO     PIC X(02).
           05  REG-REQ-ESTADO         PIC X(01).
               88  REG-REQ-ABIERTA            VALUE "A".
               88  REG-REQ-CUBIERTA           VALUE "C".
               88  REG-REQ-CANCELADA          VALUE "X".
           05  REG-REQ-FECHA-APERTURA PIC 9(08).
      *    FECHA EN QUE SE CUBRIO (LA ACEPTACION) O SE CANCELO
           05  REG-REQ-FECHA-CIERRE   PIC 9(08).
      *    ULTIMA SECUENCIA DE CANDIDATO USADA EN ESTA REQUISICION
           05  REG-REQ-CANDIDATOS     PIC 9(03).
           05  REG-REQ-USUARIO        PIC X(08).
