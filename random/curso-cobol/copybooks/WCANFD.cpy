      * -------------------------------------------------------------- *
      * REG-CANDIDATO - UN CANDIDATO A UNA REQUISICION (04-CANDIDA-    *
      *                TOS), CON LA FECHA EN QUE LLEGO A CADA ETAPA.   *
      *                LA LLAVE ES LA REQUISICION MAS UNA SECUENCIA,   *
      *                ASI QUE LOS CANDIDATOS DE UNA REQUISICION       *
      *                QUEDAN JUNTOS. AL ACEPTAR, PROG0082 ESCRIBE SU  *
      *                ALTA EN 04-ALTAS-MASIVAS PARA PROG0018          *
      * -------------------------------------------------------------- *
       01  REG-CANDIDATO.
           05  REG-CAN-LLAVE.
               10  REG-CAN-REQUISICION
                                      PIC 9(05).
               10  REG-CAN-SECUENCIA  PIC 9(03).
           05  REG-CAN-NOMBRE         PIC X(30).
           05  REG-CAN-RFC            PIC X(13).
           05  REG-CAN-FECHA-NACIMIENTO
                                      PIC 9(08).
           05  REG-CAN-SALARIO-OFERTA PIC 9(07)V99.
           05  REG-CAN-ETAPA          PIC X(01).
               88  REG-CAN-SOLICITO           VALUE "S".
               88  REG-CAN-ENTREVISTADO       VALUE "E".
               88  REG-CAN-OFERTADO           VALUE "O".
               88  REG-CAN-ACEPTO             VALUE "A".
               88  REG-CAN-DECLINO            VALUE "D".
               88  REG-CAN-EN-PROCESO         VALUE "S" "E" "O".
           05  REG-CAN-FECHA-SOLICITUD
                                      PIC 9(08).
           05  REG-CAN-FECHA-ENTREVISTA
                                      PIC 9(08).
           05  REG-CAN-FECHA-OFERTA   PIC 9(08).
      *    FECHA EN QUE ACEPTO O DECLINO
           05  REG-CAN-FECHA-RESPUESTA
                                      PIC 9(08).
      *    NUMERO DE EMPLEADO CON EL QUE SE MANDO SU ALTA
           05  REG-CAN-EMPLEADO       PIC 9(05).
           05  REG-CAN-USUARIO        PIC X(08).
