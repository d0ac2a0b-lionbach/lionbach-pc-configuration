      * -------------------------------------------------------------- *
      * REG-CHECADA - UN RENGLON DE 04-CHECADAS, LA EXPORTACION DIARIA *
      *                DEL RELOJ CHECADOR: UNA CHECADA DE ENTRADA O DE *
      *                SALIDA DE UN EMPLEADO. LA FECHA ES LA DE LA     *
      *                JORNADA A LA QUE EL RELOJ ASIGNA LA CHECADA (LA *
      *                SALIDA DE UN TURNO NOCTURNO LLEVA LA FECHA EN   *
      *                QUE ENTRO). VIENE EN EL ORDEN DEL RELOJ Y       *
      *                PROG0093 LA ORDENA POR EMPLEADO                 *
      * -------------------------------------------------------------- *
       01  REG-CHECADA.
           05  REG-CHK-EMPLEADO       PIC 9(05).
           05  REG-CHK-FECHA          PIC 9(08).
           05  REG-CHK-HORA           PIC 9(04).
           05  REG-CHK-TIPO           PIC X(01).
               88  REG-CHK-ENTRADA            VALUE "E".
               88  REG-CHK-SALIDA             VALUE "S".
