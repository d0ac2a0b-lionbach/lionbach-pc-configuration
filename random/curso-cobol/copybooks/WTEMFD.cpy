      * -------------------------------------------------------------- *
      * REG-TURNO-EMPLEADO - UN RENGLON DE 04-TURNOS-EMPLEADO: EL      *
      *                TURNO DE 04-TURNOS QUE TRABAJA CADA EMPLEADO,   *
      *                LLAVE = REG-TEM-EMPLEADO, DESDE QUE FECHA LO    *
      *                TRABAJA Y QUIEN LO ASIGNO. LO MANTIENE          *
      *                PROG0092; UN EMPLEADO SIN RENGLON NO CHECA      *
      *                (PROG0093 NO LE GENERA INCIDENCIAS)             *
      * -------------------------------------------------------------- *
       01  REG-TURNO-EMPLEADO.
           05  REG-TEM-EMPLEADO       PIC 9(05).
           05  REG-TEM-TURNO          PIC X(02).
           05  REG-TEM-FECHA-DESDE    PIC 9(08).
           05  REG-TEM-FECHA-REGISTRO PIC 9(08).
           05  REG-TEM-USUARIO        PIC X(08).
