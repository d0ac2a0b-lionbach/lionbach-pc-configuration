      * -------------------------------------------------------------- *
      * REG-BITACORA-CASO - UN RENGLON DE 04-BITACORA-CASOS: CADA      *
      *                MOVIMIENTO DE UN CASO DE RH EN PROG0105 (ALTA,  *
      *                ASIGNACION DE INVESTIGADOR Y CAMBIO DE ESTADO)  *
      *                CON QUIEN LO HIZO. SOLO CRECE; PROG0105 LA      *
      *                MUESTRA AL CONSULTAR EL CASO                    *
      * -------------------------------------------------------------- *
       01  REG-BITACORA-CASO.
           05  REG-BCA-CASO           PIC 9(05).
           05  REG-BCA-FECHA          PIC 9(08).
           05  REG-BCA-HORA           PIC 9(08).
           05  REG-BCA-USUARIO        PIC X(08).
           05  REG-BCA-MOVIMIENTO     PIC X(01).
               88  REG-BCA-ALTA               VALUE "A".
               88  REG-BCA-ASIGNACION         VALUE "N".
               88  REG-BCA-ESTADO             VALUE "E".
           05  REG-BCA-ESTADO-ANTERIOR
                                      PIC X(01).
           05  REG-BCA-ESTADO-NUEVO   PIC X(01).
      *    FECHA EFECTIVA DEL MOVIMIENTO (LA TECLEADA, NO LA DE CAPTURA)
           05  REG-BCA-FECHA-EFECTIVA PIC 9(08).
           05  REG-BCA-INVESTIGADOR   PIC X(08).
