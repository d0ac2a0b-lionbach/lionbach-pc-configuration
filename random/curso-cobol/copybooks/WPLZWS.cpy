      * -------------------------------------------------------------- *
      * WS-DATOS-PLAZA - AREA QUE SE LE PASA A PROG0080 PARA MANTENER  *
      *                EN 04-PLAZAS LA PLAZA QUE OCUPA UN EMPLEADO:    *
      *                A = ASIGNA LA PLAZA INDICADA (CEROS = LA        *
      *                PRIMERA VACANTE DEL DEPTO Y PUESTO) Y LIBERA    *
      *                LA QUE TENIA; L = LIBERA SU PLAZA (BAJA);       *
      *                T = SU PLAZA SE VA CON EL AL DEPTO Y PUESTO     *
      *                NUEVOS (TRASLADO); C = CONSULTA. REGRESA EL     *
      *                NUMERO DE PLAZA, OK = "S"/"N" Y EL MOTIVO.      *
      *                MIENTRAS NO EXISTA 04-PLAZAS NO HAY CONTROL DE  *
      *                PLAZAS: TODO REGRESA OK CON PLAZA EN CEROS      *
      * -------------------------------------------------------------- *
       01  WS-DATOS-PLAZA.
           05  WS-PLZ-OPERACION       PIC X(01)    VALUE SPACES.
               88  WS-PLZ-ASIGNA              VALUE "A".
               88  WS-PLZ-LIBERA              VALUE "L".
               88  WS-PLZ-TRASLADA            VALUE "T".
               88  WS-PLZ-CONSULTA            VALUE "C".
           05  WS-PLZ-EMPLEADO        PIC 9(05)    VALUE ZEROS.
           05  WS-PLZ-NUMERO          PIC 9(05)    VALUE ZEROS.
           05  WS-PLZ-DEPTO           PIC 9(03)    VALUE ZEROS.
           05  WS-PLZ-PUESTO          PIC 9(02)    VALUE ZEROS.
           05  WS-PLZ-FECHA           PIC 9(08)    VALUE ZEROS.
           05  WS-PLZ-USUARIO         PIC X(08)    VALUE SPACES.
           05  WS-PLZ-OK              PIC X(01)    VALUE "N".
               88  WS-PLAZA-OK                VALUE "S".
           05  WS-PLZ-MENSAJE         PIC X(40)    VALUE SPACES.
