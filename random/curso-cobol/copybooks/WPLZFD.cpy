      * -------------------------------------------------------------- *
      * REG-PLAZA - UN RENGLON DE 04-PLAZAS, UNA PLAZA AUTORIZADA DEL  *
      *             PRESUPUESTO DE PERSONAL: SU DEPARTAMENTO, SU       *
      *             PUESTO Y SU SALARIO MENSUAL PRESUPUESTADO. CADA    *
      *             EMPLEADO ACTIVO OCUPA UNA SOLA PLAZA; UNA PLAZA    *
      *             VACANTE GUARDA DESDE CUANDO LO ESTA. LLAVE =       *
      *             NUMERO DE PLAZA. LA DA DE ALTA PROG0079 Y LA       *
      *             OCUPAN Y LIBERAN LAS ALTAS, BAJAS Y TRASLADOS VIA  *
      *             EL SUBPROGRAMA PROG0080                            *
      * -------------------------------------------------------------- *
       01  REG-PLAZA.
           05  REG-PLZ-NUMERO         PIC 9(05).
           05  REG-PLZ-DEPTO          PIC 9(03).
           05  REG-PLZ-PUESTO         PIC 9(02).
           05  REG-PLZ-SALARIO        PIC 9(07)V99.
           05  REG-PLZ-ESTADO         PIC X(01).
               88  REG-PLZ-VACANTE            VALUE "V".
               88  REG-PLZ-OCUPADA            VALUE "O".
               88  REG-PLZ-CANCELADA          VALUE "C".
      *        EMPLEADO QUE LA OCUPA (CEROS SI ESTA VACANTE)
           05  REG-PLZ-EMPLEADO       PIC 9(05).
      *        DESDE CUANDO ESTA VACANTE (LA FECHA DE ALTA DE LA
      *        PLAZA O LA DE LA BAJA/TRASLADO DE QUIEN LA OCUPABA)
           05  REG-PLZ-FECHA-VACANTE  PIC 9(08).
           05  REG-PLZ-FECHA-ALTA     PIC 9(08).
           05  REG-PLZ-USUARIO        PIC X(08).
