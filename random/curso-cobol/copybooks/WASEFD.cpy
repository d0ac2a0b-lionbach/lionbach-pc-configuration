      * -------------------------------------------------------------- *
      * REG-ASEGURADORA-INTERFAZ - LAYOUT DEL MOVIMIENTO DE CENSO QUE  *
      *                SE MANDA CADA MES A LA ASEGURADORA DE GASTOS    *
      *                MEDICOS (04-ASEGURADORA-INTERFAZ), ANCHOS FIJOS *
      *                ACORDADOS CON ELLA. ASE-MOVIMIENTO: A = ALTA,   *
      *                B = BAJA, C = CAMBIO DE DATOS. EL ARCHIVO       *
      *                ABRE CON UN ENCABEZADO "H" Y CIERRA CON UN      *
      *                SUMARIO "T" (VER PROG0088)                      *
      * -------------------------------------------------------------- *
       01  REG-ASEGURADORA-INTERFAZ.
           05  ASE-MOVIMIENTO         PIC X(01).
           05  ASE-NUMERO-EMP         PIC 9(05).
           05  ASE-NOMBRE-EMP         PIC X(30).
           05  ASE-CONSEC             PIC 9(02).
           05  ASE-NOMBRE-DEP         PIC X(30).
           05  ASE-PARENTESCO         PIC X(01).
           05  ASE-FECHA-NACIMIENTO   PIC 9(08).
           05  ASE-EMPRESA            PIC X(02).
