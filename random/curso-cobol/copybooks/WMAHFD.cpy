      * -------------------------------------------------------------- *
      * REG-MOV-AHORRO - UN RENGLON DE 04-MOV-AHORRO, EL DIARIO DE     *
      *              MOVIMIENTOS DEL FONDO DE AHORRO (VER WAHOFD). SE  *
      *              AGREGA CON OPEN EXTEND; LA REFERENCIA ES EL       *
      *              PERIODO (APORTACIONES), EL MES AAAAMM (INTERES)   *
      *              O EL EJERCICIO (LIQUIDACION Y FINIQUITO)          *
      * -------------------------------------------------------------- *
       01  REG-MOV-AHORRO.
           05  REG-MAH-NUMERO         PIC 9(05).
           05  REG-MAH-FECHA          PIC 9(08).
           05  REG-MAH-TIPO           PIC X(01).
               88  REG-MAH-APORT-EMPLEADO     VALUE "A".
               88  REG-MAH-APORT-EMPRESA      VALUE "E".
               88  REG-MAH-INTERES            VALUE "I".
               88  REG-MAH-LIQUIDACION        VALUE "L".
               88  REG-MAH-FINIQUITO          VALUE "F".
           05  REG-MAH-REFERENCIA     PIC 9(06).
           05  REG-MAH-IMPORTE        PIC 9(07)V99.
           05  REG-MAH-PROGRAMA       PIC X(08).
