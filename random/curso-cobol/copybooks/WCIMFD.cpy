      * -------------------------------------------------------------- *
      * REG-CUOTA-IMSS - UN RENGLON DE 04-CUOTAS-IMSS, QUE FINANZAS    *
      *                  MANTIENE A MANO IGUAL QUE 04-TABLA-ISR: UN    *
      *                  RENGLON DE PARAMETROS (TIPO P) Y UN RENGLON   *
      *                  POR RAMO DE SEGURO (TIPO R) CON LA BASE SOBRE *
      *                  LA QUE SE COBRA (S = SBC, E = EXCEDENTE DEL   *
      *                  SBC SOBRE TRES UMA, U = UNA UMA POR DIA) Y    *
      *                  LOS PORCENTAJES PATRONAL Y OBRERO             *
      * -------------------------------------------------------------- *
       01  REG-CUOTA-IMSS.
           05  REG-CIM-TIPO           PIC X(01).
               88  REG-CIM-PARAMETROS         VALUE "P".
               88  REG-CIM-RAMO-SEGURO        VALUE "R".
           05  REG-CIM-RAMO           PIC X(04).
           05  REG-CIM-DESCRIPCION    PIC X(20).
           05  REG-CIM-BASE           PIC X(01).
               88  REG-CIM-BASE-SBC           VALUE "S".
               88  REG-CIM-BASE-EXCEDENTE     VALUE "E".
               88  REG-CIM-BASE-UMA           VALUE "U".
           05  REG-CIM-PCT-PATRON     PIC 9(02)V9999.
           05  REG-CIM-PCT-OBRERO     PIC 9(02)V9999.

      * -------------------------------------------------------------- *
      * REG-CIM-PARAM - VISTA ALTERNA DEL RENGLON DE PARAMETROS (TIPO  *
      *                 P): VALOR DIARIO DE LA UMA, TOPE DEL SBC EN    *
      *                 UMAS, DIAS DE AGUINALDO (LOS DE PROG0058),     *
      *                 PORCENTAJE DE PRIMA VACACIONAL, EL REGISTRO    *
      *                 PATRONAL CON QUE SE PRESENTAN LOS AVISOS Y EL  *
      *                 SALARIO MINIMO DIARIO (TOPE DE LA PRIMA DE     *
      *                 ANTIGUEDAD EN EL FINIQUITO DE PROG0063)        *
      * -------------------------------------------------------------- *
       01  REG-CIM-PARAM REDEFINES REG-CUOTA-IMSS.
           05  FILLER                 PIC X(01).
           05  REG-CIM-UMA-DIARIA     PIC 9(04)V99.
           05  REG-CIM-TOPE-UMAS      PIC 9(02).
           05  REG-CIM-DIAS-AGUINALDO PIC 9(03).
           05  REG-CIM-PCT-PRIMA-VAC  PIC 9(03).
           05  REG-CIM-REG-PATRONAL   PIC X(11).
           05  REG-CIM-SALARIO-MINIMO PIC 9(04)V99.
           05  FILLER                 PIC X(06).
