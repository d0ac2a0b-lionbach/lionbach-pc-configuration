      *                 MANTIENE A MANO IGUAL QUE 04-BANDAS: LA CUENTA *
      *                 DE GASTO DE NOMINA (CARGO), LA DE NETO POR     *
      *                 PAGAR (ABONO) Y LA DE DEDUCCIONES RETENIDAS    *
      *                 (ABONO) DE CADA DEPARTAMENTO, MAS LA DE ISR    *
      *                 RETENIDO POR PAGAR (ABONO) Y LA DE CUOTAS      *
      *                 OBRERAS DEL IMSS POR PAGAR (ABONO), Y LA DE    *
      *                 GASTOS REEMBOLSADOS A EMPLEADOS (CARGO, VER    *
      *                 WGASFD). AL FINAL LAS TRES CUENTAS DE PASIVO   *
      *                 DE LA PROVISION DE FIN DE MES DE PROG0077      *
      *                 (ABONO): SUELDOS DEVENGADOS NO PAGADOS,        *
      *                 PROVISION DE AGUINALDO Y PROVISION DE PRIMA    *
      *                 VACACIONAL. UN RENGLON VIEJO SIN LAS ULTIMAS   *
      *                 CUENTAS LAS LEE EN ESPACIOS                    *
      * -------------------------------------------------------------- *
       01  REG-CUENTA-GL.
           05  REG-CGL-DEPTO          PIC 9(03).
           05  REG-CGL-CTA-GASTO      PIC X(10).
           05  REG-CGL-CTA-NETO       PIC X(10).
           05  REG-CGL-CTA-DEDUCCION  PIC X(10).
           05  REG-CGL-CTA-ISR        PIC X(10).
           05  REG-CGL-CTA-IMSS       PIC X(10).
           05  REG-CGL-CTA-REEMBOLSO  PIC X(10).
           05  REG-CGL-CTA-DEVENGADO  PIC X(10).
           05  REG-CGL-CTA-PROV-AGUINALDO
                                      PIC X(10).
           05  REG-CGL-CTA-PROV-PRIMA PIC X(10).
