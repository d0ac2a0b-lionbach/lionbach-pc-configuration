      * -------------------------------------------------------------- *
      * REG-RETROACTIVO - UN RENGLON DE 04-RETROACTIVOS: LA DIFERENCIA *
      *                 QUE SE LE QUEDO A DEBER A UN EMPLEADO EN UN    *
      *                 PERIODO YA CERRADO PORQUE SU AUMENTO SE        *
      *                 APLICO DESPUES (VER PROG0064). NACE PENDIENTE  *
      *                 (P) CON EL REGISTRO IMPRESO; CUANDO FINANZAS   *
      *                 LO APRUEBA (A) QUEDA ASIGNADO AL PERIODO       *
      *                 ABIERTO EN QUE SE PAGA Y PROG0008 LO MANDA AL  *
      *                 PROVEEDOR COMO REGISTRO TIPO "R". EL AUMENTO   *
      *                 SE IDENTIFICA POR LA FECHA EN QUE SE REGISTRO  *
      *                 EN 04-HIST-SALARIOS Y SU FECHA EFECTIVA        *
      * -------------------------------------------------------------- *
       01  REG-RETROACTIVO.
           05  REG-RET-NUMERO         PIC 9(05).
           05  REG-RET-PERIODO-ORIGEN PIC 9(04).
           05  REG-RET-FECHA-EFECTIVA PIC 9(08).
           05  REG-RET-FECHA-REGISTRO PIC 9(08).
           05  REG-RET-DIAS           PIC 9(03).
           05  REG-RET-DIFERENCIA     PIC 9(07)V99.
           05  REG-RET-IMPORTE        PIC 9(07)V99.
           05  REG-RET-ESTADO         PIC X(01).
               88  REG-RET-PENDIENTE          VALUE "P".
               88  REG-RET-APROBADO           VALUE "A".
           05  REG-RET-PERIODO-PAGO   PIC 9(04).
           05  REG-RET-USUARIO-CALCULA
                                      PIC X(08).
           05  REG-RET-USUARIO-APRUEBA
                                      PIC X(08).
           05  REG-RET-FECHA-CALCULO  PIC 9(08).
