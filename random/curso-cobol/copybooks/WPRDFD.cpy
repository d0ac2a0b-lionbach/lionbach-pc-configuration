      *               ASCENDENTE DE FECHA DE INICIO, AL ESTILO DE      *
      *               04-FERIADOS. LOS EXTRACTORES DE NOMINA           *
      *               (PROG0008 Y PROG0024) SOLO CORREN SI EL PERIODO  *
      *               QUE CUBRE LA FECHA DE HOY ESTA ABIERTO. LA       *
      *               FRECUENCIA DICE QUE TARIFA DE ISR APLICA         *
      *               PROG0026 (UN RENGLON SIN FRECUENCIA SE TOMA      *
      *               COMO QUINCENAL). CADA GRUPO DE PAGO LLEVA SU     *
      *               PROPIO CALENDARIO (ESPACIOS = GRUPO 01); LOS     *
      *               NUMEROS DE PERIODO NO SE REPITEN ENTRE GRUPOS    *
      * -------------------------------------------------------------- *
       01  REG-PERIODO.
           05  REG-PER-NUMERO         PIC 9(04).
               88  REG-PER-PENDIENTE          VALUE "P".
               88  REG-PER-ABIERTO            VALUE "A".
               88  REG-PER-CERRADO            VALUE "C".
           05  REG-PER-FRECUENCIA     PIC X(01).
               88  REG-PER-SEMANAL            VALUE "S".
               88  REG-PER-QUINCENAL          VALUE "Q" " ".
               88  REG-PER-MENSUAL            VALUE "M".
           05  REG-PER-GRUPO          PIC X(02).
