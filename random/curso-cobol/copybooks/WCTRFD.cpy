      * -------------------------------------------------------------- *
      * REG-CONTRATO - UN RENGLON DE 04-CONTRATOS, EL CONTRATO VIGENTE *
      *             DE UN EMPLEADO: INDETERMINADO, POR TIEMPO          *
      *             DETERMINADO (30, 90 DIAS...) O POR OBRA/PROYECTO,  *
      *             CON SU FECHA DE TERMINO Y LAS VECES QUE SE HA      *
      *             RENOVADO. LLAVE = NUMERO DE EMPLEADO. UN EMPLEADO  *
      *             SIN RENGLON SE TOMA COMO INDETERMINADO. LO ESCRIBE *
      *             SOLO EL SUBPROGRAMA PROG0089 (VER WCTRWS), DESDE   *
      *             LAS ALTAS (PROG0006, PROG0018) Y LA DECISION DE    *
      *             RENOVAR O TERMINAR (PROG0090)                      *
      * -------------------------------------------------------------- *
       01  REG-CONTRATO.
           05  REG-CTR-EMPLEADO       PIC 9(05).
           05  REG-CTR-TIPO           PIC X(01).
               88  REG-CTR-INDETERMINADO      VALUE "I".
               88  REG-CTR-DETERMINADO        VALUE "D".
               88  REG-CTR-PROYECTO           VALUE "P".
      *        INICIO DEL CONTRATO ORIGINAL (LA FECHA DE ALTA)
           05  REG-CTR-FECHA-INICIO   PIC 9(08).
      *        TERMINO DEL PERIODO VIGENTE (CEROS SI ES INDETERMINADO);
      *        CADA RENOVACION LO RECORRE
           05  REG-CTR-FECHA-FIN      PIC 9(08).
           05  REG-CTR-RENOVACIONES   PIC 9(02).
           05  REG-CTR-ESTADO         PIC X(01).
               88  REG-CTR-VIGENTE            VALUE "V".
      *            YA SE DECIDIO TERMINARLO Y SE PIDIO LA BAJA
               88  REG-CTR-BAJA-SOLICITADA    VALUE "T".
           05  REG-CTR-FECHA-MOVIMIENTO
                                      PIC 9(08).
           05  REG-CTR-USUARIO        PIC X(08).
