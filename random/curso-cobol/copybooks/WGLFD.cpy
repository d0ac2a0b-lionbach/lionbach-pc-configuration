
      * -------------------------------------------------------------- *
      * REG-GL-ENC - VISTA ALTERNA DEL ENCABEZADO DE LOTE (TIPO = "H") *
      *              CON LA EMPRESA (RAZON SOCIAL) DEL LOTE            *
      * -------------------------------------------------------------- *
       01  REG-GL-ENC REDEFINES REG-GL-INTERFAZ.
           05  FILLER                 PIC X(01).
           05  REG-GL-ENC-FECHA       PIC 9(08).
           05  REG-GL-ENC-LOTE        PIC X(15).
           05  REG-GL-ENC-EMPRESA     PIC X(02).
           05  FILLER                 PIC X(18).

      * -------------------------------------------------------------- *
      * REG-GL-TRL - VISTA ALTERNA DEL TRAILER (TIPO = "T"), CON EL    *
