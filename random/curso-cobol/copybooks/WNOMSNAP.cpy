      *              MANDO AL PROVEEDOR DE NOMINA POR CADA EMPLEADO,   *
      *              PARA QUE PROG0008 SEPA EN LA SIGUIENTE CORRIDA    *
      *              QUE CAMBIO Y SOLO MANDE ESO. MISMOS ANCHOS QUE    *
      *              REG-NOMINA-INTERFAZ (WNOMFD), MAS LA EMPRESA      *
      *              POR LA QUE SE MANDO Y, SI SE CAMBIO DE EMPRESA,   *
      *              LA EMPRESA QUE TODAVIA LE DEBE SU BAJA AL         *
      *              PROVEEDOR (ESPACIOS = NINGUNA)                    *
      * -------------------------------------------------------------- *
       01  REG-NOMINA-SNAPSHOT.
           05  SNAP-NUMERO-EMP    PIC 9(06).
           05  SNAP-SALARIO-EMP   PIC 9(07)V99.
           05  SNAP-STATUS-EMP    PIC X(01).
           05  SNAP-RFC-EMP       PIC X(13).
           05  SNAP-EMPRESA       PIC X(02).
           05  SNAP-EMPRESA-BAJA  PIC X(02).
