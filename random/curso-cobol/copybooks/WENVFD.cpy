      * REG-CONTROL-ENVIO - UN RENGLON DE 04-CONTROL-ENVIOS, UNO POR   *
      *                CADA GENERACION DE UN ARCHIVO DE INTERFAZ AL    *
      *                PROVEEDOR DE NOMINA: QUE INTERFAZ (NOM = 04-    *
      *                NOMINA-INTERFAZ, DED = 04-NOMINA-DEDUCCIONES,   *
      *                ESP = NOMINA ESPECIAL 04-NOMINA-NETOS-ESP,      *
      *                ASE = CENSO MENSUAL A LA ASEGURADORA 04-ASEGU-  *
      *                RADORA-INTERFAZ, CON PERIODO AAMM), SU NUMERO   *
      *                DE CORRIDA CONSECUTIVO, EL PERIODO,             *
      *                LA FECHA Y SI YA SE CONFIRMO TRANSMITIDO. LO    *
      *                LLEVA EL SUBPROGRAMA PROG0051; ASI EL PROVEEDOR *
      *                YA NO PUEDE PROCESAR DOS VECES EL MISMO         *
      *                ARCHIVO SIN QUE NADIE SE DE CUENTA. CADA GRUPO  *
      *                DE PAGO DE CADA EMPRESA (RAZON SOCIAL) LLEVA SU *
      *                PROPIA SECUENCIA POR INTERFAZ (ESPACIOS EN      *
      *                RENGLONES VIEJOS = GRUPO 01 / EMPRESA 01)       *
      * -------------------------------------------------------------- *
       01  REG-CONTROL-ENVIO.
           05  REG-ENV-INTERFAZ       PIC X(03).
           05  REG-ENV-ESTADO         PIC X(01).
               88  REG-ENV-GENERADO           VALUE "G".
               88  REG-ENV-TRANSMITIDO        VALUE "T".
           05  REG-ENV-GRUPO          PIC X(02).
           05  REG-ENV-EMPRESA        PIC X(02).
