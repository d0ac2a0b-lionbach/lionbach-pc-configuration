      *        NOMINA RECHAZA REGISTROS SIN RFC (VER 04-NOMINA-
      *        RECHAZOS)
           05  REG-EMP-RFC        PIC X(13).
      *        GRUPO DE PAGO DEL EMPLEADO: CADA GRUPO TIENE SU PROPIO
      *        CALENDARIO EN 04-PERIODOS (LA PLANTA SEMANAL, LAS
      *        OFICINAS QUINCENAL). ESPACIOS EN REGISTROS VIEJOS SE
      *        TOMAN COMO EL GRUPO 01, LA NOMINA DE SIEMPRE
           05  REG-EMP-GRUPO-PAGO PIC X(02).
      *        EMPRESA (RAZON SOCIAL) QUE EMPLEA AL EMPLEADO, DEL
      *        CATALOGO 04-EMPRESAS DE PROG0010. CADA EMPRESA LLEVA SU
      *        PROPIO ARCHIVO AL PROVEEDOR, SU POLIZA Y SU REGISTRO
      *        PATRONAL. ESPACIOS EN REGISTROS VIEJOS SE TOMAN COMO
      *        LA EMPRESA 01; EL CAMBIO DE EMPRESA QUEDA EN
      *        04-HIST-TRASLADOS
           05  REG-EMP-EMPRESA    PIC X(02).

      * -------------------------------------------------------------- *
      * REG-EMP-TRAILER - VISTA ALTERNA DEL ULTIMO REGISTRO DEL         *
       01  REG-EMP-TRAILER REDEFINES REG-EMPLEADOS.
           05  REG-TRL-NUMERO     PIC 9(05).
           05  REG-TRL-CANTIDAD   PIC 9(05).
           05  FILLER             PIC X(86).
