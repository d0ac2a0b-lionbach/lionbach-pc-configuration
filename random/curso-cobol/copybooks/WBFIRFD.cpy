      * -------------------------------------------------------------- *
      * REG-BITACORA-FIRMA - UN RENGLON DE 04-BITACORA-FIRMAS: CADA    *
      *                INTENTO DE FIRMA EN PROG0036, BUENO O MALO,     *
      *                CON SU RESULTADO. PROG0095 LA CONSULTA POR      *
      *                OPERADOR                                        *
      * -------------------------------------------------------------- *
       01  REG-BITACORA-FIRMA.
           05  REG-BFI-FECHA          PIC 9(08).
           05  REG-BFI-HORA           PIC 9(08).
           05  REG-BFI-ID             PIC X(08).
           05  REG-BFI-RESULTADO      PIC X(01).
               88  REG-BFI-FIRMA-OK           VALUE "F".
               88  REG-BFI-CLAVE-ERRONEA      VALUE "X".
               88  REG-BFI-ID-DESCONOCIDO     VALUE "U".
               88  REG-BFI-BLOQUEADO          VALUE "B".
               88  REG-BFI-DESHABILITADO      VALUE "D".
               88  REG-BFI-CAMBIO-PENDIENTE   VALUE "V".
           05  REG-BFI-DETALLE        PIC X(30).
