      * -------------------------------------------------------------- *
      * REG-MANIFIESTO - UN RENGLON DEL MANIFIESTO DE UN JUEGO DE      *
      *                RESPALDO (RESPALDO-AAAAMMDD/MANIFIESTO): UNO    *
      *                POR ARCHIVO DE WS-ARCHIVOS-RESPALDO, CON LO QUE *
      *                PROG0100 ENCONTRO AL COPIARLO Y CUANTOS         *
      *                REGISTROS CONTO EN LA COPIA. PROG0102 LO USA    *
      *                PARA SABER QUE SE PUEDE RESTAURAR Y PARA        *
      *                COMPROBAR LA CUENTA DESPUES DE RESTAURAR        *
      * -------------------------------------------------------------- *
       01  REG-MANIFIESTO.
           05  REG-MAN-ARCHIVO        PIC X(48).
           05  REG-MAN-TIPO           PIC 9(02).
           05  REG-MAN-CLASE          PIC X(01).
               88  REG-MAN-BITACORA           VALUE "B".
           05  REG-MAN-ESTADO         PIC X(02).
               88  REG-MAN-COPIADO            VALUE "OK".
               88  REG-MAN-NO-EXISTIA         VALUE "NE".
               88  REG-MAN-ERROR              VALUE "ER".
           05  REG-MAN-CANTIDAD       PIC 9(07).
