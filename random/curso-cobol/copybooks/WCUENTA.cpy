      * -------------------------------------------------------------- *
      * WS-CUENTA-REGISTROS - AREA QUE SE PASA A PROG0101 PARA CONTAR  *
      *                LOS REGISTROS DE UN ARCHIVO DE DATOS (O DE SU   *
      *                COPIA EN UN JUEGO DE RESPALDO): EL NOMBRE, EL   *
      *                TIPO DE WS-ARCHIVOS-RESPALDO Y DE REGRESO LA    *
      *                CANTIDAD Y EL FILE STATUS DEL OPEN ("00" = SE   *
      *                PUDO LEER COMPLETO)                             *
      * -------------------------------------------------------------- *
       01  WS-CUENTA-REGISTROS.
           05  WS-CRG-ARCHIVO         PIC X(70)    VALUE SPACES.
           05  WS-CRG-TIPO            PIC 9(02)    VALUE ZEROS.
           05  WS-CRG-CANTIDAD        PIC 9(07)    VALUE ZEROS.
           05  WS-CRG-STATUS          PIC X(02)    VALUE SPACES.
