      * -------------------------------------------------------------- *
      * REG-JUEGO-RESPALDO - UN RENGLON DE 04-RESPALDOS: CADA JUEGO    *
      *                COMPLETO DE RESPALDO QUE TOMO PROG0100 (UNO POR *
      *                NOCHE, EN SU DIRECTORIO FECHADO), CON CUANTOS   *
      *                ARCHIVOS COPIO, CUANTOS FALLARON Y EL TOTAL DE  *
      *                REGISTROS. PROG0102 LO LISTA PARA ESCOGER A QUE *
      *                NOCHE REGRESAR. SI EL JUEGO DE UNA NOCHE SE     *
      *                TOMA DOS VECES, EL RENGLON SE REEMPLAZA         *
      * -------------------------------------------------------------- *
       01  REG-JUEGO-RESPALDO.
           05  REG-RS-FECHA           PIC 9(08).
           05  REG-RS-HORA            PIC 9(08).
           05  REG-RS-DIRECTORIO      PIC X(20).
           05  REG-RS-ARCHIVOS        PIC 9(03).
           05  REG-RS-ERRORES         PIC 9(03).
           05  REG-RS-REGISTROS       PIC 9(09).
           05  REG-RS-RESULTADO       PIC X(02).
               88  REG-RS-COMPLETO            VALUE "OK".
