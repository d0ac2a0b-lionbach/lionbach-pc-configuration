      * -------------------------------------------------------------- *
      * REG-VENTANA-NOCTURNA - EL UNICO RENGLON DE 04-VENTANA-NOCTURNA *
      *                QUE OPERACIONES MANTIENE A MANO, COMO EL PLAN:  *
      *                - HORA-LIMITE: HHMM A LA QUE LA VENTANA DEBE    *
      *                  HABER TERMINADO (EL ULTIMO PASO)              *
      *                - PORCENTAJE Y HOLGURA-SEG: UN PASO SE PASA DE  *
      *                  SU UMBRAL SI TARDA MAS QUE SU PROMEDIO POR EL *
      *                  PORCENTAJE Y TAMBIEN MAS QUE SU PROMEDIO MAS  *
      *                  LA HOLGURA (ASI NO SE SENALAN PASOS CORTOS)   *
      *                - CORRIDAS-MINIMAS: CUANTAS CORRIDAS BUENAS     *
      *                  PREVIAS HACEN FALTA PARA JUZGAR A UN PASO     *
      *                SI EL ARCHIVO NO EXISTE PROG0007 Y PROG0103     *
      *                USAN 0600, 150, 00060 Y 05                      *
      * -------------------------------------------------------------- *
       01  REG-VENTANA-NOCTURNA.
           05  REG-VN-HORA-LIMITE     PIC 9(04).
           05  REG-VN-PORCENTAJE      PIC 9(03).
           05  REG-VN-HOLGURA-SEG     PIC 9(05).
           05  REG-VN-CORRIDAS-MINIMAS
                                      PIC 9(02).
