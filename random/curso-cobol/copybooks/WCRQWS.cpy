      * -------------------------------------------------------------- *
      * WS-TABLA-CERT-REQ - LAS CERTIFICACIONES OBLIGATORIAS POR       *
      *                   PUESTO, CARGADAS DESDE 04-CERT-PUESTO. NO    *
      *                   LLEVA ORDEN: SE RECORRE COMPLETA BUSCANDO EL *
      *                   PUESTO; LA PRIMERA ENTRADA CON PUESTO 99     *
      *                   MARCA EL FIN DE LO CARGADO                   *
      * -------------------------------------------------------------- *
       01  WS-TABLA-CERT-REQ.
           05  WS-TAB-CRQ     OCCURS 100 TIMES
                               INDEXED BY WS-IX-CRQ.
               10  WS-TAB-CRQ-PUESTO
                               PIC 9(02)    VALUE 99.
               10  WS-TAB-CRQ-CERT
                               PIC 9(03)    VALUE 999.
