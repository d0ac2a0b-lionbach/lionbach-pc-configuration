      * -------------------------------------------------------------- *
      * WS-TABLA-CERTIFICACIONES - CATALOGO DE CERTIFICACIONES         *
      *                   CARGADO DESDE 04-CERTIFICACIONES, IGUAL QUE  *
      *                   WDEPTOS Y WPUESTOS (VER PROG0010 PARA        *
      *                   MANTENERLO)                                  *
      * -------------------------------------------------------------- *
       01  WS-TABLA-CERTIFICACIONES.
           05  WS-TAB-CERT    OCCURS 20 TIMES
                               ASCENDING KEY IS WS-TAB-CERT-COD
                               INDEXED BY WS-IX-CERT.
      *        LAS ENTRADAS NO CARGADAS QUEDAN EN 999/ESPACIOS PARA
      *        QUE EL ORDEN ASCENDENTE DEL SEARCH ALL SE CONSERVE
      *        AUNQUE 04-CERTIFICACIONES TRAIGA MENOS DE 20 RENGLONES
               10  WS-TAB-CERT-COD
                               PIC 9(03)    VALUE 999.
               10  WS-TAB-CERT-NOM
                               PIC X(30)    VALUE SPACES.
               10  WS-TAB-CERT-VIGENCIA
                               PIC 9(03)    VALUE ZEROS.
