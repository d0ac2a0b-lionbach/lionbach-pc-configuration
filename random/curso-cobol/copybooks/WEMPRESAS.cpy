      * -------------------------------------------------------------- *
      * WS-TABLA-EMPRESAS - CATALOGO DE EMPRESAS (RAZONES SOCIALES)    *
      *                   CARGADO DESDE 04-EMPRESAS, IGUAL QUE WDEPTOS *
      *                   Y WPUESTOS (VER PROG0010 PARA MANTENERLO)    *
      * -------------------------------------------------------------- *
       01  WS-TABLA-EMPRESAS.
           05  WS-TAB-EMPRESA OCCURS 10 TIMES
                               ASCENDING KEY IS WS-TAB-EMPR-COD
                               INDEXED BY WS-IX-EMPRESA.
      *        LAS ENTRADAS NO CARGADAS QUEDAN EN HIGH-VALUES PARA
      *        QUE EL ORDEN ASCENDENTE DEL SEARCH ALL SE CONSERVE
      *        AUNQUE 04-EMPRESAS TRAIGA MENOS DE 10 RENGLONES
               10  WS-TAB-EMPR-COD
                               PIC X(02)    VALUE HIGH-VALUES.
               10  WS-TAB-EMPR-NOM
                               PIC X(30)    VALUE SPACES.
               10  WS-TAB-EMPR-RFC
                               PIC X(12)    VALUE SPACES.
               10  WS-TAB-EMPR-REG-PATRONAL
                               PIC X(11)    VALUE SPACES.
