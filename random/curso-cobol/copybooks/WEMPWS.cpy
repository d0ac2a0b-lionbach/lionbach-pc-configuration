                                  PIC 9(08).
           05  WS-SUPERVISOR-EMP  PIC 9(05).
           05  WS-RFC-EMP         PIC X(13).
           05  WS-GRUPO-PAGO-EMP  PIC X(02).
           05  WS-EMPRESA-EMP     PIC X(02).
