                               PIC X(20)    VALUE SPACES.
               10  WS-TAB-DEPTO-GERENTE
                               PIC 9(05)    VALUE ZEROS.
      *        VIGENCIA DEL RENGLON (VER WDEPTFD); SOLO LA LLENAN LOS
      *        PROGRAMAS QUE LA NECESITAN, COMO PROG0010
               10  WS-TAB-DEPTO-DESDE
                               PIC 9(08)    VALUE ZEROS.
               10  WS-TAB-DEPTO-HASTA
                               PIC 9(08)    VALUE 99999999.
