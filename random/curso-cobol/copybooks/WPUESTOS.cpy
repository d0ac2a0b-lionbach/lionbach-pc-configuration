                               PIC 9(02)    VALUE 99.
               10  WS-TAB-PUESTO-NOM
                               PIC X(20)    VALUE SPACES.
      *        VIGENCIA DEL RENGLON (VER WPUESFD); SOLO LA LLENAN LOS
      *        PROGRAMAS QUE LA NECESITAN, COMO PROG0010
               10  WS-TAB-PUESTO-DESDE
                               PIC 9(08)    VALUE ZEROS.
               10  WS-TAB-PUESTO-HASTA
                               PIC 9(08)    VALUE 99999999.
