      * -------------------------------------------------------------- *
      * REG-BITACORA-MENU - UN RENGLON DE 04-BITACORA-MENU: CADA       *
      *                OPCION QUE UN OPERADOR ELIGE EN EL MENU         *
      *                PROG0097, CON EL PROGRAMA QUE SE INVOCO         *
      * -------------------------------------------------------------- *
       01  REG-BITACORA-MENU.
           05  REG-BMN-FECHA          PIC 9(08).
           05  REG-BMN-HORA           PIC 9(08).
           05  REG-BMN-ID             PIC X(08).
           05  REG-BMN-ROL            PIC X(01).
           05  REG-BMN-PROGRAMA       PIC X(08).
           05  REG-BMN-DESCRIPCION    PIC X(40).
