           05  REG-NOTA-PADRE          PIC 9(04).
           05  REG-NOTA-DEPTO          PIC 9(03).
           05  REG-NOTA-FECHA-LIMITE   PIC 9(08).
      *        CASO DE RH (04-CASOS-RH, VER PROG0105) AL QUE PERTENECE
      *        LA NOTA; CEROS = NINGUNO. UNA NOTA DE CASO SOLO LA VEN
      *        RH Y EL ADMINISTRADOR
           05  REG-NOTA-CASO           PIC 9(05).
