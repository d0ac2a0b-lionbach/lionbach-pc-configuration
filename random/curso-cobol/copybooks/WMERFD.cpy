      * -------------------------------------------------------------- *
      * REG-MATRIZ-MERITO - UN RENGLON DE LA MATRIZ DE MERITO          *
      *                (04-MATRIZ-MERITO): EL PORCENTAJE DE AUMENTO    *
      *                PARA UNA CALIFICACION DE DESEMPENO (1 A 5, VER  *
      *                WEVAFD) Y UNA POSICION DEL SALARIO DENTRO DEL   *
      *                RANGO DE SU PUESTO EN 04-RANGOS-PUESTO:         *
      *                  0 = DEBAJO DEL MINIMO                         *
      *                  1 A 4 = CUARTIL DEL RANGO                     *
      *                  5 = ARRIBA DEL MAXIMO                         *
      *                LO MANTIENE FINANZAS A MANO IGUAL QUE 04-BANDAS *
      *                Y LO LEE PROG0017; UNA COMBINACION QUE NO ESTE  *
      *                EN EL ARCHIVO NO RECIBE AUMENTO                 *
      * -------------------------------------------------------------- *
       01  REG-MATRIZ-MERITO.
           05  REG-MER-CALIFICACION   PIC 9(01).
           05  REG-MER-POSICION       PIC 9(01).
           05  REG-MER-PORCENTAJE     PIC 9(03)V99.
