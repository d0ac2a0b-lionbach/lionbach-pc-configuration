       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.

      *                 LA VEZ Y MOVER CAMPO POR CAMPO ENTRE ELLOS     *
      * -------------------------------------------------------------- *
       FD  ARCHIVO-BAJAS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD REPLACING REG-EMPLEADOS      BY REG-ARCH-EMPLEADOS
                              REG-EMP-NUMERO     BY REG-ARCH-NUMERO
