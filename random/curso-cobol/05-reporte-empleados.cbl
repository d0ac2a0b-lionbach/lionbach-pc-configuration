       FILE SECTION.
       FD  EMPLEADOS
      *     LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  REPORTE
      *              Y WPUESTOS Y AHORA MANTIENE PROG0010               *
      * -------------------------------------------------------------- *
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  PUESTOS-CFG
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WPUESFD.
       FD  STATUS-CFG
      *                   EMPLEADOS CUANDO EL REPORTE PIDE ORDEN        *
      * -------------------------------------------------------------- *
       FD  SALIDA-ORDENADA
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD REPLACING REG-EMPLEADOS   BY REG-EMP-ORD
                              REG-EMP-NUMERO  BY REG-EMP-ORD-NUMERO
