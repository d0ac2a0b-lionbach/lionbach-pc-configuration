       FILE SECTION.
       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  REPORTE
