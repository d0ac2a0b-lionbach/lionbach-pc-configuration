       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  ALTAS-CFG
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WALTAFD.

