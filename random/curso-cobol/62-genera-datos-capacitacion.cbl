      *             GRANDES RASGOS BANDAS Y DISTRIBUCION POR DEPTO),   *
      *             FECHA DE NACIMIENTO REVUELTA Y RFC GENERICO        *
      *           - OPCIONALMENTE 04-DEDUCCIONES-CAP (MONTOS CON EL    *
      *             MISMO CORRIMIENTO) Y notas-cap (TEXTOS DE PRUEBA,  *
      *             SIN LAS NOTAS DE CASOS DE RH)                      *
      *           OPERACIONES RENOMBRA LAS COPIAS EN EL DIRECTORIO     *
      *           DEL AULA Y TODO PROGRAMA CORRE SIN CAMBIOS           *
      * -------------------------------------------------------------- *
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  EMPLEADOS-CAP
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD REPLACING REG-EMPLEADOS      BY REG-CAP-EMPLEADOS
                              REG-EMP-NUMERO     BY REG-CAP-NUMERO
           05  DEDCAP-DESCRIPCION PIC X(20).
           05  DEDCAP-MONTO       PIC 9(05)V99.
       FD  NOTAS-EMPLEADO
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WNOTAFD.
       FD  NOTAS-CAP
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-NOTA-CAP.
           05  REG-NCA-NUMERO         PIC 9(04).
           05  REG-NCA-PADRE          PIC 9(04).
           05  REG-NCA-DEPTO          PIC 9(03).
           05  REG-NCA-FECHA-LIMITE   PIC 9(08).
           05  REG-NCA-CASO           PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-EMP      PIC X(02).
           MOVE WS-NOMBRE-GENERADO TO REG-CAP-NOMBRE
           PERFORM 026-CORRE-SALARIO
           MOVE WS-SALARIO-CORRIDO TO REG-CAP-SALARIO
           PERFORM 027-REVUELVE-NACIMIENTO THRU 027-FIN-REVUELVE
           MOVE WS-FECHA-NAC-DESGLOSE TO REG-CAP-FECHA-NACIMIENTO
           MOVE "XAXX010101000" TO REG-CAP-RFC
           WRITE REG-CAP-EMPLEADOS
      * -------------------------------------------------------------- *
      * 040-COPIA-NOTAS - LAS NOTAS VIAJAN CON TITULO NUMERADO Y       *
      *                CUERPO DE PRUEBA: EL TEXTO LIBRE ES DONDE MAS   *
      *                FACIL SE CUELA UN DATO REAL. LAS NOTAS DE UN    *
      *                CASO DE RH (PROG0105) NO SE COPIAN: AUN SIN SU  *
      *                TEXTO, EMPLEADO Y FECHAS DICEN DEMASIADO        *
      * -------------------------------------------------------------- *
       040-COPIA-NOTAS.
           IF WS-RESPUESTA-NOTAS NOT = "S"
                         NOTAS-CAP
                   GO TO 090-FIN
           END-READ
           IF REG-NOTA-CASO NUMERIC AND REG-NOTA-CASO NOT = ZEROS
              GO TO 041-LEE-NOTA
           END-IF
           ADD 1 TO WS-CONT-NOTAS
           MOVE REG-NOTA-NUMERO         TO REG-NCA-NUMERO
           MOVE SPACES                  TO REG-NCA-TITULO
           MOVE REG-NOTA-PADRE          TO REG-NCA-PADRE
           MOVE REG-NOTA-DEPTO          TO REG-NCA-DEPTO
           MOVE REG-NOTA-FECHA-LIMITE   TO REG-NCA-FECHA-LIMITE
           MOVE ZEROS                   TO REG-NCA-CASO
           WRITE REG-NOTA-CAP
           GO TO 041-LEE-NOTA.

