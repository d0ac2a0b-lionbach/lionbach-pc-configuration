      * -------------------------------------------------------------- *
      * REG-EVALUACION - UN RENGLON DE 04-EVALUACIONES: LA CALIFICA-   *
      *                CION DE DESEMPENO ANUAL DE UN EMPLEADO (1 = NO  *
      *                CUMPLE ... 5 = SOBRESALIENTE). LLAVE = ANIO +   *
      *                EMPLEADO; CAPTURARLA DE NUEVO EL MISMO ANIO LA  *
      *                CORRIGE. LA CAPTURA EL SUPERVISOR DIRECTO EN    *
      *                PROG0086 Y LA LEE PROG0017 PARA TOMAR EL        *
      *                PORCENTAJE DE 04-MATRIZ-MERITO                  *
      * -------------------------------------------------------------- *
       01  REG-EVALUACION.
           05  REG-EVA-LLAVE.
               10  REG-EVA-ANIO       PIC 9(04).
               10  REG-EVA-EMPLEADO   PIC 9(05).
           05  REG-EVA-CALIFICACION   PIC 9(01).
      *        NUMERO DE EMPLEADO DE QUIEN EVALUO (CEROS = LA CAPTURO
      *        RH O EL ADMINISTRADOR A NOMBRE DEL SUPERVISOR)
           05  REG-EVA-EVALUADOR      PIC 9(05).
           05  REG-EVA-COMENTARIO     PIC X(40).
           05  REG-EVA-FECHA-REGISTRO PIC 9(08).
           05  REG-EVA-USUARIO        PIC X(08).
