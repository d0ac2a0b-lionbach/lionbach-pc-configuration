      * -------------------------------------------------------------- *
      * REG-EMPRESA-CAT - UN RENGLON DEL CATALOGO DE EMPRESAS (RAZONES *
      *                 SOCIALES, 04-EMPRESAS), MANTENIDO POR PROG0010 *
      *                 Y CONSULTADO POR PROG0075. CADA EMPRESA LLEVA  *
      *                 SU RFC Y SU REGISTRO PATRONAL DEL IMSS         *
      * -------------------------------------------------------------- *
       01  REG-EMPRESA-CAT.
           05  REG-EMPR-CAT-COD       PIC X(02).
           05  REG-EMPR-CAT-NOM       PIC X(30).
           05  REG-EMPR-CAT-RFC       PIC X(12).
           05  REG-EMPR-CAT-REG-PATRONAL
                                      PIC X(11).
