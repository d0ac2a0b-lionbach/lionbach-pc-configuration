      * -------------------------------------------------------------- *
      * REG-CERT-CAT - UN RENGLON DEL CATALOGO DE CERTIFICACIONES Y    *
      *                CURSOS OBLIGATORIOS (04-CERTIFICACIONES),       *
      *                MANTENIDO POR PROG0010. LA VIGENCIA EN MESES    *
      *                DA LA FECHA DE VENCIMIENTO A PARTIR DE LA DE    *
      *                OBTENCION (CEROS = NO VENCE)                    *
      * -------------------------------------------------------------- *
       01  REG-CERT-CAT.
           05  REG-CERT-CAT-COD       PIC 9(03).
           05  REG-CERT-CAT-NOM       PIC X(30).
           05  REG-CERT-CAT-VIGENCIA  PIC 9(03).
