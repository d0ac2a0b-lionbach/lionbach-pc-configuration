      *                EXTRA, FALTA SIN GOCE, PRIMA DE DIA FESTIVO,    *
      *                ETC., Y SI SE CAPTURA EN HORAS O EN DIAS. EL    *
      *                CODIGO PFE (PRIMA DE FESTIVO) EXIGE QUE LA      *
      *                FECHA DE LA INCIDENCIA ESTE EN 04-FERIADOS. LA  *
      *                IMPORTACION DEL RELOJ (PROG0093) NECESITA FAL   *
      *                (FALTA, EN DIAS), RTD (RETARDO) Y HEX (TIEMPO   *
      *                EXTRA), ESTOS DOS EN HORAS                      *
      * -------------------------------------------------------------- *
       01  REG-TIPO-INCIDENCIA.
           05  REG-TINC-CODIGO        PIC X(03).
