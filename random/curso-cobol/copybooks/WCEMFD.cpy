      * -------------------------------------------------------------- *
      * REG-CERT-EMPLEADO - UN RENGLON DE 04-CERT-EMPLEADOS: UNA       *
      *                CERTIFICACION (O CURSO) QUE UN EMPLEADO YA      *
      *                ACREDITO, CON LA FECHA EN QUE LA OBTUVO Y LA    *
      *                FECHA EN QUE VENCE (CEROS = NO VENCE). LLAVE =  *
      *                EMPLEADO + CERTIFICACION; UNA RENOVACION        *
      *                REEMPLAZA LAS FECHAS DEL MISMO RENGLON. LO      *
      *                MANTIENE PROG0084 Y LO LEEN PROG0085 (REPORTE   *
      *                DE CUMPLIMIENTO) Y PROG0054 (EXPEDIENTE)        *
      * -------------------------------------------------------------- *
       01  REG-CERT-EMPLEADO.
           05  REG-CEM-LLAVE.
               10  REG-CEM-EMPLEADO   PIC 9(05).
               10  REG-CEM-CERT       PIC 9(03).
           05  REG-CEM-FECHA-OBTENCION
                                      PIC 9(08).
           05  REG-CEM-FECHA-VENCE    PIC 9(08).
      *        FOLIO DE LA CONSTANCIA, DIPLOMA O DC-3 QUE LA AMPARA
           05  REG-CEM-CONSTANCIA     PIC X(15).
           05  REG-CEM-FECHA-REGISTRO PIC 9(08).
           05  REG-CEM-USUARIO        PIC X(08).
