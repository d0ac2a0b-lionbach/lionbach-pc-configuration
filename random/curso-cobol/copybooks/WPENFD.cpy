      * -------------------------------------------------------------- *
      * REG-PENSION - UN RENGLON DE 04-PENSIONES, UNA ORDEN JUDICIAL   *
      *              DE PENSION ALIMENTICIA DE UN EMPLEADO. LLAVE =    *
      *              EMPLEADO + NUMERO DE ORDEN DEL JUZGADO; UN MISMO  *
      *              EMPLEADO PUEDE TENER VARIAS ORDENES. LA ORDEN ES  *
      *              UN PORCENTAJE DEL NETO (BRUTO MENOS ISR E IMSS)   *
      *              O UN IMPORTE FIJO POR PERIODO, NUNCA SE SUPRIME   *
      *              POR EL PORCENTAJE MAXIMO DE 04-PARAM-DEDUCCIONES  *
      *              Y SE DESCUENTA ANTES QUE CUALQUIER PRESTAMO. SE   *
      *              DA DE ALTA Y DE BAJA CON PROG0069; PROG0026 ANOTA *
      *              EL IMPORTE CALCULADO EN EL PERIODO Y PROG0024 EL  *
      *              IMPORTE QUE MANDO AL PROVEEDOR (UNA REGENERACION  *
      *              DEL MISMO PERIODO VUELVE A MANDAR EL MISMO)       *
      * -------------------------------------------------------------- *
       01  REG-PENSION.
           05  REG-PEN-LLAVE.
               10  REG-PEN-NUMERO     PIC 9(05).
               10  REG-PEN-ORDEN      PIC X(15).
           05  REG-PEN-TIPO           PIC X(01).
               88  REG-PEN-PORCENTAJE-NETO    VALUE "P".
               88  REG-PEN-IMPORTE-FIJO       VALUE "F".
           05  REG-PEN-PORCENTAJE     PIC 9(03)V99.
           05  REG-PEN-IMPORTE        PIC 9(07)V99.
           05  REG-PEN-BENEFICIARIO   PIC X(30).
           05  REG-PEN-BANCO          PIC 9(03).
           05  REG-PEN-CLABE          PIC 9(18).
           05  REG-PEN-ESTADO         PIC X(01).
               88  REG-PEN-VIGENTE            VALUE "V".
               88  REG-PEN-CANCELADA          VALUE "C".
           05  REG-PEN-FECHA-ALTA     PIC 9(08).
           05  REG-PEN-FECHA-BAJA     PIC 9(08).
           05  REG-PEN-PERIODO-CALCULO
                                      PIC 9(04).
           05  REG-PEN-IMPORTE-CALCULO
                                      PIC 9(07)V99.
           05  REG-PEN-PERIODO-ENVIADO
                                      PIC 9(04).
           05  REG-PEN-IMPORTE-ENVIADO
                                      PIC 9(07)V99.
