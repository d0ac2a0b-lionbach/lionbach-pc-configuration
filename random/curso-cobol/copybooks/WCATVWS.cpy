      * -------------------------------------------------------------- *
      * WS-CONSULTA-CATALOGO - AREA QUE SE LE PASA A PROG0104 CON EL   *
      *                CATALOGO (D = DEPARTAMENTOS, P = PUESTOS), EL   *
      *                CODIGO Y LA FECHA (AAAAMMDD); REGRESA EL NOMBRE *
      *                QUE TENIA EL CODIGO A ESA FECHA Y LA SITUACION: *
      *                - V: VIGENTE A ESA FECHA                        *
      *                - C: YA ESTABA CERRADO (SE DA SU ULTIMO NOMBRE) *
      *                - N: AUN NO EXISTIA (SE DA SU PRIMER NOMBRE)    *
      *                - X: EL CODIGO NO ESTA EN EL CATALOGO (NOMBRE   *
      *                  EN ESPACIOS)                                  *
      * -------------------------------------------------------------- *
       01  WS-CONSULTA-CATALOGO.
           05  WS-CCA-CATALOGO        PIC X(01)    VALUE "D".
           05  WS-CCA-CODIGO          PIC 9(03)    VALUE ZEROS.
           05  WS-CCA-FECHA           PIC 9(08)    VALUE ZEROS.
           05  WS-CCA-NOMBRE          PIC X(20)    VALUE SPACES.
           05  WS-CCA-SITUACION       PIC X(01)    VALUE "X".
               88  WS-CCA-VIGENTE             VALUE "V".
               88  WS-CCA-CERRADO             VALUE "C".
               88  WS-CCA-NO-EXISTIA          VALUE "N".
               88  WS-CCA-DESCONOCIDO         VALUE "X".
