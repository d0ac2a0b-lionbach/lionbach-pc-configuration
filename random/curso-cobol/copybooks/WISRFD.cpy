      * -------------------------------------------------------------- *
      * REG-TABLA-ISR - UN RENGLON DE 04-TABLA-ISR, QUE FINANZAS       *
      *                 MANTIENE A MANO IGUAL QUE 04-CUENTAS-GL CON    *
      *                 LAS TARIFAS DEL SAT: POR CADA FRECUENCIA DE    *
      *                 PAGO (S/Q/M, LA DE 04-PERIODOS) LOS RENGLONES  *
      *                 DE TARIFA (TIPO T) Y LOS DEL SUBSIDIO PARA EL  *
      *                 EMPLEO (TIPO S), CADA GRUPO EN ORDEN           *
      *                 ASCENDENTE DE LIMITE INFERIOR                  *
      * -------------------------------------------------------------- *
       01  REG-TABLA-ISR.
           05  REG-ISR-TIPO           PIC X(01).
               88  REG-ISR-TARIFA             VALUE "T".
               88  REG-ISR-SUBSIDIO           VALUE "S".
           05  REG-ISR-FRECUENCIA     PIC X(01).
           05  REG-ISR-LIM-INFERIOR   PIC 9(07)V99.
           05  REG-ISR-CUOTA-FIJA     PIC 9(07)V99.
           05  REG-ISR-PCT-EXCEDENTE  PIC 9(02)V99.

      * -------------------------------------------------------------- *
      * REG-ISR-SUB - VISTA ALTERNA DE UN RENGLON DE SUBSIDIO (TIPO    *
      *               S): EL IMPORTE DEL SUBSIDIO QUE CORRESPONDE A    *
      *               UN INGRESO DESDE EL LIMITE INFERIOR              *
      * -------------------------------------------------------------- *
       01  REG-ISR-SUB REDEFINES REG-TABLA-ISR.
           05  FILLER                 PIC X(02).
           05  REG-ISR-SUB-LIM-INFERIOR
                                      PIC 9(07)V99.
           05  REG-ISR-SUB-IMPORTE    PIC 9(07)V99.
           05  FILLER                 PIC X(04).
