      * -------------------------------------------------------------- *
      * REG-CASO-RH - UN CASO DE RECURSOS HUMANOS (04-CASOS-RH, LLAVE  *
      *                EL NUMERO DE CASO): UNA ACCION DISCIPLINARIA,   *
      *                UNA QUEJA O UNA INVESTIGACION SOBRE UN          *
      *                EMPLEADO. PASA POR ABIERTO, EN INVESTIGACION,   *
      *                RESUELTO Y CERRADO; LAS NOTAS DE NOTAS001 SE    *
      *                LIGAN AL CASO CON REG-NOTA-CASO. LO MANTIENE    *
      *                PROG0105 Y SOLO LO VEN RH Y EL ADMINISTRADOR    *
      * -------------------------------------------------------------- *
       01  REG-CASO-RH.
           05  REG-CAS-NUMERO         PIC 9(05).
           05  REG-CAS-TIPO           PIC X(01).
               88  REG-CAS-DISCIPLINARIO      VALUE "D".
               88  REG-CAS-QUEJA              VALUE "Q".
               88  REG-CAS-INVESTIGACION      VALUE "I".
           05  REG-CAS-EMPLEADO       PIC 9(05).
      *    DEPTO DEL EMPLEADO AL ABRIR EL CASO; ES EL QUE USA EL
      *    REPORTE DE ANTIGUEDAD DE PROG0106 AUNQUE DESPUES LO
      *    TRASLADEN
           05  REG-CAS-DEPTO          PIC 9(03).
           05  REG-CAS-TITULO         PIC X(30).
           05  REG-CAS-ESTADO         PIC X(01).
               88  REG-CAS-ABIERTO            VALUE "A".
               88  REG-CAS-EN-INVESTIGACION   VALUE "I".
               88  REG-CAS-RESUELTO           VALUE "R".
               88  REG-CAS-CERRADO            VALUE "C".
               88  REG-CAS-PENDIENTE          VALUE "A" "I" "R".
           05  REG-CAS-FECHA-APERTURA PIC 9(08).
           05  REG-CAS-FECHA-CIERRE   PIC 9(08).
      *    FECHA DEL ULTIMO CAMBIO DE ESTADO
           05  REG-CAS-FECHA-ESTADO   PIC 9(08).
      *    ID DE 04-OPERADORES (DE RH O ADMINISTRADOR) QUE LLEVA LA
      *    INVESTIGACION; ESPACIOS = SIN ASIGNAR
           05  REG-CAS-INVESTIGADOR   PIC X(08).
           05  REG-CAS-USUARIO        PIC X(08).
