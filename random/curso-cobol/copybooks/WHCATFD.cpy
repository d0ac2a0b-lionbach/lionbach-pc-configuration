      * -------------------------------------------------------------- *
      * REG-HIST-CATALOGO - UN RENGLON DE 04-HIST-CATALOGOS: CADA VEZ  *
      *                QUE PROG0010 LE CAMBIA EL NOMBRE A UN           *
      *                DEPARTAMENTO O A UN PUESTO CON FECHA EFECTIVA,  *
      *                EL NOMBRE QUE TENIA SE ANOTA AQUI CON LAS       *
      *                FECHAS EN QUE ESTUVO VIGENTE (DESDE, Y HASTA LA *
      *                FECHA EN QUE TOMO EFECTO EL NUEVO, SIN          *
      *                INCLUIRLA). EL NOMBRE VIGENTE SIEMPRE ES EL DE  *
      *                04-DEPTOS / 04-PUESTOS. SOLO CRECE Y VA EN      *
      *                ORDEN DE CAPTURA; LO LEE PROG0104 PARA DAR EL   *
      *                NOMBRE DE UN CODIGO A UNA FECHA                 *
      * -------------------------------------------------------------- *
       01  REG-HIST-CATALOGO.
           05  REG-HCA-CATALOGO       PIC X(01).
               88  REG-HCA-DEPTOS             VALUE "D".
               88  REG-HCA-PUESTOS            VALUE "P".
      *        LOS CODIGOS DE PUESTO (DOS POSICIONES) VAN CON CERO A
      *        LA IZQUIERDA
           05  REG-HCA-CODIGO         PIC 9(03).
           05  REG-HCA-NOMBRE         PIC X(20).
           05  REG-HCA-DESDE          PIC 9(08).
           05  REG-HCA-HASTA          PIC 9(08).
           05  REG-HCA-FECHA-CAMBIO   PIC 9(08).
