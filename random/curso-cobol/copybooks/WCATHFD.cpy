      * -------------------------------------------------------------- *
      * REG-CATALOGO-HISTORIA - UN RENGLON DE 04-CATALOGO-HISTORIA:    *
      *                CADA VEZ QUE PROG0099 PASA A UN ARCHIVO         *
      *                HISTORICO LOS RENGLONES VENCIDOS DE UNA         *
      *                BITACORA (04-AUDIT-EMPLEADOS, 04-HIST-SALARIOS, *
      *                04-HIST-TRASLADOS, 04-INCIDENCIAS) ANOTA AQUI   *
      *                EL ARCHIVO DE ORIGEN, EL ARCHIVO FECHADO QUE    *
      *                SE CREO, EL RANGO DE FECHAS QUE QUEDO EN EL Y   *
      *                CUANTOS RENGLONES SE MOVIERON. EL CATALOGO SOLO *
      *                CRECE Y VA EN ORDEN DE CORRIDA, ASI QUE LOS     *
      *                ARCHIVOS DE UN MISMO ORIGEN QUEDAN DEL MAS      *
      *                VIEJO AL MAS NUEVO. LO LEEN PROG0047 Y PROG0033 *
      *                PARA BUSCAR EN LOS ARCHIVOS CUANDO SE LES PIDE  *
      * -------------------------------------------------------------- *
       01  REG-CATALOGO-HISTORIA.
           05  REG-CHI-ORIGEN         PIC X(20).
           05  REG-CHI-ARCHIVO        PIC X(40).
           05  REG-CHI-FECHA-CORRIDA  PIC 9(08).
           05  REG-CHI-FECHA-DESDE    PIC 9(08).
           05  REG-CHI-FECHA-HASTA    PIC 9(08).
           05  REG-CHI-CANTIDAD       PIC 9(07).
