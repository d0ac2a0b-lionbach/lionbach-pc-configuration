      * REG-AUD-EMPLEADO - UN RENGLON DE LA BITACORA DE AUDITORIA      *
      *                    (04-AUDIT-EMPLEADOS), UNO POR CADA ALTA,    *
      *                    CAMBIO O BAJA QUE SE HACE CONTRA EL MAESTRO *
      *                    DE EMPLEADOS DESDE PROG0006. LA OPERACION   *
      *                    "CONSUL" NO ES UN CAMBIO: ANOTA QUE ALGUIEN *
      *                    VIO EL SALARIO SIN MASCARA (PROG0004,       *
      *                    PROG0006 OPCION 4, PROG0054). "RESTAU"      *
      *                    ANOTA UNA RESTAURACION DESDE UN JUEGO DE    *
      *                    RESPALDO (PROG0102), CON EL NUMERO EN CEROS *
      * -------------------------------------------------------------- *
       01  REG-AUD-EMPLEADO.
           05  REG-AUD-USUARIO        PIC X(20).
