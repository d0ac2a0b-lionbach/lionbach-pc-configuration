      * -------------------------------------------------------------- *
      * REG-TURNO - UN RENGLON DEL CATALOGO DE TURNOS (04-TURNOS), QUE *
      *                RH MANTIENE A MANO IGUAL QUE 04-TIPOS-          *
      *                INCIDENCIA: HORA DE ENTRADA Y DE SALIDA (HHMM,  *
      *                UNA SALIDA MENOR QUE LA ENTRADA ES UN TURNO QUE *
      *                CRUZA LA MEDIANOCHE), LOS MINUTOS DE TOLERANCIA *
      *                ANTES DE CONTAR RETARDO Y LOS DIAS DE DESCANSO  *
      *                DE LA SEMANA. EL TURNO DE CADA EMPLEADO ESTA EN *
      *                04-TURNOS-EMPLEADO (PROG0092) Y PROG0093        *
      *                COMPARA CONTRA EL LAS CHECADAS DEL RELOJ        *
      * -------------------------------------------------------------- *
       01  REG-TURNO.
           05  REG-TUR-CODIGO         PIC X(02).
           05  REG-TUR-DESCRIPCION    PIC X(20).
           05  REG-TUR-HORA-ENTRADA   PIC 9(04).
           05  REG-TUR-HORA-SALIDA    PIC 9(04).
           05  REG-TUR-TOLERANCIA     PIC 9(02).
      *        UNA POSICION POR DIA DE LUNES A DOMINGO: "D" = DESCANSA,
      *        CUALQUIER OTRA = LABORA (EJ. "LLLLLDD")
           05  REG-TUR-SEMANA.
               10  REG-TUR-DIA        PIC X(01)    OCCURS 7 TIMES.
                   88  REG-TUR-DESCANSO           VALUE "D".
